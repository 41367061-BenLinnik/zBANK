//*   COL 18-29 AMOUNT 9(10)V99
//*   COL 30-45 NETWORK REFERENCE
//* REJECTS GO BACK TO THE NETWORK ON ATMRET WITH A REASON CODE.
//* ZATMSET RECONCILES THE NETWORK'S SETTLEMENT FOR THE SAME ITEMS
//* AFTER THIS JOB, BEFORE ZJRNARC.
//*
//RUN     EXEC PGM=ZATMPST
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
