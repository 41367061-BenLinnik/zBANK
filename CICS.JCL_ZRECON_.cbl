//* SORTJRNL IS THE ACCOUNT-SORTED JRNLACC SPLIT, SO THIS JOB NO
//* LONGER PASSES OR SORTS THE JOURNAL ITSELF. SNAPIN (0) IS LAST
//* NIGHT'S SNAPSHOT - SEE CICS.JCL_ZSNAP_.cbl FOR FIRST-TIME
//* PRIMING OF THE GDG, AND CICS.JCL_ZCNVSNP_.cbl FOR THE ONE-TIME
//* 31 TO 34-BYTE CONVERSION THAT MUST RUN BEFORE THE FIRST ZRECON
//* ON THE NEW SNAPSHOT LAYOUT.
//*
//RUN     EXEC PGM=ZRECON
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
