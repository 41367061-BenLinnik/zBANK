//ZVLTBAL JOB CLASS=A,MSGCLASS=X
//*
//* END-OF-DAY BRANCH VAULT PROOF. RUN AFTER THE COUNTER CLOSES,
//* ALONGSIDE ZDRWBAL IN THE NIGHTLY SEQUENCE, ONCE EVERY TELLER
//* HAS FINISHED BUYING AND SELLING CASH WITH THE VAULT. EACH
//* VAULT MUST PROVE OPENING CASH + TELLER SALES - TELLER BUYS
//* + SHIPMENTS IN - SHIPMENTS OUT = COUNTED CASH. A SHIPMENT CARD
//* WHOSE REFERENCE IS ALREADY ON TODAY'S VSAMVMOV MOVEMENTS IS
//* NOT POSTED AGAIN, SO THE JOB CAN BE RERUN WITH THE SAME CARDS.
//* VLTCARD: ONE CARD PER COUNT OR SHIPMENT -
//*   COL 1     C = COUNTED VAULT CASH AT CLOSE
//*             I = SHIPMENT RECEIVED FROM THE CASH CENTRE
//*             O = SHIPMENT SENT TO THE CASH CENTRE
//*   COL 2-4   BRANCH CODE
//*   COL 5-18  AMOUNT 9(12)V99
//*   COL 19-30 SHIPMENT REFERENCE (I AND O ONLY)
//* ANY VAULT THAT DOES NOT PROVE, OR ANY CARD THAT CANNOT BE
//* USED, ENDS RC=8 SO THE DAY CANNOT CLOSE ON AN UNPROVED VAULT.
//*
//RUN     EXEC PGM=ZVLTBAL
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMVLT  DD DSN=U0210.VSAM.ZVAULT,DISP=SHR
//VSAMVMOV DD DSN=U0210.VSAM.ZVLTMOV,DISP=SHR
//VLTCARD  DD *
I00100000000500000CC0000000001
C00100000001500000
//VLTRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
