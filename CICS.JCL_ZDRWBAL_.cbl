//*   COL 1-8   TELLER ID
//*   COL 9-22  COUNTED CASH TAKEN IN 9(12)V99
//*   COL 23-36 COUNTED CASH PAID OUT 9(12)V99
//* CASH BOUGHT FROM THE BRANCH VAULT COUNTS AS TAKEN IN AND CASH
//* SOLD TO IT AS PAID OUT - THE DAY'S TELLER MOVEMENTS ARE READ
//* FROM VSAMVMOV ALONGSIDE THE JOURNAL.
//* ANY DRAWER THAT DOES NOT PROVE ENDS RC=8 SO THE DAY CANNOT
//* CLOSE ON AN UNPROVED DRAWER.
//*
//OVRDCARD DD DUMMY
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMDRAW DD DSN=U0210.VSAM.ZDRAWER,DISP=SHR
//VSAMVMOV DD DSN=U0210.VSAM.ZVLTMOV,DISP=SHR
//DRWCARD  DD *
TELLER01000000000250000000000000000000
//SORTOPR  DD DSN=&&SORTO,DISP=(NEW,PASS,DELETE),
