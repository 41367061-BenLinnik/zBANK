//*   COL 11    DIRECTION - C CREDIT, D DEBIT
//*   COL 12-23 AMOUNT 9(10)V99
//*   COL 24-39 ORIGINATOR REFERENCE
//*   COL 40-47 ORIGINATOR ID (CHECKED AGAINST VSAM.ZMANDT ON DEBITS)
//* REJECTS GO TO CLRRET WITH A REASON CODE FOR RETURN TO THE
//* ORIGINATOR - EXCEPT CREDITS TO A CHARGED-OFF ACCOUNT WITH AN
//* OPEN VSAM.ZCOLL CASE, WHICH POST AS CX RECOVERIES, AND
//* REASON-04 (WOULD BREACH MINIMUM) DEBITS, WHICH ARE CARRIED ON
//* THE REPR GDG AND REPRESENTED ON THE NEXT RUNS; ONLY AFTER THREE
//* FAILED ATTEMPTS DO THEY RETURN. REPRIN IS THE PRIOR RUN'S CARRY
//* GENERATION AND REPROUT CATALOGS TONIGHT'S. FIRST-TIME PRIMING:
//* ALLOCATE AN EMPTY REPR GENERATION WITH IEFBR14 BEFORE THE FIRST
//* RUN.
//*
//* CHECKPOINT/RESTART: ZCLRPST APPENDS ITS PROGRESS TO THE
//* CLRCHKP DATASET AND, WHEN THE FILE SHOWS AN INCOMPLETE PRIOR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMMAND DD DSN=U0210.VSAM.ZMANDT,DISP=SHR
//VSAMCOLL DD DSN=U0210.VSAM.ZCOLL,DISP=SHR
//VSAMDUP  DD DSN=U0210.VSAM.ZCLRDUP,DISP=SHR
//VSAMFTL  DD DSN=U0210.VSAM.ZCLRFTL,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//CLRCHKP  DD DSN=U0210.ZCLRPST.CHKP,DISP=MOD
//CLRRET   DD DSN=U0210.CLRRET.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=69
//REPRIN   DD DSN=U0210.REPR.ZBANK(0),DISP=SHR
//REPROUT  DD DSN=U0210.REPR.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
