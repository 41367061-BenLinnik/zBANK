//ZLEGSZ  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY LEGAL ORDER SEIZURE. RUN IN THE POSTING PART OF THE
//* NIGHTLY WINDOW - AFTER ZHLDEXP/ZTDMAT SO EXPIRED HOLDS AND
//* MATURED DEPOSITS ARE ALREADY RELEASED, AND BEFORE
//* ZRECON/ZSNAP/ZJRNARC SO THE GS DEBITS RECONCILE THE SAME
//* NIGHT. ORDERS ARE ENTERED ON THE ZSUPV HOLD FUNCTION. THE
//* RELEASE STEP ONLY RUNS WHEN ZLEGSZ PROVED ITS CONTROL TOTALS -
//* SAME COND= PATTERN ZCLROUT USES FOR CLROUT. THE REGISTER STEP
//* ALWAYS RUNS SO THE BRANCH SEES THE ORDERS EVEN ON A NIGHT
//* NOTHING WAS SEIZED.
//* LEGREM RECORD LAYOUT (ONE ROW PER SEIZURE):
//*   COL 1-20  ISSUING AUTHORITY
//*   COL 21-32 ORDER NUMBER
//*   COL 33-42 ACCOUNT NUMBER
//*   COL 43-62 ACCOUNT HOLDER NAME
//*   COL 63-74 AMOUNT SEIZED 9(10)V99
//*   COL 75-82 DATE SEIZED YYYYMMDD
//*   COL 83-94 OUR JOURNAL REFERENCE
//*   COL 95    Y = ORDER NOW SATISFIED IN FULL, ELSE N
//*
//RUN     EXEC PGM=ZLEGSZ
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMLORD DD DSN=U0210.VSAM.ZLEGORD,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//LEGREM   DD DSN=U0210.LEGREM.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(1,1)),RECFM=FB,LRECL=100
//LEGRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
//*
//* RELEASE THE REMITTANCES TO THE AUTHORITY PAYMENT DATASET ONLY
//* WHEN THE SEIZURE RUN PROVED ITS CONTROL TOTALS.
//*
//RELEASE EXEC PGM=IEBGENER,COND=(0,NE,RUN)
//SYSUT1   DD DSN=U0210.LEGREM.ZBANK(+1),DISP=SHR
//SYSUT2   DD DSN=U0210.LEGREM.ZBANK.XMIT(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(1,1)),RECFM=FB,LRECL=100
//SYSPRINT DD SYSOUT=A
//SYSIN    DD DUMMY
//*
//* LEGAL ORDERS REGISTER - OUTSTANDING, PARTLY SATISFIED, CLOSED.
//*
//REGISTER EXEC PGM=ZLEGREG,COND=EVEN
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMLORD DD DSN=U0210.VSAM.ZLEGORD,DISP=SHR
//LEGREG   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
