//ZSCV    JOB CLASS=A,MSGCLASS=X
//*
//* DEPOSIT-INSURANCE SINGLE-CUSTOMER-VIEW FILE, ON DEMAND FOR THE
//* DEPOSIT INSURER. RUN IN THE NIGHTLY WINDOW AFTER ZSNAP (AND
//* ZINTR) SO VSAM.ZBANK STILL EQUALS TONIGHT'S SNAPSHOT - THE
//* CONTROL TOTALS TIE THE FILE BACK TO IT. SCVCARD: L CARD =
//* COVERAGE LIMIT PER DEPOSITOR PER OWNERSHIP CATEGORY (CENTS,
//* REQUIRED); I CARD Y/N = COUNT ACCRUED CREDIT INTEREST; P CARD
//* Y/N = COUNT OPEN DISPUTE PROVISIONAL CREDITS - SEE THE PROGRAM
//* HEADER. THE SCVOUT GENERATION IS ONLY SENT TO THE INSURER WHEN
//* ZSCV ENDS RC=0 (RC=4 - SOME DEPOSITORS NOT ON THE CUSTOMER
//* FILE, LISTED ON SCVRPT FOR REVIEW FIRST).
//*
//RUN     EXEC PGM=ZSCV
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//SCVCARD  DD *
L000025000000
IY
PN
/*
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMLNK  DD DSN=U0210.VSAM.ZACCLNK,DISP=SHR
//VSAMDISP DD DSN=U0210.VSAM.ZDISP,DISP=SHR
//VSAMACCR DD DSN=U0210.VSAM.ZACCRUE,DISP=SHR
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//SNAPIN   DD DSN=U0210.SNAP.ZBANK(0),DISP=SHR
//SORTSCV  DD DSN=&&SORTSCV,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(5,5)),RECFM=FB,LRECL=82
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(5,5))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(5,5))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(5,5))
//SCVOUT   DD DSN=U0210.SCV.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=200
//SCVRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
