//ZFXPOS  JOB CLASS=A,MSGCLASS=X
//*
//* END-OF-DAY FOREIGN-CURRENCY POSITION REPORT. RUN AFTER THE
//* COUNTER CLOSES, ALONGSIDE ZDRWBAL AND BEFORE ZJRNARC RESETS THE
//* ONLINE JOURNAL. REPORTS EACH TELLER'S DEALS BY CURRENCY AND THE
//* BANK-WIDE POSITION FROM VSAM.ZFXDEAL, PROVES THEM TO THE DAY'S
//* FB/FS/NB/NS JOURNAL ENTRIES, AND WRITES THE FM MARGIN ENTRIES
//* ZGLEXT PICKS UP FROM THE FXMARGIN GENERATION - SO THIS JOB MUST
//* ALSO RUN BEFORE ZGLEXT, EVEN ON A DAY WITH NO DEALS (AN EMPTY
//* GENERATION IS STILL CATALOGED).
//* RC=8 - DEALS DO NOT AGREE WITH THE JOURNAL; HOLD ZGLEXT.
//*
//RUN     EXEC PGM=ZFXPOS
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMFXD  DD DSN=U0210.VSAM.ZFXDEAL,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//FXMARGIN DD DSN=U0210.FXMARGIN.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(1,1)),RECFM=FB,LRECL=120
//SORTFXP  DD DSN=&&SORTF,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=49
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//FXPRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
