//ZALERT  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY CUSTOMER ALERT MESSAGES. RUN AFTER THE NIGHT'S POSTING
//* (ZSTORD, ZCLRPST, ZCLROUT, ZATMPST) SO THE LOW-BALANCE TEST
//* SEES THE FINAL BALANCES, AND BEFORE ZJRNARC RESETS THE ONLINE
//* JOURNAL. THE TRANSMIT STEP RELEASES THE FILE TO THE SMS/EMAIL
//* GATEWAY ONLY WHEN ZALERT PROVED ITS CONTROL TOTALS (RC 0 OR 4)
//* - THE SAME COND= PATTERN ZCLROUT USES FOR CLROUT. RC=4 MEANS
//* SOME ALERTS HAD NO PHONE/EMAIL TO GO TO (LISTED ON ALRTRPT).
//* ALRTOUT RECORD LAYOUT (ALRMREC.cpy), 200 BYTES:
//*   COL 1       CHANNEL S (SMS) OR E (EMAIL)
//*   COL 2-31    PHONE NUMBER OR EMAIL ADDRESS
//*   COL 32-41   ACCOUNT NUMBER
//*   COL 42-51   CUSTOMER NUMBER
//*   COL 52-53   ALERT TYPE LD DR PC NP LB
//*   COL 54-61   DATE YYYYMMDD
//*   COL 62-67   TIME HHMMSS
//*   COL 68-79   JOURNAL REFERENCE (ZERO FOR NP AND LB)
//*   COL 80-92   AMOUNT, LEADING SIGN, 2 DECIMALS
//*   COL 93-172  MESSAGE TEXT
//*
//RUN     EXEC PGM=ZALERT
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//MNTZBNK  DD DSN=U0210.VSAM.MNTZBNK,DISP=SHR
//VSAMALRT DD DSN=U0210.VSAM.ZALERT,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//ALRTOUT  DD DSN=U0210.ALERT.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=200
//ALRTRPT  DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
//*
//* RELEASE THE FILE TO THE GATEWAY DATASET ONLY WHEN THE RUN
//* PROVED ITS CONTROL TOTALS.
//*
//TRANSMIT EXEC PGM=IEBGENER,COND=(4,LT,RUN)
//SYSUT1   DD DSN=U0210.ALERT.ZBANK(+1),DISP=SHR
//SYSUT2   DD DSN=U0210.ALERT.ZBANK.XMIT(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=200
//SYSPRINT DD SYSOUT=A
//SYSIN    DD DUMMY
/*
