//ZFRAUD  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY ACCOUNT-TAKEOVER PATTERN ALERTS. RUN IN THE NIGHTLY
//* WINDOW AFTER ONLINE CICS IS QUIESCED AND BEFORE ZCLROUT, SO A
//* FRAUD HOLD STOPS TONIGHT'S PENDING EXTERNAL PAYMENTS, AND
//* BEFORE ZJRNARC RESETS THE ONLINE JOURNAL. THE JRNLZBNK DD
//* CARRIES THE ARCHIVE GENERATIONS FOR THE EARLIER DAYS OF THE
//* WINDOW AHEAD OF THE ONLINE FILE, OLDEST FIRST - ONE GENERATION
//* FOR THE DEFAULT 2-DAY WINDOW; ADD (-1), (-2), ... FOR A LONGER
//* WD CARD. AUDTZBNK AND MNTZBNK ARE APPEND-ONLY AND FILTERED TO
//* THE WINDOW BY THE PROGRAM.
//* FRDCARD: ONE CARD PER SETTING, COMMENT AFTER COL 6 -
//*   COL 1-2   CODE: LF PC PY CM TD XP NT SQ (RULE POINTS),
//*             WD (WINDOW DAYS), AL (ALERT SCORE), HL (HOLD
//*             SCORE, 0000 = NEVER HOLD), HD (HOLD DAYS)
//*   COL 3-6   VALUE 9(4)
//* A CODE WITH NO CARD KEEPS THE PROGRAM DEFAULT (THE VALUES
//* SHOWN BELOW).
//*
//RUN     EXEC PGM=ZFRAUD
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//AUDTZBNK DD DSN=U0210.VSAM.AUDTZBNK,DISP=SHR
//MNTZBNK  DD DSN=U0210.VSAM.MNTZBNK,DISP=SHR
//JRNLZBNK DD DSN=U0210.JRNL.ZBANK.ARCH(0),DISP=SHR
//         DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMPAYP DD DSN=U0210.VSAM.ZPAYPND,DISP=SHR
//VSAMPAYE DD DSN=U0210.VSAM.ZPAYEE,DISP=SHR
//VSAMLNK  DD DSN=U0210.VSAM.ZACCLNK,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//FRDCARD  DD *
LF0010 FAILED LOGINS IN THE WINDOW
PC0020 PIN CHANGED
PY0015 NEW PAYEE SAVED
CM0015 CUSTOMER DETAILS CHANGED
TD0010 SELF-SERVICE TRANSFER OUT
XP0010 EXTERNAL PAYMENT CAPTURED
NT0025 MONEY OUT FROM A TERMINAL OTHER THAN THE USUAL ONE
SQ0050 FULL SEQUENCE IN ORDER
WD0002 WINDOW DAYS
AL0040 ALERT SCORE
HL0100 HOLD SCORE
HD0003 HOLD DAYS
//SORTEVT  DD DSN=&&SORTE,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=54
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//FRDRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
