//ZWLSCRN JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY WATCH-LIST RESCREEN. RUN IN THE NIGHTLY WINDOW AFTER
//* ONLINE CICS IS QUIESCED AND BEFORE ZCLROUT, SO A FREEZE ON A
//* CONFIRMED MATCH STOPS TONIGHT'S PENDING EXTERNAL PAYMENTS.
//* SCREENS EVERY VSAM.ZCUST CUSTOMER AGAINST THE LATEST LIST
//* LOADED BY ZWLLOAD, OPENS A SCREENING CASE PER NEW HIT FOR
//* COMPLIANCE (ZSUPV ACTIONS W/Y) AND FREEZES EVERY ACCOUNT OF
//* EVERY CONFIRMED CUSTOMER. WLSRPT IS THE SCREENING REPORT.
//* RC=4 - CASES OR FREEZES TO BE DONE BY HAND (SEE THE REPORT).
//* RC=8 - THE WATCH LIST IS EMPTY; RERUN ZWLLOAD FIRST.
//*
//RUN     EXEC PGM=ZWLSCRN
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//VSAMWTCH DD DSN=U0210.VSAM.ZWATCH,DISP=SHR
//VSAMSCRC DD DSN=U0210.VSAM.ZSCRCASE,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMLNK  DD DSN=U0210.VSAM.ZACCLNK,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//MNTZBNK  DD DSN=U0210.VSAM.MNTZBNK,DISP=SHR
//WLSRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
