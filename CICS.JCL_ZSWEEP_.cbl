//ZSWEEP  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY BALANCE SWEEP EXECUTION. RUN IN THE POSTING PART OF THE
//* NIGHTLY WINDOW - AFTER ZSTORD, ZCLRPST, ZCHQPST AND ZATMPST
//* HAVE POSTED THE DAY, AND BEFORE ZINTR ACCRUES INTEREST - SO THE
//* SWEEPS SEE THE DAY'S FINAL BALANCES, INTEREST RUNS ON THE SWEPT
//* BALANCES, AND THE TD/TC JOURNAL PAIRS LAND ON THE SAME BUSINESS
//* DATE ZRECON RECONCILES. EVERY EXECUTED, FAILED OR CANCELLED
//* SWEEP IS LISTED ON SWEEPRPT; A FAILED SWEEP IS TRIED AGAIN ON
//* THE NEXT NIGHTLY RUN.
//*
//RUN     EXEC PGM=ZSWEEP
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMSWEP DD DSN=U0210.VSAM.ZSWEEP,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//SWEEPRPT DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
