//ZFXLOAD JOB CLASS=A,MSGCLASS=X
//*
//* DAILY EXCHANGE-RATE LOAD. RUN EACH MORNING WHEN TREASURY'S RATE
//* FILE ARRIVES, BEFORE THE BRANCHES OPEN, WITH THE VSAMFXR FILE
//* CLOSED TO CICS. LOADS VSAM.ZFXRATE FROM FXIN - ONE 80-BYTE
//* RECORD PER CURRENCY:
//*   COL 1-3    ISO CURRENCY CODE
//*   COL 4-11   EFFECTIVE DATE YYYYMMDD
//*   COL 12-21  BANK BUY RATE 9(4)V9(6) - HOME UNITS PER FOREIGN UNIT
//*   COL 22-31  BANK SELL RATE 9(4)V9(6)
//* A RERUN WITH A CORRECTED FILE REPLACES THE DAY'S ROWS.
//* RC=4 - SOME RATES REJECTED, OR NONE EFFECTIVE TODAY (SEE
//* FXRPT). RC=8 - NOTHING LOADED; ZTELL WILL REFUSE EVERY
//* FOREIGN-CURRENCY DEAL UNTIL THIS JOB RUNS CLEAN.
//*
//LOAD    EXEC PGM=ZFXLOAD,REGION=4096K
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//FXIN     DD DSN=U0210.TREASURY.FXRATES.INBOUND,DISP=SHR
//VSAMFXR  DD DSN=U0210.VSAM.ZFXRATE,DISP=SHR
//FXRPT    DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
