//ZWLLOAD JOB CLASS=A,MSGCLASS=X
//*
//* WATCH-LIST LOAD. COMPLIANCE RUNS THIS WHENEVER THE REGULATOR
//* PUBLISHES A NEW LIST, WITH CICS CLOSED (OR THE VSAMWTCH FILE
//* CLOSED TO CICS). THE REDEF STEP EMPTIES VSAM.ZWATCH SO NO ENTRY
//* THE REGULATOR HAS DROPPED SURVIVES; THE LOAD STEP REBUILDS IT
//* FROM THE PUBLISHED FILE ON WLIN - ONE 100-BYTE RECORD PER ENTRY:
//*   COL 1-6    ENTRY NUMBER 9(6)
//*   COL 7-46   NAME AS PUBLISHED
//*   COL 47-66  IDENTITY NUMBER (BLANK IF NOT PUBLISHED)
//*   COL 67-74  DATE OF BIRTH YYYYMMDD (BLANK IF NOT PUBLISHED)
//*   COL 75-82  LIST / PROGRAMME NAME
//* RC=8 FROM THE LOAD MEANS THE LIST IS NOT ON FILE - FIX AND
//* RERUN THIS JOB BEFORE THE NIGHTLY ZWLSCRN RESCREEN RUNS.
//*
//REDEF   EXEC PGM=IDCAMS,REGION=4096K
//SYSPRINT DD SYSOUT=A
//SYSIN DD *
   DELETE U0210.VSAM.ZWATCH CLUSTER PURGE
   SET MAXCC = 0
   DEFINE CLUSTER (NAME(U0210.VSAM.ZWATCH)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(140 140)                           -
   TRACKS(5,5)                              -
   KEYS(47 0))                              -
   DATA (NAME(U0210.VSAM.ZWATCH.DATA))     -
   INDEX (NAME(U0210.VSAM.ZWATCH.INDEX))
/*
//LOAD    EXEC PGM=ZWLLOAD,REGION=4096K,COND=(0,NE,REDEF)
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//WLIN     DD DSN=U0210.WATCH.LIST.INBOUND,DISP=SHR
//SORTWL   DD DSN=&&SORTW,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=140
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//VSAMWTCH DD DSN=U0210.VSAM.ZWATCH,DISP=SHR
//WLRPT    DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
