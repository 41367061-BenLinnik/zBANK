//ZCNVSNP JOB CLASS=A,MSGCLASS=X
//*
//* ONE-TIME CONVERSION OF THE U0210.SNAP.ZBANK GDG FROM THE 31-BYTE
//* TO THE 34-BYTE SNAPSHOT RECORD (SN-BRANCH-CODE ADDED). RUN ONCE,
//* ON THE NIGHT THE NEW ZSNAP/ZRECON/ZGLPRF/ZMOSTAT LOAD MODULES GO
//* IN, BEFORE THAT NIGHT'S ZRECON:
//*   1. ZCNVSNP COPIES GENERATION (0) - LAST NIGHT'S 31-BYTE
//*      SNAPSHOT - TO A NEW 34-BYTE GENERATION (+1), THE BRANCH
//*      TAKEN FROM VSAM.ZBANK (RC=8 IF ITS CONTROL TOTALS DO NOT
//*      PROVE OUT - THEN DELETE THE NEW GENERATION AND DO NOT RUN
//*      ZRECON UNTIL IT IS RERUN CLEAN)
//*   2. ZRECON THEN READS THE CONVERTED GENERATION AS ITS OPENING
//*      POSITION, AND THE NIGHTLY ZSNAP WRITES 34-BYTE GENERATIONS
//*      FROM THEN ON
//* THE CONVERTED GENERATION CARRIES THE SAME SNAPSHOT DATE AS THE
//* ONE IT WAS COPIED FROM - THE OLD ONE STAYS CATALOGED AT (-1) BUT
//* MUST NOT BE READ BY ANYTHING BUILT ON SNAPREC AGAIN.
//*
//* AN OLDER GENERATION STILL NEEDED - FOR THE CUTOVER MONTH'S
//* ZMOSTAT RUN (SEE CICS.JCL_ZMOSTAT_.cbl) OR A ZESTRPT DATE OF
//* DEATH BEFORE THE CUTOVER - IS CONVERTED WITH THE SAME STEP, ONE
//* RUN PER GENERATION: POINT SNAPIN AT THE OLD GENERATION AND
//* SNAPOUT AT A NEW U0210.CNV.SNAP.DYYYYMMDD DATASET NAMED FOR ITS
//* SNAPSHOT DATE, SO THE LIVE GDG IS NOT DISTURBED.
//*
//CONVERT EXEC PGM=ZCNVSNP
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//SNAPIN   DD DSN=U0210.SNAP.ZBANK(0),DISP=SHR
//SNAPOUT  DD DSN=U0210.SNAP.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=34
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//CNVRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
