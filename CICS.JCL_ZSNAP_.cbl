//* ZINTR) AND AFTER ZRECON HAS PROVED THE DAY AGAINST LAST NIGHT'S
//* SNAPSHOT, AND BEFORE ZJRNARC RESETS THE ONLINE JOURNAL. EACH
//* RUN CATALOGS A NEW U0210.SNAP.ZBANK GENERATION; TOMORROW'S
//* ZRECON READS GENERATION (0) AS ITS OPENING POSITION, AND
//* TONIGHT'S ZGLPRF PROVES IT AGAINST THE GL CONTROL ACCOUNTS.
//*
//* FIRST-TIME PRIMING: BEFORE THE FIRST ZRECON RUN AGAINST A
//* SNAPSHOT, RUN THIS JOB ONCE ON ITS OWN SO GENERATION (0) EXISTS.
//* WHERE (0) IS STILL A 31-BYTE GENERATION FROM BEFORE THE BRANCH
//* CODE WAS ADDED, CONVERT IT WITH CICS.JCL_ZCNVSNP_.cbl BEFORE
//* THE NEXT ZRECON INSTEAD.
//*
//RUN     EXEC PGM=ZSNAP
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//SNAPOUT  DD DSN=U0210.SNAP.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=34
//SNAPRPT  DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
