//ZESTRPT JOB CLASS=A,MSGCLASS=X
//*
//* ESTATE REPORT FOR A DECEASED CUSTOMER - EACH ACCOUNT THEY OWN
//* OR CO-OWN WITH ITS BALANCE AT THE DATE OF DEATH, INTEREST
//* SINCE AND BALANCE NOW, FOR THE EXECUTOR. ESTCARD COLUMNS 1-10
//* CARRY THE CUSTOMER NUMBER; THE DEATH MUST ALREADY BE RECORDED
//* ON THE SUPERVISOR SCREEN. POINT SNAPIN AT THE U0210.SNAP.ZBANK
//* GENERATION ZSNAP TOOK ON THE DATE OF DEATH (E.G. (-3) FOR
//* THREE NIGHTLY RUNS AGO) - THE REPORT FLAGS A SNAPSHOT FROM ANY
//* OTHER DATE. A GENERATION FROM BEFORE THE 34-BYTE SNAPSHOT
//* CUTOVER IS READ FROM ITS ZCNVSNP COPY (U0210.CNV.SNAP.DYYYYMMDD)
//* INSTEAD - SEE CICS.JCL_ZCNVSNP_.cbl.
//*
//RUN     EXEC PGM=ZESTRPT
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMLNK  DD DSN=U0210.VSAM.ZACCLNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//SNAPIN   DD DSN=U0210.SNAP.ZBANK(0),DISP=SHR
//ESTCARD  DD *
0000000001
//ESTRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
