//ZCOLRPT JOB CLASS=A,MSGCLASS=X
//*
//* MONTHLY CHARGED-OFF AND RECOVERED REPORT FOR THE CREDIT
//* COMMITTEE. RUN ON THE FIRST BUSINESS DAY OF THE NEW MONTH FOR
//* THE MONTH JUST ENDED, ALONGSIDE ZMOSTAT. COLCARD COLUMNS 1-6
//* CARRY THE MONTH AS YYYYMM. JRNLIN CONCATENATES THE MONTH'S
//* JOURNAL ARCHIVE GENERATIONS, OLDEST FIRST - EXTEND THE
//* CONCATENATION TO COVER THE WHOLE MONTH. READ-ONLY AND SAFELY
//* RERUNNABLE. RC=4 - A WRITE-OFF OR RECOVERY WITH NO CASE ON
//* VSAM.ZCOLL, FLAGGED ON COLRPT.
//*
//RUN     EXEC PGM=ZCOLRPT
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//COLCARD  DD *
202508
//JRNLIN   DD DSN=U0210.JRNL.ZBANK.ARCH(-1),DISP=SHR
//         DD DSN=U0210.JRNL.ZBANK.ARCH(0),DISP=SHR
//VSAMCOLL DD DSN=U0210.VSAM.ZCOLL,DISP=SHR
//COLRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
