//ZCSTDUP JOB CLASS=A,MSGCLASS=X
//*
//* DUPLICATE-CUSTOMER CANDIDATE LIST. READ-ONLY - LISTS ON DUPRPT
//* EVERY GROUP OF VSAMCUST CUSTOMERS SHARING AN ID NUMBER, OR A
//* NAME AND DATE OF BIRTH, FOR REVIEW. CONFIRMED DUPLICATES ARE
//* MERGED BY A SUPERVISOR ON ZSUPV (ACTION Z). IT CHANGES NOTHING,
//* SO IT MAY BE RERUN IN THE DAY WITH OVERRIDE ON OVRDCARD.
//* RC=4 - GROUPS LISTED ON DUPRPT; RC=8 - VSAM.ZCUST WOULD NOT
//* OPEN.
//*
//RUN     EXEC PGM=ZCSTDUP
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//SORTDUP  DD DSN=&&SORTDUP,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=102
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//DUPRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
