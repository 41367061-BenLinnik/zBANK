//ZBULKPY JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY BULK PAYMENT FILE POSTING (PAYROLL AND SUPPLIER RUNS
//* SUBMITTED BY BUSINESS CUSTOMERS). RUN IN THE POSTING PART OF
//* THE NIGHTLY WINDOW - ALONGSIDE ZSTORD/ZCLRPST, BEFORE ZSWEEP
//* AND ZINTR, AND IMMEDIATELY BEFORE ZCLROUT, WHICH SENDS THE
//* EXTERNAL ITEMS FROM TONIGHT'S BULKREL GENERATION. BULKIN IS THE
//* DAY'S SUBMITTED FILES, CONCATENATED BY THE INTAKE PROCESS INTO
//* ONE GENERATION - EACH FILE A HEADER, ITS DETAILS AND A TRAILER
//* (LAYOUTS IN THE PROGRAM HEADER). A FILE IS POSTED WHOLE OR NOT
//* AT ALL. BULKRES CARRIES THE PER-FILE AND PER-ITEM RESULTS BACK
//* TO THE CUSTOMERS:
//*   COL 1-10  DEBIT ACCOUNT       COL 11-18 FILE ID
//*   COL 19-24 ITEM NO (000000 = THE FILE ITSELF)
//*   COL 25    ITEM TYPE (I/E, H ON THE FILE LINE)
//*   COL 26-35 ACCOUNT             COL 36-47 AMOUNT 9(10)V99
//*   COL 48-63 ITEM REFERENCE      COL 64    STATUS
//*   COL 65-66 REASON              COL 67-86 REASON TEXT
//*   COL 87-98 OUR JOURNAL REFERENCE
//* RC=4 - SOME FILES REJECTED, CUSTOMERS TOLD BY BULKRES. RC=8 -
//* OUT OF PROOF, A FAILED REWRITE OR RECORDS OUTSIDE ANY FILE:
//* OPERATIONS TO INVESTIGATE FROM BULKRPT BEFORE THE MORNING.
//*
//RUN     EXEC PGM=ZBULKPY
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//BULKIN   DD DSN=U0210.BULKIN.ZBANK(0),DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMBREG DD DSN=U0210.VSAM.ZBULKREG,DISP=SHR
//BULKRES  DD DSN=U0210.BULKRES.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=98
//BULKREL  DD DSN=U0210.BULKREL.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=80
//BULKRPT  DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
