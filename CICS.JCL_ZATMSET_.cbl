//ZATMSET JOB CLASS=A,MSGCLASS=X
//*
//* ATM NETWORK DAILY SETTLEMENT RECONCILIATION. RUN AFTER ZATMPST
//* HAS POSTED THE NIGHT'S ATMIN ITEMS AND THE NETWORK'S SETTLEMENT
//* FILE FOR THE SAME BUSINESS DATE HAS ARRIVED, BEFORE ZJRNARC
//* RESETS THE ONLINE JOURNAL AND BEFORE ZGLEXT - ITS ATMGL
//* GENERATION (THE AF FEE AND AS/AP NET SETTLEMENT ENTRIES) IS
//* CONCATENATED INTO THE GL EXTRACT. ATMSETL IS THE NETWORK'S
//* FILE, LAYOUT ATMSREC: H HEADER, D ITEM ROWS, T TRAILER.
//* RC=4 - ITEM EXCEPTIONS ON ATSRPT, BUT THE NET SETTLEMENT PROVES.
//* RC=8 - THE FILE IS FOR ANOTHER DAY, ITS TRAILER DOES NOT AGREE,
//*        OR THE NET DOES NOT PROVE TO OUR POSTINGS; HOLD ZGLEXT.
//*
//RUN     EXEC PGM=ZATMSET
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//ATMSETL  DD DSN=U0210.ATMSETL.ZBANK(0),DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//ATMRET   DD DSN=U0210.ATMRET.ZBANK(0),DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//SOURF    DD DSN=&&SOURF,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=40
//SNETF    DD DSN=&&SNETF,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=54
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//ATMGL    DD DSN=U0210.ATMGL.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(1,1)),RECFM=FB,LRECL=120
//ATSRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
