//ZCHQPST JOB CLASS=A,MSGCLASS=X
//*
//* CHEQUE PRESENTMENT POSTING. RUN IN THE NIGHTLY WINDOW AFTER
//* ZCLRPST AND BEFORE ZINTR, WITH ONLINE CICS QUIESCED, SO THE CQ
//* JOURNAL ENTRIES RECONCILE THE SAME NIGHT. CHQIN IS THE FILE OF
//* CHEQUES DRAWN ON OUR CUSTOMERS DELIVERED BY THE CHEQUE
//* CLEARING HOUSE:
//*   COL 1-10  ACCOUNT NUMBER
//*   COL 11-18 CHEQUE SERIAL
//*   COL 19-30 AMOUNT 9(10)V99
//*   COL 31-46 PRESENTING BANK'S ITEM REFERENCE
//* UNPAID CHEQUES GO TO CHQRET WITH A REASON CODE FOR RETURN TO
//* THE PRESENTING BANK. A RERUN AFTER AN ABEND IS SAFE - CHEQUES
//* THE DEAD RUN PAID ARE FOUND ON THE PAID REGISTER AND COUNTED,
//* NOT PAID AGAIN.
//*
//RUN     EXEC PGM=ZCHQPST
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//CHQIN    DD DSN=U0210.CHQIN.ZBANK(0),DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMCHQB DD DSN=U0210.VSAM.ZCHQBK,DISP=SHR
//VSAMCHQS DD DSN=U0210.VSAM.ZCHQSTP,DISP=SHR
//VSAMCHQP DD DSN=U0210.VSAM.ZCHQPD,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//CHQRET   DD DSN=U0210.CHQRET.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(1,1)),RECFM=FB,LRECL=72
//CHQRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
