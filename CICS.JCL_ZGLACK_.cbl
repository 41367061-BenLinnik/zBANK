//* MORNING SHIFT SEES THEM ON THE RUN-CONTROL ROW.
//* GLACKIN RECORD: GL REF (1-12), GL ACCOUNT (13-20), STATUS (21,
//* A/R), REASON (22-41).
//* ACCEPTED POSTINGS ARE BROUGHT FORWARD ONTO VSAM.ZGLBAL (LOAD
//* THE OPENING POSITION WITH ZGLOPEN FIRST); RC=8 IF THE BALANCE
//* FILE COULD NOT BE UPDATED - DO NOT RUN ZGLPRF UNTIL IT IS.
//*
//RUN     EXEC PGM=ZGLACK
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//GLPNDOUT DD DSN=U0210.GLPEND.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=51
//VSAMGLB  DD DSN=U0210.VSAM.ZGLBAL,DISP=SHR
//GLACKRPT DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
