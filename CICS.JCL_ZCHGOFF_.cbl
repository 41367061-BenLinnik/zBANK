//ZCHGOFF JOB CLASS=A,MSGCLASS=X
//*
//* CHARGE-OFF OF CHRONICALLY OVERDRAWN ACCOUNTS. RUN IN THE NIGHTLY
//* SEQUENCE AFTER ZNOTIF (BRCHIN IS THE BREACH STATE GENERATION
//* ZNOTIF HAS JUST CATALOGED), BEFORE ZRECON (THE CO WRITE-OFFS
//* MUST RECONCILE THE SAME NIGHT) AND BEFORE ZCLARCH (WHICH
//* ARCHIVES THE ACCOUNTS THIS RUN CLOSES). CHGCARD:
//*   COL 1-5  CHARGE-OFF THRESHOLD - CALENDAR DAYS IN BREACH,
//*            COUNTED FROM THE FIRST-BREACH DATE, AFTER THE FINAL
//*            NOTICE HAS GONE OUT
//* COLLOUT IS THE RECOVERY AGENCY'S FILE, ONE GENERATION PER RUN.
//* RC=4 - A CHARGE-OFF FAILED OR WENT OUT WITHOUT CONTACT DETAILS;
//* SEE CHGRPT.
//*
//RUN     EXEC PGM=ZCHGOFF
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//BRCHIN   DD DSN=U0210.BRCH.ZBANK(0),DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//VSAMCOLL DD DSN=U0210.VSAM.ZCOLL,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//CHGCARD  DD *
00090
/*
//COLLOUT  DD DSN=U0210.COLL.AGENCY(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(TRK,(5,5)),RECFM=FB,LRECL=200
//CHGRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
