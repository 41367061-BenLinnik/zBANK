//ZAPREXP JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY TWO-OWNER APPROVAL EXPIRY SWEEP. RUN AT THE START OF
//* THE NIGHTLY WINDOW, ALONGSIDE ZHLDEXP. PENDING VSAM.ZAPPRV
//* ITEMS WHOSE APRPOL WINDOW HAS CLOSED ARE MARKED EXPIRED AND
//* LISTED ON APXRPT; ITEMS ARE PARKED AND DECIDED ON THE ZBANK
//* APPROVALS SCREEN (HOME ACTION G) AND NEVER DELETED.
//*
//RUN     EXEC PGM=ZAPREXP
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMAPPR DD DSN=U0210.VSAM.ZAPPRV,DISP=SHR
//VSAMPOL  DD DSN=U0210.VSAM.ZPOLICY,DISP=SHR
//APXRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
