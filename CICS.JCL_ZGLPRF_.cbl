//ZGLPRF  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY SUB-LEDGER TO GENERAL-LEDGER CONTROL PROOF. RUN AFTER
//* ZSNAP HAS WRITTEN TONIGHT'S SNAPSHOT AND AFTER ZGLACK HAS
//* BROUGHT THE ACCEPTED POSTINGS FORWARD ONTO VSAM.ZGLBAL AND
//* CATALOGED TONIGHT'S GLPEND GENERATION (THE POSTINGS STILL IN
//* TRANSIT). PRFMAP CARDS MAP ACCOUNT TYPE AND BRANCH TO THE GL
//* CONTROL ACCOUNT (S CARDS), ROLL FURTHER GL ACCOUNTS INTO A
//* CONTROL (G CARDS) AND SET THE TOLERANCE (T CARD) - SEE THE
//* PROGRAM HEADER FOR THE CARD LAYOUTS. RC=8 - OUT OF PROOF, AN
//* UNMAPPED ACCOUNT OR A STALE SNAPSHOT: FINANCE TO INVESTIGATE
//* FROM GLPRFRPT BEFORE THE MORNING.
//*
//RUN     EXEC PGM=ZGLPRF
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//PRFMAP   DD *
SC***20001000
SS***20001000
ST***20001000
SL***15001000
G2000200020001000
T000000000
/*
//SNAPIN   DD DSN=U0210.SNAP.ZBANK(0),DISP=SHR
//VSAMCLSD DD DSN=U0210.VSAM.ZBNKCLSD,DISP=SHR
//VSAMGLB  DD DSN=U0210.VSAM.ZGLBAL,DISP=SHR
//GLPNDIN  DD DSN=U0210.GLPEND.ZBANK(0),DISP=SHR
//GLPRFRPT DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
