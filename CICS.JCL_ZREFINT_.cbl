//ZREFINT JOB CLASS=A,MSGCLASS=X
//*
//* CROSS-FILE REFERENTIAL INTEGRITY AUDIT. READ-ONLY - LISTS
//* ORPHANS AND CONTRADICTIONS BETWEEN THE ACCOUNT, CUSTOMER AND
//* SATELLITE FILES ON REFRPT BY CLASS, WITH A COUNT PER CLASS.
//* RUN LAST IN THE NIGHTLY SEQUENCE, AFTER ZCLARCH, SO TONIGHT'S
//* CLOSURES HAVE ALREADY MOVED TO VSAM.ZBNKCLSD AND ANYTHING STILL
//* POINTING AT THEM SHOWS AS ARCHIVED. IT CHANGES NOTHING, SO IT
//* MAY BE RERUN IN THE DAY WITH OVERRIDE ON OVRDCARD.
//* RC=4 - FINDINGS LISTED ON REFRPT; RC=8 - A FILE WOULD NOT
//* OPEN AND THE CHECKS NEEDING IT WERE NOT MADE.
//*
//RUN     EXEC PGM=ZREFINT
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMCLSD DD DSN=U0210.VSAM.ZBNKCLSD,DISP=SHR
//VSAMCUST DD DSN=U0210.VSAM.ZCUST,DISP=SHR
//VSAMLNK  DD DSN=U0210.VSAM.ZACCLNK,DISP=SHR
//VSAMPAYE DD DSN=U0210.VSAM.ZPAYEE,DISP=SHR
//VSAMSTOR DD DSN=U0210.VSAM.ZSTORD,DISP=SHR
//VSAMPAYP DD DSN=U0210.VSAM.ZPAYPND,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMCARD DD DSN=U0210.VSAM.ZCARDS,DISP=SHR
//VSAMMAND DD DSN=U0210.VSAM.ZMANDT,DISP=SHR
//VSAMSWEP DD DSN=U0210.VSAM.ZSWEEP,DISP=SHR
//VSAMDISP DD DSN=U0210.VSAM.ZDISP,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//SORTOWN  DD DSN=&&SORTOWN,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=11
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//REFRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
