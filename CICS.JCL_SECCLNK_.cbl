//SECCLNK JOB CLASS=A,MSGCLASS=X
//*
//* TRANSLATE/COMPILE/LINK THE ZSECADM SECURITY-ADMINISTRATION
//* TRANSACTION PROGRAM, SAME PROCEDURE AS PPCOMLNK USES FOR ZBANK.
//*
//CICSLIB JCLLIB ORDER=(DFH530.CICS.SDFHPROC)
//PPCL EXEC DFHZITCL,INDEX='DFH530.CICS',LNGPRFX=IGY520,
//    DSCTLIB='DFH530.CICS.SDFHCOB',
//    PROGLIB='U0210.CICS.LOADLIB'
//COBOL.SYSIN DD DSN=U0210.CICS.COB(ZSECADM),DISP=SHR
//LKED.SYSIN DD *
    NAME ZSECADM(R)
/*
