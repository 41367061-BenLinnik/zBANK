//HSQCLNK JOB CLASS=A,MSGCLASS=X
//*
//* TRANSLATE/COMPILE/LINK THE ZHISTINQ ACCOUNT HISTORY INQUIRY
//* TRANSACTION PROGRAM, SAME PROCEDURE AS PPCOMLNK USES FOR ZBANK.
//*
//CICSLIB JCLLIB ORDER=(DFH530.CICS.SDFHPROC)
//PPCL EXEC DFHZITCL,INDEX='DFH530.CICS',LNGPRFX=IGY520,
//    DSCTLIB='DFH530.CICS.SDFHCOB',
//    PROGLIB='U0210.CICS.LOADLIB'
//COBOL.SYSIN DD DSN=U0210.CICS.COB(ZHISTINQ),DISP=SHR
//LKED.SYSIN DD *
    NAME ZHISTINQ(R)
/*
