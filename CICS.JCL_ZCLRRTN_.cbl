//ZCLRRTN JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY OUTBOUND-PAYMENT RETURNS. RUN IN THE POSTING PART OF
//* THE NIGHTLY WINDOW, BEFORE ZCLROUT - SO A PAYMENT SENT TONIGHT
//* CANNOT MEET A RETURN UNTIL TOMORROW - AND BEFORE
//* ZRECON/ZSNAP/ZJRNARC, SO THE XR RE-CREDITS RECONCILE THE SAME
//* NIGHT. CLRRTIN IS THE RETURNS FILE DELIVERED BY THE CLEARING
//* NETWORK, ONE RECORD PER ITEM OF OURS SENT BACK:
//*   COL 1-10  BENEFICIARY ACCOUNT AT THE OTHER INSTITUTION
//*   COL 11    DIRECTION - ALWAYS R
//*   COL 12-23 AMOUNT RETURNED 9(10)V99
//*   COL 24-39 OUR ORIGINATOR REFERENCE (ZBNK + JOURNAL REF)
//*   COL 40-41 RETURN REASON - 01 ACCOUNT CLOSED, 02 NO SUCH
//*             ACCOUNT, 03 NAME MISMATCH, 04 ACCOUNT BLOCKED,
//*             05 REFUSED BY PAYEE, 06 DUPLICATE PAYMENT
//* RTNRPT IS THE RETURNS REGISTER. RC=4 - RETURNS REJECTED, SEE
//* THE REGISTER; RC=8 - OUT OF PROOF OR A FILE WOULD NOT OPEN.
//*
//RUN     EXEC PGM=ZCLRRTN
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//CLRRTIN  DD DSN=U0210.CLRRTN.ZBANK(0),DISP=SHR
//VSAMPAYP DD DSN=U0210.VSAM.ZPAYPND,DISP=SHR
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//JRNLZBNK DD DSN=U0210.VSAM.JRNLZBNK,DISP=SHR
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//SORTPPX  DD DSN=&&SORTPPX,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=24
//SORTRTN  DD DSN=&&SORTRTN,DISP=(NEW,PASS,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=61
//SORTWK01 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK02 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//SORTWK03 DD UNIT=SYSDA,SPACE=(CYL,(2,2))
//RTNRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
