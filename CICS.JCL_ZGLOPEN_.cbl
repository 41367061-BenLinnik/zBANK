//ZGLOPEN JOB CLASS=A,MSGCLASS=X
//*
//* GENERAL-LEDGER BALANCE LOAD, RUN ON REQUEST BY FINANCE. LOADS
//* VSAM.ZGLBAL FROM GLOPNIN - ONE 80-BYTE CARD PER GL ACCOUNT:
//*   COL 1-8    GL ACCOUNT
//*   COL 9      O = OPENING POSITION (REPLACES THE BALANCE)
//*              A = ADJUSTMENT FOR A MANUAL LEDGER JOURNAL (ADDED)
//*   COL 10     D = DEBIT, C = CREDIT
//*   COL 11-25  AMOUNT 9(13)V99
//*   COL 26-33  EFFECTIVE DATE YYYYMMDD
//*   COL 34-63  DESCRIPTION
//* LOAD THE OPENING POSITION ONCE, AS AT THE CLOSE OF THE LAST
//* BUSINESS DATE BEFORE ZGLACK FIRST BRINGS POSTINGS FORWARD;
//* AFTER THAT USE A CARDS ONLY. RUN BETWEEN THE NIGHTLY CYCLES.
//* RC=4 - SOME CARDS REJECTED (SEE GLOPNRPT). RC=8 - NOTHING LOADED.
//*
//LOAD    EXEC PGM=ZGLOPEN,REGION=4096K
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//GLOPNIN  DD DSN=U0210.FINANCE.GLOPEN.INBOUND,DISP=SHR
//VSAMGLB  DD DSN=U0210.VSAM.ZGLBAL,DISP=SHR
//GLOPNRPT DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
