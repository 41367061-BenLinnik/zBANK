//ZLIQFC  JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY 30 BUSINESS DAY LIQUIDITY FORECAST FOR TREASURY. RUN
//* AT THE END OF THE NIGHTLY SEQUENCE, ALONGSIDE ZBRCTL - AFTER
//* ZSTORD, ZCLROUT, ZTDMAT, ZHLDEXP AND ZLEGSZ - SO TONIGHT'S
//* POSTINGS ARE OFF THE FILES AND THE FORECAST STARTS WITH THE
//* NEXT BUSINESS DAY. READ-ONLY AGAINST EVERY VSAM FILE.
//* LIQCARD COLUMNS 1-12 CARRY THE NET OUTFLOW THRESHOLD AS
//* 9(10)V99 (000500000000 = 5,000,000.00; ZEROS = NO FLAGGING)
//* AND COLUMNS 13-15 THE DISPUTE CLOCK IN DAYS (010, AS ON THE
//* ZDISPRPT DISPCARD). A DAY ABOVE THE THRESHOLD ENDS RC=4 SO IT
//* SHOWS ON THE RUN-CONTROL ROW THE MORNING SHIFT REVIEWS.
//* TERMCARD IS THE SAME RATE CARD ZTDMAT PAYS TERM INTEREST BY.
//* TRSEXT RECORD LAYOUT (TREASURY EXTRACT):
//*   COL 1-8   RUN DATE YYYYMMDD
//*   COL 9-10  FORECAST DAY 01-30
//*   COL 11-18 FORECAST DATE YYYYMMDD (A BUSINESS DAY)
//*   COL 19-21 BRANCH, OR ALL FOR THE WHOLE BANK
//*   COL 22-23 CATEGORY - SO STANDING ORDERS, XP EXTERNAL
//*             PAYMENTS, TD TERM MATURITIES, HR HOLDS RELEASING,
//*             DR DISPUTE REVERSALS, TT DAY TOTAL
//*   COL 24-37 PROJECTED OUTFLOW 9(12)V99
//*   COL 38-51 PROJECTED INFLOW 9(12)V99
//*   COL 52    Y = WHOLE-BANK NET OUTFLOW ABOVE THE THRESHOLD
//*             (ON THE ALL/TT ROW), ELSE N
//*
//RUN     EXEC PGM=ZLIQFC
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//VSAMZBNK DD DSN=U0210.VSAM.ZBANK,DISP=SHR
//VSAMSTOR DD DSN=U0210.VSAM.ZSTORD,DISP=SHR
//VSAMPAYP DD DSN=U0210.VSAM.ZPAYPND,DISP=SHR
//VSAMHOLD DD DSN=U0210.VSAM.ZHOLDS,DISP=SHR
//VSAMDISP DD DSN=U0210.VSAM.ZDISP,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//LIQCARD  DD *
000500000000010
//TERMCARD DD *
034500
//TRSEXT   DD DSN=U0210.TRSEXT.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(1,1)),RECFM=FB,LRECL=60
//LIQRPT   DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
