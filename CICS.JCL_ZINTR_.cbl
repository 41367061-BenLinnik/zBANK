//ZINTR   JOB CLASS=A,MSGCLASS=X
//*
//* NIGHTLY INTEREST ACCRUAL AND MONTHLY CAPITALIZATION. RUN IN THE
//* POSTING PART OF THE NIGHTLY WINDOW - AFTER THE COPY2VSM LOAD,
//* ALONGSIDE ZSTORD AND ZCLRPST, AFTER ZSWEEP HAS MOVED THE NIGHT'S
//* SWEEPS, AND BEFORE ZRECON/ZSNAP/ZJRNARC - SO THE IN/ID JOURNAL
//* ENTRIES ARE NETTED AGAINST THE SNAPSHOT THE SAME NIGHT THEY ARE
//* ARCHIVED. RATECARD CARRIES FOUR ANNUAL RATES, EACH 9(2)V9(4),
//* ACCRUED AT 1/365 PER CALENDAR DAY:
//*   COLUMNS  1-6  SAVINGS CREDIT RATE
//*   COLUMNS  7-12 CHECKING CREDIT RATE
//*   COLUMNS 13-18 ARRANGED OVERDRAFT DEBIT RATE (WITHIN LIMIT)
//*   COLUMNS 19-24 UNARRANGED OVERDRAFT DEBIT RATE (BEYOND LIMIT)
//* E.G. 002500001000120000195000 = 0.25% SAVINGS, 0.10% CHECKING,
//* 12% ARRANGED AND 19.5% UNARRANGED. ACCRUALS ARE HELD ON
//* VSAM.ZACCRUE AND CAPITALIZED ON THE FIRST RUN OF EACH MONTH;
//* ACCRRPT IS THE MONTH-END ACCRUED-BUT-UNPAID INTEREST REPORT,
//* PRINTED ON THE LAST BUSINESS DAY OF THE MONTH.
//*
//* CHECKPOINT/RESTART: ZINTR APPENDS ITS PROGRESS TO THE INTRCHKP
//* DATASET AND, WHEN THE FILE SHOWS AN INCOMPLETE PRIOR RUN,
//VSAMHIST DD DSN=U0210.VSAM.JRNLHIST,DISP=SHR
//VSAMREFC DD DSN=U0210.VSAM.ZREFCTL,DISP=SHR
//VSAMCAL  DD DSN=U0210.VSAM.ZCALEND,DISP=SHR
//VSAMACCR DD DSN=U0210.VSAM.ZACCRUE,DISP=SHR
//INTRCHKP DD DSN=U0210.ZINTR.CHKP,DISP=MOD
//RATECARD DD *
002500001000120000195000
//INTRPT   DD SYSOUT=A
//ACCRRPT  DD SYSOUT=A
//SYSOUT   DD SYSOUT=A
/*
