//* ACCOUNT (COLS 3-10), CREDIT GL ACCOUNT (COLS 11-18). THE
//* TRANSMIT STEP ONLY RUNS WHEN ZGLEXT PROVED DEBITS = CREDITS -
//* SAME COND= PATTERN COPY2VSM USES.
//* INSTALMENT LOANS: 15001000 = LOANS RECEIVABLE, 45001000 = LOAN
//* INTEREST INCOME. LD/TC AND LR/LP/LI EACH NET TO ZERO ON THE
//* 20003000 TRANSFER CLEARING ACCOUNT.
//* ID = MONTHLY OVERDRAFT (DEBIT) INTEREST CAPITALIZED BY ZINTR,
//* CREDITED TO 46001000 OVERDRAFT INTEREST INCOME.
//* COUNTER FOREIGN CURRENCY: 12001000 = FX NOTES POSITION. FB/FS
//* SETTLE AGAINST DEPOSITS, NB/NS AGAINST CASH, ALL AT THE DEALT
//* RATE; THE FM MARGIN ENTRIES ZFXPOS WRITES TO FXMARGIN MOVE THE
//* MARGIN FROM THE POSITION TO 47001000 FX MARGIN INCOME. RUN
//* ZFXPOS FIRST - ITS FXMARGIN GENERATION IS CONCATENATED AFTER
//* THE JOURNAL SPLIT.
//* BULK PAYMENT FILES: THE FILE'S ONE BD DEBIT GOES TO 20003000
//* TRANSFER CLEARING AND IS CLEARED BY THE ITEMS - BC CREDITS TO
//* OUR OWN ACCOUNTS, BX EXTERNAL ITEMS TO 60001000 OUTBOUND
//* CLEARING, THE SAME ACCOUNT XP CREDITS.
//* OUTBOUND RETURNS: XR REVERSES XP - A PAYMENT THE BENEFICIARY
//* BANK SENT BACK COMES OUT OF 60001000 OUTBOUND CLEARING AND IS
//* RE-CREDITED TO THE CUSTOMER'S DEPOSIT.
//* CHARGE-OFF: 91001000 = CHARGE-OFF LOSSES. CO WRITES AN
//* OVERDRAWN BALANCE OFF TO ZERO AGAINST IT; RECOVERIES LATER
//* COLLECTED ON THE DEBT COME BACK TO IT - CR AS COUNTER CASH, CX
//* THROUGH INBOUND CLEARING.
//* ATM NETWORK: 13001000 = ATM NETWORK SETTLEMENT. AW/AD POST
//* AGAINST IT RATHER THAN CASH (THE NETWORK, NOT OUR TILLS, PAID
//* OUT OR TOOK IN THE MONEY); THE AF INTERCHANGE FEES (92001000
//* ATM INTERCHANGE EXPENSE) AND THE AS/AP NET SETTLEMENT THROUGH
//* 11001000 SETTLEMENT BANK ACCOUNT THAT ZATMSET WRITES TO ATMGL
//* CLEAR IT TO ZERO EACH DAY. RUN ZATMSET FIRST - ITS ATMGL
//* GENERATION IS CONCATENATED AFTER FXMARGIN.
//* LEGAL ORDERS: 62001000 = LEGAL ORDER REMITTANCES PAYABLE. GS
//* MOVES MONEY ZLEGSZ SEIZED UNDER A GARNISHMENT ORDER OR TAX LEVY
//* OUT OF DEPOSITS UNTIL IT IS PAID TO THE AUTHORITY FROM LEGREM.
//*
//EXTRACT EXEC PGM=ZGLEXT
//STEPLIB  DD DSN=U0210.CICS.LOADLIB,DISP=SHR
//VSAMRUNC DD DSN=U0210.VSAM.ZRUNCTL,DISP=SHR
//OVRDCARD DD DUMMY
//JRNLZBNK DD DSN=U0210.JDIST.ACT(0),DISP=SHR
//         DD DSN=U0210.FXMARGIN.ZBANK(0),DISP=SHR
//         DD DSN=U0210.ATMGL.ZBANK(0),DISP=SHR
//GLMAP    DD *
DP1000100020001000
WD2000100010001000
EW2000100010001000
EP2000100040001000
XP2000100060001000
XR6000100020001000
PV7000100020001000
PR2000100070001000
ES2000100080001000
AW2000100013001000
AD1300100020001000
LD1500100020003000
LR2000200020003000
LP2000300015001000
LI2000300045001000
ID2000100046001000
CQ2000100050001000
FB1200100020001000
FS2000100012001000
NB1200100010001000
NS1000100012001000
FM1200100047001000
BD2000200020003000
BC2000300020002000
BX2000300060001000
CO9100100020001000
CR1000100091001000
CX5000100091001000
AF9200100013001000
AS1100100013001000
AP1300100011001000
GS2000100062001000
//GLEXTR   DD DSN=U0210.GLEXT.ZBANK(+1),
//    DISP=(NEW,CATLG,DELETE),
//    SPACE=(CYL,(2,2)),RECFM=FB,LRECL=43
