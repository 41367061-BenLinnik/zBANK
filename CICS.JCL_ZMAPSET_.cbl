               INITIAL='U - MY DETAILS'
         DFHMDF POS=(24,25),LENGTH=30,ATTRB=(ASKIP,NORM),              X
               INITIAL='X - EXT PAYMENT, Y - PAYEES'
         DFHMDF POS=(16,56),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='C - CHEQUE STOPS'
         DFHMDF POS=(17,56),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='M - DD MANDATES'
         DFHMDF POS=(18,56),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='L - ALERTS'
         DFHMDF POS=(19,56),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='V - SWEEPS'
         DFHMDF POS=(20,56),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='G - APPROVALS'
HOMACT   DFHMDF POS=(15,42),LENGTH=1,ATTRB=(UNPROT,NORM)
ZMSTMT   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,31),LENGTH=20,ATTRB=(ASKIP,NORM),               X
         DFHMDF POS=(21,30),LENGTH=8,ATTRB=(ASKIP,NORM),               X
               INITIAL='ADDRESS:'
REGADDR  DFHMDF POS=(21,42),LENGTH=30,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(22,30),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='ID NUMBER:'
REGIDNO  DFHMDF POS=(22,42),LENGTH=15,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(19,30),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='ACTIONS:'
         DFHMDF POS=(20,30),LENGTH=10,ATTRB=(ASKIP,NORM),              X
         DFHMDF POS=(19,15),LENGTH=21,ATTRB=(ASKIP,NORM),              X
               INITIAL='S - SUBMIT, Q - BACK'
XPYACT   DFHMDF POS=(19,42),LENGTH=1,ATTRB=(UNPROT,NORM)
XPYRTN1  DFHMDF POS=(21,15),LENGTH=60,ATTRB=(ASKIP,NORM)
XPYRTN2  DFHMDF POS=(22,15),LENGTH=60,ATTRB=(ASKIP,NORM)
ZPAYEE   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,27),LENGTH=26,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK SAVED PAYEES'
         DFHMDF POS=(18,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - BACK'
PAYACT   DFHMDF POS=(16,60),LENGTH=1,ATTRB=(UNPROT,NORM,IC)
ZCHQSTP  DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,27),LENGTH=26,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK CHEQUE STOP PAYMENTS'
CQSINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
CQSLIN1  DFHMDF POS=(5,10),LENGTH=60,ATTRB=(ASKIP,NORM)
CQSLIN2  DFHMDF POS=(6,10),LENGTH=60,ATTRB=(ASKIP,NORM)
CQSLIN3  DFHMDF POS=(7,10),LENGTH=60,ATTRB=(ASKIP,NORM)
CQSLIN4  DFHMDF POS=(8,10),LENGTH=60,ATTRB=(ASKIP,NORM)
CQSLIN5  DFHMDF POS=(9,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(12,10),LENGTH=21,ATTRB=(ASKIP,NORM),              X
               INITIAL='CHEQUE SERIAL:'
CQSSER   DFHMDF POS=(12,33),LENGTH=8,ATTRB=(UNPROT,NUM,NORM)
         DFHMDF POS=(13,10),LENGTH=21,ATTRB=(ASKIP,NORM),              X
               INITIAL='AMOUNT (D.CC):'
CQSAMT   DFHMDF POS=(13,33),LENGTH=10,ATTRB=(UNPROT,NUM,NORM),         X
               PICIN='9(8)V99'
         DFHMDF POS=(14,10),LENGTH=21,ATTRB=(ASKIP,NORM),              X
               INITIAL='REASON:'
CQSRSN   DFHMDF POS=(14,33),LENGTH=20,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(16,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='A - STOP A CHEQUE, C - LIFT A STOP'
         DFHMDF POS=(17,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - BACK'
CQSACT   DFHMDF POS=(16,60),LENGTH=1,ATTRB=(UNPROT,NORM,IC)
ZMNDLST  DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,27),LENGTH=27,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK DIRECT DEBIT MANDATES'
MDLINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
MDLLIN1  DFHMDF POS=(5,10),LENGTH=60,ATTRB=(ASKIP,NORM)
MDLLIN2  DFHMDF POS=(6,10),LENGTH=60,ATTRB=(ASKIP,NORM)
MDLLIN3  DFHMDF POS=(7,10),LENGTH=60,ATTRB=(ASKIP,NORM)
MDLLIN4  DFHMDF POS=(8,10),LENGTH=60,ATTRB=(ASKIP,NORM)
MDLLIN5  DFHMDF POS=(9,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(12,10),LENGTH=21,ATTRB=(ASKIP,NORM),              X
               INITIAL='ORIGINATOR ID:'
MDLORG   DFHMDF POS=(12,33),LENGTH=8,ATTRB=(UNPROT,NUM,NORM)
         DFHMDF POS=(16,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='C - CANCEL A MANDATE, N - NEXT PAGE'
         DFHMDF POS=(17,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - BACK'
MDLACT   DFHMDF POS=(16,60),LENGTH=1,ATTRB=(UNPROT,NORM,IC)
ZALERT   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,28),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK ACCOUNT ALERTS'
ALTINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,10),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='SEND BY (S/E/B):'
ALTCHN   DFHMDF POS=(5,36),LENGTH=1,ATTRB=(UNPROT,NORM,FSET,IC)
         DFHMDF POS=(5,40),LENGTH=30,ATTRB=(ASKIP,NORM),               X
               INITIAL='S=SMS, E=EMAIL, B=BOTH'
         DFHMDF POS=(6,10),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='SMS PHONE:'
ALTPHN   DFHMDF POS=(6,36),LENGTH=15,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(7,10),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='EMAIL:'
ALTEML   DFHMDF POS=(7,36),LENGTH=30,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(9,10),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='BALANCE BELOW (Y/N):'
ALTLOW   DFHMDF POS=(9,36),LENGTH=1,ATTRB=(UNPROT,NORM,FSET)
         DFHMDF POS=(9,40),LENGTH=15,ATTRB=(ASKIP,NORM),               X
               INITIAL='AMOUNT (D.CC):'
ALTLAMT  DFHMDF POS=(9,56),LENGTH=10,ATTRB=(UNPROT,NUM,NORM,FSET),     X
               PICIN='9(8)V99'
         DFHMDF POS=(10,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='PAYMENT OUT OVER (Y/N):'
ALTBIG   DFHMDF POS=(10,36),LENGTH=1,ATTRB=(UNPROT,NORM,FSET)
         DFHMDF POS=(10,40),LENGTH=15,ATTRB=(ASKIP,NORM),              X
               INITIAL='AMOUNT (D.CC):'
ALTBAMT  DFHMDF POS=(10,56),LENGTH=10,ATTRB=(UNPROT,NUM,NORM,FSET),    X
               PICIN='9(8)V99'
         DFHMDF POS=(11,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='PIN CHANGED (Y/N):'
ALTPIN   DFHMDF POS=(11,36),LENGTH=1,ATTRB=(UNPROT,NORM,FSET)
         DFHMDF POS=(12,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='NEW PAYEE ADDED (Y/N):'
ALTPAY   DFHMDF POS=(12,36),LENGTH=1,ATTRB=(UNPROT,NORM,FSET)
         DFHMDF POS=(13,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='DEPOSIT RECEIVED (Y/N):'
ALTDEP   DFHMDF POS=(13,36),LENGTH=1,ATTRB=(UNPROT,NORM,FSET)
         DFHMDF POS=(16,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='S - SAVE, R - REMOVE ALL ALERTS'
         DFHMDF POS=(17,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - BACK'
ALTACT   DFHMDF POS=(16,60),LENGTH=1,ATTRB=(UNPROT,NORM)
ZSWEEP   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,28),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK BALANCE SWEEPS'
SWPINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SWPLIN1  DFHMDF POS=(5,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SWPLIN2  DFHMDF POS=(6,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SWPLIN3  DFHMDF POS=(7,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SWPLIN4  DFHMDF POS=(8,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SWPLIN5  DFHMDF POS=(9,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(11,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='TYPE (O/E):'
SWPTYP   DFHMDF POS=(11,36),LENGTH=1,ATTRB=(UNPROT,NORM,IC)
         DFHMDF POS=(11,40),LENGTH=30,ATTRB=(ASKIP,NORM),              X
               INITIAL='O=OVERDRAFT COVER, E=EXCESS'
         DFHMDF POS=(12,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='SAVINGS ACCT:'
SWPSAV   DFHMDF POS=(12,36),LENGTH=10,ATTRB=(UNPROT,NUM,NORM)
         DFHMDF POS=(13,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='TARGET/CEILING (D.CC):'
SWPLVL   DFHMDF POS=(13,36),LENGTH=10,ATTRB=(UNPROT,NUM,NORM),         X
               PICIN='9(8)V99'
         DFHMDF POS=(13,48),LENGTH=22,ATTRB=(ASKIP,NORM),              X
               INITIAL='(0 = ZERO BALANCE)'
         DFHMDF POS=(14,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='CANCEL SEQ:'
SWPSEQ   DFHMDF POS=(14,36),LENGTH=2,ATTRB=(UNPROT,NUM,NORM)
         DFHMDF POS=(16,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='A - ADD, C - CANCEL'
         DFHMDF POS=(17,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - BACK'
SWPACT   DFHMDF POS=(16,60),LENGTH=1,ATTRB=(UNPROT,NORM)
ZAPPRV   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,27),LENGTH=25,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK TWO-OWNER APPROVALS'
APRINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
APRLIN1  DFHMDF POS=(5,10),LENGTH=60,ATTRB=(ASKIP,NORM)
APRLIN2  DFHMDF POS=(6,10),LENGTH=60,ATTRB=(ASKIP,NORM)
APRLIN3  DFHMDF POS=(7,10),LENGTH=60,ATTRB=(ASKIP,NORM)
APRLIN4  DFHMDF POS=(8,10),LENGTH=60,ATTRB=(ASKIP,NORM)
APRLIN5  DFHMDF POS=(9,10),LENGTH=60,ATTRB=(ASKIP,NORM)
APROWN   DFHMDF POS=(11,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(13,10),LENGTH=24,ATTRB=(ASKIP,NORM),              X
               INITIAL='SEQ:'
APRSEQ   DFHMDF POS=(13,36),LENGTH=4,ATTRB=(UNPROT,NUM,NORM,IC)
         DFHMDF POS=(15,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='A - APPROVE, R - REJECT'
         DFHMDF POS=(16,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - BACK'
APRACT   DFHMDF POS=(15,60),LENGTH=1,ATTRB=(UNPROT,NORM)
         DFHMSD TYPE=FINAL
         END
/*
