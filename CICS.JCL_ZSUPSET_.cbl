//* SUPERVISOR-ONLY MAPSET FOR THE ZSUPV TRANSACTION. KEPT AS ITS
//* OWN MAPSET, NOT PART OF ZBNKSET, SO NOTHING ON THE CUSTOMER
//* SCREENS CAN REACH IT - THE ZSUPV TRANSACTION IS RESTRICTED TO
//* BRANCH SUPERVISOR TERMINALS VIA RDO. THE ZSADM MAP IS THE
//* ZSECADM SECURITY-ADMINISTRATION SCREEN, WHICH SIGNS ON
//* THROUGH ZSLOGIN LIKE ZSUPV.
//*
//IBMLIB JCLLIB ORDER=(DFH530.CICS.SDFHPROC)
//ASSEM EXEC DFHMAPS,MAPNAME='ZSUPSET',INDEX='DFH530.CICS',
ZSMAIN   DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,26),LENGTH=28,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK SUPERVISOR FUNCTIONS'
         DFHMDF POS=(2,10),LENGTH=44,ATTRB=(ASKIP,NORM),               X
               INITIAL='C WITH REASON DECEASED (REF=CUST, DTE=DEATH)'
         DFHMDF POS=(2,55),LENGTH=24,ATTRB=(ASKIP,NORM),               X
               INITIAL='OR ESTATE (RES TO=EXEC)'
         DFHMDF POS=(3,10),LENGTH=31,ATTRB=(ASKIP,NORM),               X
               INITIAL='N-NEW LOAN (LIMIT=PRINCIPAL,'
         DFHMDF POS=(3,42),LENGTH=37,ATTRB=(ASKIP,NORM),               X
               INITIAL='RES TO=REPAY DTE=MONTHS REF=RATE BP)'
         DFHMDF POS=(4,10),LENGTH=35,ATTRB=(ASKIP,NORM),               X
               INITIAL='I-ISSUE CHQ BOOK (REF=FIRST SERIAL,'
         DFHMDF POS=(4,46),LENGTH=28,ATTRB=(ASKIP,NORM),               X
               INITIAL='RES TO=LAST, DTE=ISSUE DATE)'
         DFHMDF POS=(5,10),LENGTH=35,ATTRB=(ASKIP,NORM),               X
               INITIAL='S-STOP CHEQUE O-LIFT STOP (REF='
         DFHMDF POS=(5,46),LENGTH=28,ATTRB=(ASKIP,NORM),               X
               INITIAL='SERIAL, LIMIT=AMT, REASON)'
         DFHMDF POS=(6,10),LENGTH=35,ATTRB=(ASKIP,NORM),               X
               INITIAL='F-DD MANDATE (REF=ORIGINATOR ID,'
         DFHMDF POS=(6,46),LENGTH=30,ATTRB=(ASKIP,NORM),               X
               INITIAL='REASON=MANDATE REF, LIMIT=MAX)'
         DFHMDF POS=(7,10),LENGTH=35,ATTRB=(ASKIP,NORM),               X
               INITIAL='W-CLEAR WATCH-LIST CASE (REF=CASE)'
         DFHMDF POS=(7,46),LENGTH=30,ATTRB=(ASKIP,NORM),               X
               INITIAL='Y-CONFIRM CASE, FREEZE ACCTS'
         DFHMDF POS=(8,10),LENGTH=35,ATTRB=(ASKIP,NORM),               X
               INITIAL='Z-MERGE CUSTOMER (REF=CUST NO TO'
         DFHMDF POS=(8,46),LENGTH=30,ATTRB=(ASKIP,NORM),               X
               INITIAL='RETIRE, RES TO=SURVIVING NO)'
         DFHMDF POS=(9,10),LENGTH=50,ATTRB=(ASKIP,NORM),               X
               INITIAL='D WITH REASON DUAL - TWO-OWNER APPROVAL LIMIT'
SMNINFO  DFHMDF POS=(10,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(11,10),LENGTH=40,ATTRB=(ASKIP,NORM),              X
               INITIAL='H+REF=LEGAL ORDER NO (LIMIT=AMT, 0=LIFT,'
         DFHMDF POS=(11,51),LENGTH=26,ATTRB=(ASKIP,NORM),              X
               INITIAL='REASON=AUTH, RES TO=FLOOR)'
SMNLIN1  DFHMDF POS=(12,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SMNLIN2  DFHMDF POS=(13,10),LENGTH=60,ATTRB=(ASKIP,NORM)
SMNLIN3  DFHMDF POS=(14,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(20,10),LENGTH=10,ATTRB=(ASKIP,NORM),              X
               INITIAL='Q - EXIT'
CSQACT   DFHMDF POS=(19,60),LENGTH=1,ATTRB=(UNPROT,NORM)
ZHSTQ    DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,25),LENGTH=30,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK ACCOUNT HISTORY INQUIRY'
HSQINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,2),LENGTH=8,ATTRB=(ASKIP,NORM),                 X
               INITIAL='ACCOUNT:'
HSQACC   DFHMDF POS=(5,11),LENGTH=10,ATTRB=(UNPROT,NUM,NORM,IC,FSET)
         DFHMDF POS=(5,24),LENGTH=16,ATTRB=(ASKIP,NORM),               X
               INITIAL='FROM (YYYYMMDD):'
HSQDATE  DFHMDF POS=(5,41),LENGTH=8,ATTRB=(UNPROT,NUM,NORM,FSET)
         DFHMDF POS=(5,52),LENGTH=5,ATTRB=(ASKIP,NORM),                X
               INITIAL='LINE:'
HSQSEL   DFHMDF POS=(5,58),LENGTH=2,ATTRB=(UNPROT,NUM,NORM),           X
               JUSTIFY=(RIGHT,ZERO)
HSQHDR   DFHMDF POS=(7,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL01   DFHMDF POS=(8,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL02   DFHMDF POS=(9,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL03   DFHMDF POS=(10,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL04   DFHMDF POS=(11,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL05   DFHMDF POS=(12,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL06   DFHMDF POS=(13,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL07   DFHMDF POS=(14,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL08   DFHMDF POS=(15,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL09   DFHMDF POS=(16,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL10   DFHMDF POS=(17,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL11   DFHMDF POS=(18,2),LENGTH=79,ATTRB=(ASKIP,NORM)
HSQL12   DFHMDF POS=(19,2),LENGTH=79,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(21,2),LENGTH=41,ATTRB=(ASKIP,NORM),               X
               INITIAL='S - SHOW FROM DATE, F - FORWARD, B - BACK'
         DFHMDF POS=(22,2),LENGTH=44,ATTRB=(ASKIP,NORM),               X
               INITIAL='R - REFERENCE ON LINE, H - HISTORY, Q - EXIT'
         DFHMDF POS=(21,50),LENGTH=7,ATTRB=(ASKIP,NORM),               X
               INITIAL='ACTION:'
HSQACT   DFHMDF POS=(21,58),LENGTH=1,ATTRB=(UNPROT,NORM)
ZSADM    DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=FREEKB
         DFHMDF POS=(1,25),LENGTH=30,ATTRB=(ASKIP,NORM),               X
               INITIAL='ZBANK SECURITY ADMINISTRATION'
SADINFO  DFHMDF POS=(3,10),LENGTH=60,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(5,2),LENGTH=19,ATTRB=(ASKIP,NORM),                X
               INITIAL='FILE (S/T/E/P/B/C):'
SADFIL   DFHMDF POS=(5,22),LENGTH=1,ATTRB=(UNPROT,NORM,IC,FSET)
         DFHMDF POS=(5,26),LENGTH=4,ATTRB=(ASKIP,NORM),                X
               INITIAL='KEY:'
SADKEY   DFHMDF POS=(5,31),LENGTH=8,ATTRB=(UNPROT,NORM,FSET)
         DFHMDF POS=(5,42),LENGTH=13,ATTRB=(ASKIP,NORM),               X
               INITIAL='OPER (A/C/D):'
SADOPR   DFHMDF POS=(5,56),LENGTH=1,ATTRB=(UNPROT,NORM)
SADLN1   DFHMDF POS=(7,2),LENGTH=76,ATTRB=(ASKIP,NORM)
SADLN2   DFHMDF POS=(8,2),LENGTH=76,ATTRB=(ASKIP,NORM)
SADLN3   DFHMDF POS=(9,2),LENGTH=76,ATTRB=(ASKIP,NORM)
SADLN4   DFHMDF POS=(10,2),LENGTH=76,ATTRB=(ASKIP,NORM)
SADLN5   DFHMDF POS=(11,2),LENGTH=76,ATTRB=(ASKIP,NORM)
SADLN6   DFHMDF POS=(12,2),LENGTH=76,ATTRB=(ASKIP,NORM)
         DFHMDF POS=(14,2),LENGTH=21,ATTRB=(ASKIP,NORM),               X
               INITIAL='NAME/DESC/SUPV ACTS:'
SADTXT   DFHMDF POS=(14,24),LENGTH=26,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(15,2),LENGTH=15,ATTRB=(ASKIP,NORM),               X
               INITIAL='TELLER ACTIONS:'
SADTX2   DFHMDF POS=(15,24),LENGTH=26,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(16,2),LENGTH=4,ATTRB=(ASKIP,NORM),                X
               INITIAL='PIN:'
SADPIN   DFHMDF POS=(16,24),LENGTH=4,ATTRB=(UNPROT,NUM,DRK)
         DFHMDF POS=(16,32),LENGTH=7,ATTRB=(ASKIP,NORM),               X
               INITIAL='BRANCH:'
SADBR    DFHMDF POS=(16,41),LENGTH=3,ATTRB=(UNPROT,NUM,NORM)
         DFHMDF POS=(16,48),LENGTH=11,ATTRB=(ASKIP,NORM),              X
               INITIAL='FLAG (Y/N):'
SADFLG   DFHMDF POS=(16,61),LENGTH=1,ATTRB=(UNPROT,NORM)
         DFHMDF POS=(17,2),LENGTH=15,ATTRB=(ASKIP,NORM),               X
               INITIAL='POLICY VALUE 1:'
SADPV1   DFHMDF POS=(17,24),LENGTH=5,ATTRB=(UNPROT,NUM,NORM),          X
               JUSTIFY=(RIGHT,ZERO)
         DFHMDF POS=(17,32),LENGTH=8,ATTRB=(ASKIP,NORM),               X
               INITIAL='VALUE 2:'
SADPV2   DFHMDF POS=(17,41),LENGTH=5,ATTRB=(UNPROT,NUM,NORM),          X
               JUSTIFY=(RIGHT,ZERO)
         DFHMDF POS=(18,2),LENGTH=17,ATTRB=(ASKIP,NORM),               X
               INITIAL='HOLD AUTH (D.CC):'
SADHLD   DFHMDF POS=(18,24),LENGTH=12,ATTRB=(UNPROT,NUM,NORM),         X
               PICIN='9(10)V99'
         DFHMDF POS=(19,2),LENGTH=15,ATTRB=(ASKIP,NORM),               X
               INITIAL='EARLY WDL AUTH:'
SADEWL   DFHMDF POS=(19,24),LENGTH=12,ATTRB=(UNPROT,NUM,NORM),         X
               PICIN='9(10)V99'
         DFHMDF POS=(20,2),LENGTH=15,ATTRB=(ASKIP,NORM),               X
               INITIAL='OVERDRAFT AUTH:'
SADODL   DFHMDF POS=(20,24),LENGTH=12,ATTRB=(UNPROT,NUM,NORM),         X
               PICIN='9(10)V99'
         DFHMDF POS=(22,2),LENGTH=44,ATTRB=(ASKIP,NORM),               X
               INITIAL='L-LOOK M-REQUEST A-APPROVE X-REJECT Q-EXIT'
         DFHMDF POS=(22,50),LENGTH=7,ATTRB=(ASKIP,NORM),               X
               INITIAL='ACTION:'
SADACT   DFHMDF POS=(22,58),LENGTH=1,ATTRB=(UNPROT,NORM)
         DFHMSD TYPE=FINAL
         END
/*
