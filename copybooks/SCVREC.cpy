      *
      * DEPOSIT-INSURANCE SINGLE-CUSTOMER-VIEW RECORD (U0210.SCV.ZBANK
      * GDG) - THE INSURER'S FIXED 200-BYTE LAYOUT, WRITTEN BY ZSCV.
      * ONE H (HEADER) ROW, THEN ONE D (DETAIL) ROW PER DEPOSITOR PER
      * OWNERSHIP CATEGORY, THEN ONE T (TRAILER) ROW CARRYING THE
      * CONTROL TOTALS OF THE D ROWS.
      * DEPOSITOR KIND: C = A VSAMCUST CUSTOMER (SV-DEPOSITOR IS THE
      *                     CUSTOMER NUMBER),
      *                 A = AN ACCOUNT WITH NO CUSTOMER NUMBER, WHICH
      *                     STANDS AS ITS OWN DEPOSITOR (SV-DEPOSITOR
      *                     IS THE ACCOUNT NUMBER).
      * OWNERSHIP CATEGORY: S = SINGLE-OWNED ACCOUNTS,
      *                     J = THE DEPOSITOR'S EQUAL SHARE OF JOINT
      *                         ACCOUNTS (ONE SHARE PER OWNER).
      * ALL MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * SV-TOTAL = BALANCE + INTEREST + PROVISIONAL, AND
      * SV-INSURED + SV-UNINSURED = SV-TOTAL.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SCV-REC.
      *        COPY SCVREC.
      *
         05 SV-REC-TYPE PIC X(1).
         05 SV-DATA PIC X(199).
         05 SV-HEADER REDEFINES SV-DATA.
           10 SV-H-RUN-DATE PIC X(8).
           10 SV-H-LIMIT PIC 9(10)V99.
      * Y/N - ACCRUED CREDIT INTEREST / OPEN DISPUTE PROVISIONAL
      * CREDITS COUNTED IN THE DEPOSITOR'S POSITION ON THIS FILE.
           10 SV-H-INTEREST-SW PIC X(1).
           10 SV-H-PROV-SW PIC X(1).
           10 FILLER PIC X(177).
         05 SV-DETAIL REDEFINES SV-DATA.
           10 SV-DEP-KIND PIC X(1).
           10 SV-DEPOSITOR PIC 9(10).
           10 SV-CATEGORY PIC X(1).
           10 SV-NAME PIC X(20).
           10 SV-ID-NO PIC X(15).
           10 SV-DOB PIC X(8).
           10 SV-ADDR1 PIC X(30).
           10 SV-ADDR2 PIC X(30).
           10 SV-ACCOUNTS PIC 9(4).
           10 SV-BALANCE PIC 9(11)V99.
           10 SV-INTEREST PIC 9(11)V99.
           10 SV-PROVISIONAL PIC 9(11)V99.
           10 SV-TOTAL PIC 9(11)V99.
           10 SV-INSURED PIC 9(11)V99.
           10 SV-UNINSURED PIC 9(11)V99.
           10 FILLER PIC X(2).
         05 SV-TRAILER REDEFINES SV-DATA.
           10 SV-T-COUNT PIC 9(8).
           10 SV-T-TOTAL PIC 9(13)V99.
           10 SV-T-INSURED PIC 9(13)V99.
           10 SV-T-UNINSURED PIC 9(13)V99.
           10 FILLER PIC X(146).
