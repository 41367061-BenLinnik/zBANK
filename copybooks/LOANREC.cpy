      *
      * VSAMLOAN INSTALMENT-LOAN RECORD LAYOUT - ONE ROW PER LOAN,
      * KEYED ON THE LOAN'S OWN VSAM.ZBANK ACCOUNT NUMBER. THE LOAN
      * ACCOUNT ITSELF IS AN ORDINARY ACCOUNT RECORD OF TYPE "L"
      * WHOSE (NEGATIVE) WS-BALANCE IS THE PRINCIPAL STILL OWED, SO
      * ZRECON, ZSNAP AND THE STATEMENTS SEE IT LIKE ANY OTHER
      * ACCOUNT; THE TERMS AND THE ARREARS POSITION LIVE HERE.
      * OPENED BY THE ZSUPV LOAN-OPEN FUNCTION (ACTION N); THE
      * NIGHTLY ZLOANC BATCH COLLECTS EACH INSTALMENT FROM THE
      * REPAYMENT ACCOUNT ON ITS DUE DATE, SPLITS IT INTO INTEREST
      * (JOURNAL "LI") AND PRINCIPAL ("LP") AND KEEPS THE ARREARS
      * FIELDS WHEN THE REPAYMENT ACCOUNT CANNOT COVER IT.
      * MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS); THE
      * RATE IS A NOMINAL ANNUAL PERCENTAGE, E.G. 007.2500 = 7.25%.
      * STATUS: A=ACTIVE, P=PAID OFF.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-LOAN-REC.
      *        COPY LOANREC.
      *
         05 LN-ACCNO PIC 9(10).
      * THE CHECKING ACCOUNT EVERY INSTALMENT IS COLLECTED FROM.
         05 LN-REPAY-ACCNO PIC 9(10).
         05 LN-PRINCIPAL PIC 9(10)V99.
         05 LN-RATE PIC 9(3)V9(4).
         05 LN-TERM-MONTHS PIC 9(3).
         05 LN-INSTALMENT PIC 9(10)V99.
         05 LN-OPEN-DATE PIC X(8).
         05 LN-NEXT-DUE-DATE PIC X(8).
         05 LN-PAID-COUNT PIC 9(3).
      * ARREARS - INSTALMENTS THAT FELL DUE BUT COULD NOT BE
      * COLLECTED, THEIR AMOUNT, AND THE DUE DATE OF THE OLDEST ONE
      * (DAYS PAST DUE ARE COUNTED FROM IT). ZEROS/SPACES WHEN THE
      * LOAN IS UP TO DATE.
         05 LN-ARREARS-COUNT PIC 9(3).
         05 LN-ARREARS-AMT PIC 9(10)V99.
         05 LN-ARREARS-SINCE PIC X(8).
         05 LN-LAST-PAID-DATE PIC X(8).
         05 LN-STATUS PIC X(1).
         05 FILLER PIC X(15).
