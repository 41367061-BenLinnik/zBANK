      *
      * ZLOANC - NIGHTLY INSTALMENT-LOAN COLLECTION BATCH JOB. READS
      * EVERY ACTIVE LOAN ON VSAM.ZLOAN (LOANREC) AND, FOR EACH
      * INSTALMENT WHOSE DUE DATE HAS ARRIVED, COLLECTS IT FROM THE
      * LOAN'S REPAYMENT (CHECKING) ACCOUNT UNDER THE SAME
      * MINIMUM-BALANCE AND HELD-FUNDS RULE ZBANK ENFORCES ONLINE.
      * EACH COLLECTION WRITES THREE JOURNAL ENTRIES UNDER ONE
      * REFERENCE:
      *   LR - REPAYMENT ACCOUNT DEBITED WITH THE WHOLE INSTALMENT
      *   LP - LOAN ACCOUNT CREDITED WITH THE PRINCIPAL PORTION
      *   LI - INTEREST PORTION, MEMO ONLY ON THE LOAN ACCOUNT
      *        (BEFORE = AFTER BALANCE), WHICH ZGLEXT MAPS TO LOAN
      *        INTEREST INCOME
      * SO ZRECON STILL TIES EVERY BALANCE TO ITS JOURNAL. INTEREST
      * IS ONE MONTH AT THE LOAN'S ANNUAL RATE ON THE PRINCIPAL
      * OUTSTANDING; THE FINAL INSTALMENT CLEARS WHATEVER PRINCIPAL
      * IS LEFT. AN INSTALMENT THAT CANNOT BE COLLECTED GOES INTO
      * ARREARS ON THE LOAN RECORD AND IS RETRIED, OLDEST FIRST, ON
      * EVERY FOLLOWING RUN. LOANRPT LISTS THE COLLECTIONS; ARRSRPT
      * IS THE DAILY ARREARS REPORT, AGED FROM THE OLDEST UNPAID DUE
      * DATE. RUNS IN THE COPY2VSM/ZINTR BATCH WINDOW, AFTER ZSTORD
      * AND BEFORE ZINTR.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZLOANC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMLOAN ASSIGN TO VSAMLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LN-ACCNO
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT VSAMREFC ASSIGN TO VSAMREFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFC-STATUS.
           SELECT LOANRPT ASSIGN TO LOANRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARRSRPT ASSIGN TO ARRSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           COPY CALENDS.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMLOAN.
       01  WS-LOAN-REC.
           COPY LOANREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  LOANRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       FD  ARRSRPT RECORDING MODE F.
       01  WS-ARRS-LINE PIC X(80).
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       COPY CALENDF.
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       COPY CALENDW.
      * 'Y' WHEN THE RUN DATE IS A WEEKEND/HOLIDAY - NOTHING FALLS
      * DUE OR IS COLLECTED (RC=4); AN INSTALMENT DUE ON A NON-
      * BUSINESS DAY IS COLLECTED ON THE NEXT BUSINESS DAY'S RUN.
      * THE ARREARS REPORT IS STILL PRODUCED.
       01  WS-NONBUS-SW PIC X VALUE 'N'.
       01  WS-LOAN-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-EOF-LOAN PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-LOAN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DUE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-COLL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FUNDS-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ACCT-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PAIDOFF-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-COLL-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-PRIN-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-INT-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-MIN-BALANCE PIC S9(10)V99.
       01  WS-AVAILABLE PIC S9(11)V99.
      * UNEXPIRED DEPOSIT HOLDS ON THE REPAYMENT ACCOUNT - SUBTRACTED
      * FROM AVAILABILITY, SAME HELD-FUNDS FIGURE ZBANK USES ONLINE.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HELD-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * ONE INSTALMENT'S SPLIT. WS-LOAN-OWED IS THE PRINCIPAL STILL
      * OUTSTANDING (THE LOAN ACCOUNT BALANCE WITH ITS SIGN TURNED).
       01  WS-LOAN-OWED PIC S9(10)V99.
       01  WS-INST-INTEREST PIC S9(10)V99.
       01  WS-INST-PRINCIPAL PIC S9(10)V99.
       01  WS-INST-AMOUNT PIC S9(10)V99.
       01  WS-LOAN-OK PIC X VALUE 'Y'.
       01  WS-COLLECT-SW PIC X VALUE 'Y'.
      * ARREARS AGEING FOR ARRSRPT - DAYS PAST DUE ARE COUNTED FROM
      * THE OLDEST UNPAID DUE DATE.
       01  WS-DAYS-PAST PIC S9(8).
       01  WS-ARRS-DATE-N PIC 9(8).
       01  WS-RUN-DATE-N PIC 9(8).
       01  WS-ARRS-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ARRS-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-BKT-30-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BKT-60-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BKT-90-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BKT-OVER-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BKT-30-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-BKT-60-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-BKT-90-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-BKT-OVER-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-BUCKET PIC X(5).
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A V99 ITEM DROPS THE DECIMAL POINT.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-INT-ED PIC 9(10).99.
       01  WS-DAYS-ED PIC Z(4)9.
       01  WS-CNT-ED PIC ZZ9.
       01  WS-TOTAL-ED PIC -(11)9.99.
       01  WS-REFC-STATUS PIC XX.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
      * DUE-DATE ADVANCE WORK FIELDS - SAME ONE-MONTH STEP AND DAY
      * CLAMP ZSTORD APPLIES TO A MONTHLY STANDING ORDER.
       01  WS-NEXT-DATE PIC 9(8).
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYY PIC 9(4).
           05  WS-NEXT-MM PIC 9(2).
           05  WS-NEXT-DD PIC 9(2).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZLOANC" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LOANS
           PERFORM 9000-TERMINATE
           MOVE WS-COLL-COUNT TO WS-RUNC-COUNT
           MOVE WS-COLL-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O VSAMLOAN
           OPEN I-O VSAMZBNK
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN INPUT VSAMHOLD
           OPEN EXTEND JRNLZBNK
           OPEN OUTPUT LOANRPT
           OPEN OUTPUT ARRSRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           PERFORM 8740-CAL-OPEN
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 8750-CAL-CHECK-DATE
           IF WS-CAL-BUSDAY-SW = 'N'
               MOVE 'Y' TO WS-NONBUS-SW
           END-IF
           MOVE "ZLOANC - NIGHTLY INSTALMENT LOAN COLLECTION" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "ZLOANC - DAILY LOAN ARREARS REPORT" TO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           STRING "LOAN ACCT  REPAY ACCT INST    ARREARS AMT"
               " OLDEST DUE   DAYS BUCKET"
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE.

       2000-PROCESS-LOANS.
           PERFORM UNTIL WS-EOF-LOAN = 'Y'
               READ VSAMLOAN NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LOAN
                   NOT AT END
                       IF LN-STATUS = 'A'
                           ADD 1 TO WS-LOAN-COUNT
                           PERFORM 2100-PROCESS-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM.

       2100-PROCESS-ONE-LOAN.
           IF WS-NONBUS-SW NOT = 'Y'
      * EVERY DUE DATE THAT HAS ARRIVED ADDS ONE INSTALMENT TO THE
      * AMOUNT OWED NOW - THE COLLECTION LOOP BELOW THEN CLEARS AS
      * MANY AS THE REPAYMENT ACCOUNT CAN COVER, OLDEST FIRST, AND
      * WHATEVER IS LEFT IS THE LOAN'S ARREARS. NO MORE INSTALMENTS
      * FALL DUE THAN THE TERM HAS.
               PERFORM UNTIL LN-NEXT-DUE-DATE > WS-RUN-DATE
                       OR LN-PAID-COUNT + LN-ARREARS-COUNT
                           NOT < LN-TERM-MONTHS
                   ADD 1 TO LN-ARREARS-COUNT
                   ADD 1 TO WS-DUE-COUNT
                   ADD LN-INSTALMENT TO LN-ARREARS-AMT
                   IF LN-ARREARS-SINCE = SPACES
                       MOVE LN-NEXT-DUE-DATE TO LN-ARREARS-SINCE
                   END-IF
                   MOVE LN-NEXT-DUE-DATE TO WS-NEXT-DATE
                   PERFORM 2700-ADVANCE-ONE-MONTH
                   MOVE WS-NEXT-DATE TO LN-NEXT-DUE-DATE
               END-PERFORM
               MOVE 'Y' TO WS-COLLECT-SW
               PERFORM UNTIL LN-ARREARS-COUNT = 0
                       OR WS-COLLECT-SW = 'N'
                       OR LN-STATUS NOT = 'A'
                   PERFORM 2200-COLLECT-ONE-INSTALMENT
               END-PERFORM
           END-IF
           REWRITE WS-LOAN-REC
           IF LN-ARREARS-COUNT > 0 AND LN-STATUS = 'A'
               PERFORM 2600-REPORT-ARREARS
           END-IF.

       2200-COLLECT-ONE-INSTALMENT.
           MOVE 'Y' TO WS-LOAN-OK
      * SPLIT THE INSTALMENT FROM THE LOAN ACCOUNT'S OUTSTANDING
      * PRINCIPAL BEFORE TOUCHING THE REPAYMENT ACCOUNT.
           MOVE LN-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-LOAN-OK
                   MOVE 'N' TO WS-COLLECT-SW
                   ADD 1 TO WS-ACCT-FAIL-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "LOAN " LN-ACCNO
                       " LOAN ACCOUNT NOT FOUND - NOT COLLECTED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
           END-READ
           IF WS-LOAN-OK = 'Y'
               COMPUTE WS-LOAN-OWED = 0 - WS-BALANCE
               IF WS-LOAN-OWED NOT > 0
                   PERFORM 2500-MARK-PAID-OFF
                   MOVE 'N' TO WS-LOAN-OK
               END-IF
           END-IF
           IF WS-LOAN-OK = 'Y'
               COMPUTE WS-INST-INTEREST ROUNDED =
                   WS-LOAN-OWED * LN-RATE / 1200
               COMPUTE WS-INST-PRINCIPAL =
                   LN-INSTALMENT - WS-INST-INTEREST
      * THE TERM'S LAST INSTALMENT (OR ONE THAT WOULD OVERPAY)
      * TAKES EXACTLY THE PRINCIPAL LEFT, ABSORBING THE ROUNDING.
               IF WS-INST-PRINCIPAL > WS-LOAN-OWED
                       OR LN-PAID-COUNT + 1 NOT < LN-TERM-MONTHS
                   MOVE WS-LOAN-OWED TO WS-INST-PRINCIPAL
               END-IF
               IF WS-INST-PRINCIPAL < 0
                   MOVE 0 TO WS-INST-PRINCIPAL
               END-IF
               COMPUTE WS-INST-AMOUNT =
                   WS-INST-PRINCIPAL + WS-INST-INTEREST
               MOVE LN-REPAY-ACCNO TO WS-ACCNO
               READ VSAMZBNK
                   INVALID KEY
                       MOVE 'N' TO WS-LOAN-OK
                       MOVE 'N' TO WS-COLLECT-SW
                       ADD 1 TO WS-ACCT-FAIL-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "LOAN " LN-ACCNO " REPAY=" LN-REPAY-ACCNO
                           " NOT FOUND - IN ARREARS"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE WS-RPT-LINE
               END-READ
           END-IF
           IF WS-LOAN-OK = 'Y'
               IF WS-ACCT-STATUS = 'C' OR WS-ACCT-STATUS = 'D'
                   MOVE 'N' TO WS-LOAN-OK
                   MOVE 'N' TO WS-COLLECT-SW
                   ADD 1 TO WS-ACCT-FAIL-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "LOAN " LN-ACCNO " REPAY=" LN-REPAY-ACCNO
                       " STATUS=" WS-ACCT-STATUS
                       " CANNOT BE DEBITED - IN ARREARS"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
           IF WS-LOAN-OK = 'Y'
               EVALUATE WS-ACCOUNT-TYPE
                   WHEN "S"
                       MOVE 100 TO WS-MIN-BALANCE
                   WHEN OTHER
                       COMPUTE WS-MIN-BALANCE =
                           0 - WS-OVERDRAFT-LIMIT
               END-EVALUATE
               MOVE WS-ACCNO TO WS-HOLD-ACCT
               PERFORM 8450-SUM-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE - WS-MIN-BALANCE
                   - WS-HELD-TOTAL
               IF WS-INST-AMOUNT > WS-AVAILABLE
                   MOVE 'N' TO WS-LOAN-OK
                   MOVE 'N' TO WS-COLLECT-SW
                   ADD 1 TO WS-FUNDS-FAIL-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-INST-AMOUNT TO WS-AMT-ED
                   STRING "LOAN " LN-ACCNO " REPAY=" LN-REPAY-ACCNO
                       " AMT=" WS-AMT-ED
                       " INSUFFICIENT FUNDS - IN ARREARS"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
           IF WS-LOAN-OK = 'Y'
               PERFORM 2300-POST-REPAYMENT
           END-IF.

       2300-POST-REPAYMENT.
      * DEBIT LEG - REPAYMENT ACCOUNT IS IN WS-FILE-REC. THE JOURNAL
      * ENTRY IS ONLY WRITTEN ONCE THE REWRITE HAS TAKEN, AS IN
      * ZSTORD.
           PERFORM 8300-GET-REF-NO
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "LR" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZLOANC" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-INST-AMOUNT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           SUBTRACT WS-INST-AMOUNT FROM WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-LAST-ACT-DATE
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'N'
               MOVE 'N' TO WS-COLLECT-SW
               ADD 1 TO WS-ACCT-FAIL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "LOAN " LN-ACCNO " REPAY=" LN-REPAY-ACCNO
                   " REWRITE FAILED - IN ARREARS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               PERFORM 2310-POST-LOAN-LEG
           END-IF.

       2310-POST-LOAN-LEG.
           MOVE LN-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "LP" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZLOANC" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-INST-PRINCIPAL TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           ADD WS-INST-PRINCIPAL TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO WS-LAST-ACT-DATE
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'N'
               PERFORM 2320-REVERSE-REPAYMENT
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
      * INTEREST MEMO - THE BALANCE DOES NOT MOVE, THE ENTRY CARRIES
      * THE INTEREST PORTION FOR THE STATEMENT AND THE GL EXTRACT.
               MOVE "LI" TO JR-ACTION
               MOVE WS-INST-INTEREST TO JR-AMOUNT
               MOVE WS-BALANCE TO JR-BEFORE-BAL
               MOVE WS-BALANCE TO JR-AFTER-BAL
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               ADD 1 TO WS-COLL-COUNT
               ADD WS-INST-AMOUNT TO WS-COLL-TOTAL
               ADD WS-INST-PRINCIPAL TO WS-PRIN-TOTAL
               ADD WS-INST-INTEREST TO WS-INT-TOTAL
               PERFORM 2400-CLEAR-ONE-ARREAR
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-INST-PRINCIPAL TO WS-AMT-ED
               MOVE WS-INST-INTEREST TO WS-INT-ED
               STRING "LOAN " LN-ACCNO " REPAY=" LN-REPAY-ACCNO
                   " PRIN=" WS-AMT-ED " INT=" WS-INT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-BALANCE NOT < 0
                   PERFORM 2500-MARK-PAID-OFF
               END-IF
           END-IF.

       2320-REVERSE-REPAYMENT.
      * LOAN-LEG REWRITE FAILED AFTER THE REPAYMENT ACCOUNT WAS
      * DEBITED - PUT THE MONEY BACK UNDER THE SAME TR REVERSAL THE
      * ONLINE TRANSFER WRITES, SO THE JOURNAL STILL NETS TO THE
      * BALANCES. THE INSTALMENT STAYS IN ARREARS.
           MOVE LN-REPAY-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "TR" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZLOANC" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-INST-AMOUNT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           ADD WS-INST-AMOUNT TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           REWRITE WS-FILE-REC
           WRITE WS-JRNL-REC
           PERFORM 8900-WRITE-HISTORY
           MOVE 'N' TO WS-COLLECT-SW
           ADD 1 TO WS-ACCT-FAIL-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAN " LN-ACCNO
               " LOAN REWRITE FAILED - REPAYMENT RETURNED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * ONE INSTALMENT COLLECTED - IT WAS THE OLDEST IN ARREARS, SO
      * THE OLDEST UNPAID DUE DATE MOVES ON BY A MONTH.
       2400-CLEAR-ONE-ARREAR.
           SUBTRACT 1 FROM LN-ARREARS-COUNT
           ADD 1 TO LN-PAID-COUNT
           MOVE WS-RUN-DATE TO LN-LAST-PAID-DATE
           IF LN-ARREARS-COUNT = 0
               MOVE ZEROS TO LN-ARREARS-AMT
               MOVE SPACES TO LN-ARREARS-SINCE
           ELSE
               IF LN-ARREARS-AMT > LN-INSTALMENT
                   SUBTRACT LN-INSTALMENT FROM LN-ARREARS-AMT
               ELSE
                   MOVE ZEROS TO LN-ARREARS-AMT
               END-IF
               MOVE LN-ARREARS-SINCE TO WS-NEXT-DATE
               PERFORM 2700-ADVANCE-ONE-MONTH
               MOVE WS-NEXT-DATE TO LN-ARREARS-SINCE
           END-IF.

      * NO PRINCIPAL LEFT - THE LOAN STOPS FALLING DUE. THE TYPE "L"
      * ACCOUNT STAYS ON FILE AT ZERO UNTIL A SUPERVISOR CLOSES IT.
       2500-MARK-PAID-OFF.
           MOVE 'P' TO LN-STATUS
           MOVE ZEROS TO LN-ARREARS-COUNT
           MOVE ZEROS TO LN-ARREARS-AMT
           MOVE SPACES TO LN-ARREARS-SINCE
           ADD 1 TO WS-PAIDOFF-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAN " LN-ACCNO " PAID OFF"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2600-REPORT-ARREARS.
           MOVE ZEROS TO WS-DAYS-PAST
           IF LN-ARREARS-SINCE IS NUMERIC
               MOVE LN-ARREARS-SINCE TO WS-ARRS-DATE-N
               COMPUTE WS-DAYS-PAST =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WS-ARRS-DATE-N)
           END-IF
           IF WS-DAYS-PAST < 0
               MOVE ZEROS TO WS-DAYS-PAST
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST NOT > 30
                   MOVE "0-30" TO WS-BUCKET
                   ADD 1 TO WS-BKT-30-COUNT
                   ADD LN-ARREARS-AMT TO WS-BKT-30-TOTAL
               WHEN WS-DAYS-PAST NOT > 60
                   MOVE "31-60" TO WS-BUCKET
                   ADD 1 TO WS-BKT-60-COUNT
                   ADD LN-ARREARS-AMT TO WS-BKT-60-TOTAL
               WHEN WS-DAYS-PAST NOT > 90
                   MOVE "61-90" TO WS-BUCKET
                   ADD 1 TO WS-BKT-90-COUNT
                   ADD LN-ARREARS-AMT TO WS-BKT-90-TOTAL
               WHEN OTHER
                   MOVE "90+" TO WS-BUCKET
                   ADD 1 TO WS-BKT-OVER-COUNT
                   ADD LN-ARREARS-AMT TO WS-BKT-OVER-TOTAL
           END-EVALUATE
           ADD 1 TO WS-ARRS-COUNT
           ADD LN-ARREARS-AMT TO WS-ARRS-TOTAL
           MOVE LN-ARREARS-COUNT TO WS-CNT-ED
           MOVE LN-ARREARS-AMT TO WS-AMT-ED
           MOVE WS-DAYS-PAST TO WS-DAYS-ED
           MOVE SPACES TO WS-ARRS-LINE
           STRING LN-ACCNO " " LN-REPAY-ACCNO " " WS-CNT-ED " "
               WS-AMT-ED " " LN-ARREARS-SINCE " " WS-DAYS-ED " "
               WS-BUCKET
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE.

      * STEP WS-NEXT-DATE ON ONE MONTH, KEEPING THE DAY-OF-MONTH AND
      * CLAMPING IT TO THE SHORTER MONTHS (FEBRUARY HELD TO 28).
       2700-ADVANCE-ONE-MONTH.
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           EVALUATE WS-NEXT-MM
               WHEN 2
                   IF WS-NEXT-DD > 28
                       MOVE 28 TO WS-NEXT-DD
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   IF WS-NEXT-DD > 30
                       MOVE 30 TO WS-NEXT-DD
                   END-IF
           END-EVALUATE.

      * SUM THE UNEXPIRED DEPOSIT HOLDS FOR WS-HOLD-ACCT - A HOLD
      * STILL COUNTS UNTIL ITS RELEASE DATE ARRIVES.
       8450-SUM-HOLDS.
           MOVE ZEROS TO WS-HELD-TOTAL
           MOVE WS-HOLD-ACCT TO HD-ACCNO
           MOVE ZEROS TO HD-SEQ-NO
           MOVE 'N' TO WS-EOF-HOLD
           START VSAMHOLD KEY NOT LESS THAN HD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HOLD
           END-START
           PERFORM UNTIL WS-EOF-HOLD = 'Y'
               READ VSAMHOLD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-HOLD
                   NOT AT END
                       IF HD-ACCNO NOT = WS-HOLD-ACCT
                           MOVE 'Y' TO WS-EOF-HOLD
                       ELSE
                           IF HD-RELEASE-DATE > WS-RUN-DATE
                               ADD HD-AMOUNT TO WS-HELD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       8300-GET-REF-NO.
      * TAKE THE NEXT TRANSACTION REFERENCE FROM VSAM.ZREFCTL. A
      * MISSING COUNTER RECORD (FRESH CLUSTER) IS CREATED ON FIRST
      * USE STARTING AT 1.
           MOVE WS-REFC-KEY TO RC-KEY
           READ VSAMREFC
               INVALID KEY
                   MOVE 1 TO WS-REF-NO
                   MOVE WS-REFC-KEY TO RC-KEY
                   MOVE 2 TO RC-NEXT-REF
                   WRITE WS-REFC-REC
               NOT INVALID KEY
                   MOVE RC-NEXT-REF TO WS-REF-NO
                   ADD 1 TO RC-NEXT-REF
                   REWRITE WS-REFC-REC
           END-READ.

      * MIRROR THE JOURNAL ENTRY JUST WRITTEN ONTO THE ACCOUNT-KEYED
      * HISTORY CLUSTER. A DUPLICATE IS SKIPPED SILENTLY - THE ESDS
      * ENTRY IS THE MASTER AND ZHISTLD CAN REBUILD THE HISTORY.
       8900-WRITE-HISTORY.
           MOVE SPACES TO WS-HIST-REC
           MOVE JR-ACCNO TO JH-ACCNO
           MOVE JR-REF-NO TO JH-REF-NO
           MOVE JR-ACTION TO JH-ACTION
           MOVE JR-AMOUNT TO JH-AMOUNT
           MOVE JR-AFTER-BAL TO JH-AFTER-BAL
           MOVE JR-TS-DATE TO JH-TS-DATE
           MOVE JR-TS-TIME TO JH-TS-TIME
           MOVE JR-TERMID TO JH-TERMID
           MOVE JR-CHANNEL TO JH-CHANNEL
           MOVE JR-OPERATOR TO JH-OPERATOR
           MOVE JR-OWNER-CUST TO JH-OWNER-CUST
           WRITE WS-HIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       COPY CALENDP.

       COPY RUNCTLP.

       9000-TERMINATE.
           IF WS-NONBUS-SW = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE=" WS-RUN-DATE
                   " IS NOT A BUSINESS DAY - NOTHING COLLECTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACTIVE LOANS=" WS-LOAN-COUNT
               " FELL DUE=" WS-DUE-COUNT
               " COLLECTED=" WS-COLL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "INSUFFICIENT FUNDS=" WS-FUNDS-FAIL-COUNT
               " ACCOUNT ERRORS=" WS-ACCT-FAIL-COUNT
               " PAID OFF=" WS-PAIDOFF-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-COLL-TOTAL TO WS-TOTAL-ED
           STRING "TOTAL COLLECTED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PRIN-TOTAL TO WS-TOTAL-ED
           STRING "  PRINCIPAL (LP)=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-INT-TOTAL TO WS-TOTAL-ED
           STRING "  INTEREST  (LI)=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM 9100-ARREARS-TOTALS
           CLOSE VSAMLOAN
           CLOSE VSAMZBNK
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE JRNLZBNK
           PERFORM 8745-CAL-CLOSE
           CLOSE LOANRPT
           CLOSE ARRSRPT.

       9100-ARREARS-TOTALS.
           MOVE SPACES TO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           MOVE WS-ARRS-TOTAL TO WS-TOTAL-ED
           STRING "LOANS IN ARREARS=" WS-ARRS-COUNT
               " TOTAL=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           MOVE WS-BKT-30-TOTAL TO WS-TOTAL-ED
           STRING "   0-30 DAYS  LOANS=" WS-BKT-30-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           MOVE WS-BKT-60-TOTAL TO WS-TOTAL-ED
           STRING "  31-60 DAYS  LOANS=" WS-BKT-60-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           MOVE WS-BKT-90-TOTAL TO WS-TOTAL-ED
           STRING "  61-90 DAYS  LOANS=" WS-BKT-90-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE
           MOVE SPACES TO WS-ARRS-LINE
           MOVE WS-BKT-OVER-TOTAL TO WS-TOTAL-ED
           STRING "  OVER 90     LOANS=" WS-BKT-OVER-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ARRS-LINE
           WRITE WS-ARRS-LINE.
