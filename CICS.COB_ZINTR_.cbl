      *
      * ZINTR - NIGHTLY INTEREST ACCRUAL AND MONTHLY CAPITALIZATION
      * BATCH JOB. EVERY NIGHT EACH ACCOUNT ON VSAMZBNK ACCRUES ONE
      * DAY'S INTEREST ON ITS CLOSING BALANCE ONTO VSAM.ZACCRUE
      * (ACCRREC) - OR SEVERAL DAYS WHEN WEEKENDS/HOLIDAYS FOLLOW,
      * SINCE THE BALANCE STANDS UNTIL THE NEXT BUSINESS DAY:
      *   POSITIVE BALANCE - CREDIT INTEREST AT THE SAVINGS ("S") OR
      *       CHECKING RATE, THE SAME SPLIT ZBANK3 ALREADY USES FOR
      *       MINIMUM-BALANCE CHECKING;
      *   OVERDRAWN BALANCE - DEBIT INTEREST AT THE ARRANGED RATE ON
      *       THE PART WITHIN WS-OVERDRAFT-LIMIT AND AT THE HIGHER
      *       UNARRANGED RATE ON THE PART BEYOND IT.
      * RATECARD RATES ARE NOMINAL ANNUAL PERCENTAGES, ACCRUED AT
      * 1/365 PER CALENDAR DAY. THE LAST BUSINESS DAY OF A MONTH
      * ACCRUES THROUGH THE MONTH'S LAST CALENDAR DAY AND PRINTS THE
      * MONTH-END ACCRUED-BUT-UNPAID INTEREST REPORT (ACCRRPT) FOR
      * FINANCE'S GL ACCRUAL. THE FIRST RUN OF THE NEXT MONTH THEN
      * CAPITALIZES EACH ACCOUNT'S ACCRUALS AS JOURNALED POSTINGS -
      * "IN" CREDIT INTEREST, "ID" DEBIT INTEREST - SO ZRECON TIES
      * OUT THE NEXT MORNING.
      *
      * CHECKPOINT/RESTART: PROGRESS IS APPENDED TO INTRCHKP - AN
      * 'S' RECORD AT START, A 'C' RECORD AFTER EVERY ACCOUNT POSTED
               FILE STATUS IS WS-RATE-STATUS.
           SELECT INTRPT ASSIGN TO INTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCRRPT ASSIGN TO ACCRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT VSAMACCR ASSIGN TO VSAMACCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCNO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT INTRCHKP ASSIGN TO INTRCHKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKP-STATUS.
       01  WS-RATE-CARD.
           05  WS-RATE-CARD-SAVINGS PIC 9(2)V9(4).
           05  WS-RATE-CARD-CHECKING PIC 9(2)V9(4).
           05  WS-RATE-CARD-ARRANGED PIC 9(2)V9(4).
           05  WS-RATE-CARD-UNARRANGED PIC 9(2)V9(4).
       FD  INTRPT RECORDING MODE F.
       01  WS-INTR-LINE PIC X(80).
       FD  ACCRRPT RECORDING MODE F.
       01  WS-ACCR-LINE PIC X(80).
       FD  VSAMACCR.
       01  WS-ACCR-REC.
           COPY ACCRREC.
       FD  INTRCHKP RECORDING MODE F.
       01  WS-CHKP-REC.
           05  CK-TYPE PIC X(1).
       01  WS-CHECKING-RATE PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-INTEREST-RATE PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-INTEREST-AMT PIC S9(10)V99 VALUE ZEROS.
      * DEBIT-INTEREST RATES - ARRANGED APPLIES UP TO THE ACCOUNT'S
      * WS-OVERDRAFT-LIMIT, UNARRANGED TO ANYTHING OVERDRAWN BEYOND.
       01  WS-ARRANGED-RATE PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-UNARRANGED-RATE PIC 9(2)V9(4) VALUE ZEROS.
       01  WS-DEBIT-AMT PIC S9(10)V99 VALUE ZEROS.
       01  WS-ACCR-STATUS PIC XX.
       01  WS-ACCR-NEW-SW PIC X VALUE 'N'.
       01  WS-CAPITALIZED-SW PIC X VALUE 'N'.
       01  WS-CAP-BEFORE-BAL PIC S9(10)V99.
      * ACCRUAL WINDOW FOR TONIGHT - WS-RUN-DATE THROUGH THE DAY
      * BEFORE THE NEXT BUSINESS DAY, CUT AT THE MONTH'S LAST DAY.
      * 'Y' IN WS-MONTH-END-SW WHEN THE NEXT BUSINESS DAY FALLS IN A
      * LATER MONTH - TONIGHT CLOSES THE MONTH'S ACCRUALS.
       01  WS-MONTH-END-SW PIC X VALUE 'N'.
       01  WS-ACCR-END-DATE PIC X(8).
       01  WS-ACCR-END-N PIC 9(8).
       01  WS-ACCR-START-N PIC 9(8).
       01  WS-ACCR-INT PIC 9(8).
       01  WS-ACCR-DAYS PIC S9(5) COMP-3.
       01  WS-MONTH-END-N PIC 9(8).
       01  WS-MONTH-END-R REDEFINES WS-MONTH-END-N.
           05  WS-MONTH-END-YYYY PIC 9(4).
           05  WS-MONTH-END-MM PIC 9(2).
           05  WS-MONTH-END-DD PIC 9(2).
       01  WS-OWED PIC S9(10)V99.
       01  WS-ARRANGED-PART PIC S9(10)V99.
       01  WS-UNARRANGED-PART PIC S9(10)V99.
       01  WS-DAY-CREDIT PIC S9(10)V9(4).
       01  WS-DAY-ARRANGED PIC S9(10)V9(4).
       01  WS-DAY-UNARRANGED PIC S9(10)V9(4).
      * THIS RUN'S ACCRUAL, CAPITALIZATION AND MONTH-END TOTALS.
       01  WS-ACCRUED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TOT-DAY-CREDIT PIC S9(12)V9(4) VALUE ZEROS.
       01  WS-TOT-DAY-DEBIT PIC S9(12)V9(4) VALUE ZEROS.
       01  WS-CAP-CREDIT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CAP-DEBIT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CAP-CREDIT-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-CAP-DEBIT-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-ME-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ME-CREDIT-TOTAL PIC S9(12)V9(4) VALUE ZEROS.
       01  WS-ME-ARRANGED-TOTAL PIC S9(12)V9(4) VALUE ZEROS.
       01  WS-ME-UNARRANGED-TOTAL PIC S9(12)V9(4) VALUE ZEROS.
       01  WS-ACCR-ED PIC -(9)9.9999.
       01  WS-ACCR-ED2 PIC -(9)9.9999.
       01  WS-ACCR-ED3 PIC -(9)9.9999.
       01  WS-ACCR-TOTAL-ED PIC -(11)9.9999.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
       01  WS-ACCT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-POSTED-COUNT PIC 9(8) VALUE ZEROS.
      * STRING OF A SIGNED V99 ITEM LOSES THE SIGN AND THE DECIMAL
      * POINT, SO MONEY GOES THROUGH ONE OF THESE FIRST.
       01  WS-INTR-AMT-ED PIC -(9)9.99.
       01  WS-DEBIT-AMT-ED PIC -(9)9.99.
       01  WS-NEW-BAL-ED PIC -(9)9.99.
       01  WS-POSTED-TOTAL-ED PIC -(11)9.99.
       01  WS-CURR-DATETIME PIC X(21).
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN EXTEND JRNLZBNK
           OPEN I-O VSAMACCR
           OPEN OUTPUT INTRPT
           OPEN OUTPUT ACCRRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           OPEN INPUT RATECARD
               NOT AT END
                   MOVE WS-RATE-CARD-SAVINGS TO WS-SAVINGS-RATE
                   MOVE WS-RATE-CARD-CHECKING TO WS-CHECKING-RATE
      * A SHORT CARD WITHOUT THE DEBIT RATES CHARGES NO DEBIT
      * INTEREST RATHER THAN FAILING THE NIGHT.
                   IF WS-RATE-CARD-ARRANGED IS NUMERIC
                       MOVE WS-RATE-CARD-ARRANGED TO WS-ARRANGED-RATE
                   END-IF
                   IF WS-RATE-CARD-UNARRANGED IS NUMERIC
                       MOVE WS-RATE-CARD-UNARRANGED
                           TO WS-UNARRANGED-RATE
                   END-IF
           END-READ
           CLOSE RATECARD
           MOVE "ZINTR - NIGHTLY INTEREST ACCRUAL AND CAPITALIZATION"
               TO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           STRING "SAVINGS RATE=" WS-SAVINGS-RATE
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           STRING "ARRANGED OD RATE=" WS-ARRANGED-RATE
               " UNARRANGED OD RATE=" WS-UNARRANGED-RATE
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           WRITE WS-INTR-LINE.

      * INTEREST POSTS ON BUSINESS DAYS ONLY - A RUN SUBMITTED ON A
               CLOSE VSAMZBNK
               CLOSE VSAMREFC
               CLOSE VSAMHIST
               CLOSE VSAMACCR
               CLOSE JRNLZBNK
               CLOSE INTRPT
               CLOSE ACCRRPT
               MOVE 4 TO RETURN-CODE
               MOVE ZEROS TO WS-RUNC-COUNT
               MOVE ZEROS TO WS-RUNC-AMOUNT
               MOVE RETURN-CODE TO WS-RUNC-RC
               PERFORM 8600-RUNCTL-END
               STOP RUN
           END-IF
      * TONIGHT'S BALANCE STANDS UNTIL THE NEXT BUSINESS DAY, SO IT
      * ACCRUES FOR EVERY CALENDAR DAY UP TO THEN - BUT NEVER PAST
      * THE MONTH'S LAST DAY, SO EACH MONTH CAPITALIZES ONLY ITS OWN
      * DAYS.
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 8760-CAL-NEXT-BUSDAY
           MOVE WS-CAL-DATE TO WS-ACCR-END-N
           COMPUTE WS-ACCR-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCR-END-N) - 1
           COMPUTE WS-ACCR-END-N = FUNCTION DATE-OF-INTEGER(WS-ACCR-INT)
           IF WS-CAL-DATE(1:6) NOT = WS-RUN-DATE(1:6)
               MOVE 'Y' TO WS-MONTH-END-SW
               MOVE WS-RUN-DATE TO WS-MONTH-END-N
               IF WS-MONTH-END-MM = 12
                   MOVE 1 TO WS-MONTH-END-MM
                   ADD 1 TO WS-MONTH-END-YYYY
               ELSE
                   ADD 1 TO WS-MONTH-END-MM
               END-IF
               MOVE 1 TO WS-MONTH-END-DD
               COMPUTE WS-ACCR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END-N) - 1
               COMPUTE WS-MONTH-END-N =
                   FUNCTION DATE-OF-INTEGER(WS-ACCR-INT)
               IF WS-MONTH-END-N < WS-ACCR-END-N
                   MOVE WS-MONTH-END-N TO WS-ACCR-END-N
               END-IF
           END-IF
           MOVE WS-ACCR-END-N TO WS-ACCR-END-DATE
           MOVE SPACES TO WS-INTR-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " ACCRUING THROUGH=" WS-ACCR-END-DATE
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE "ZINTR - MONTH-END ACCRUED-BUT-UNPAID INTEREST" TO
               WS-ACCR-LINE
           WRITE WS-ACCR-LINE
           MOVE SPACES TO WS-ACCR-LINE
           IF WS-MONTH-END-SW = 'Y'
               STRING "MONTH ENDING=" WS-ACCR-END-DATE
                   " - ACCRUED, CAPITALIZED NEXT BUSINESS DAY"
                   DELIMITED BY SIZE INTO WS-ACCR-LINE
               WRITE WS-ACCR-LINE
               MOVE SPACES TO WS-ACCR-LINE
               WRITE WS-ACCR-LINE
               MOVE SPACES TO WS-ACCR-LINE
               STRING "ACCNO      T     CREDIT ACCRUED   ARRANGED OD"
                   "     UNARRANGED OD"
                   DELIMITED BY SIZE INTO WS-ACCR-LINE
               WRITE WS-ACCR-LINE
           ELSE
               STRING "RUN DATE=" WS-RUN-DATE
                   " IS NOT THE MONTH'S LAST BUSINESS DAY - NO REPORT"
                   DELIMITED BY SIZE INTO WS-ACCR-LINE
               WRITE WS-ACCR-LINE
           END-IF.

       1500-CHECK-RESTART.
               CLOSE VSAMZBNK
               CLOSE VSAMREFC
               CLOSE VSAMHIST
               CLOSE VSAMACCR
               CLOSE JRNLZBNK
               CLOSE INTRPT
               CLOSE ACCRRPT
               MOVE 8 TO RETURN-CODE
               MOVE ZEROS TO WS-RUNC-COUNT
               MOVE ZEROS TO WS-RUNC-AMOUNT
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           PERFORM 2100-POST-ONE-ACCOUNT
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
               GO TO 2100-EXIT
           END-IF
      * A TERM DEPOSIT STILL CARRYING ITS TERM FIELDS EARNS ITS TERM
      * RATE AT MATURITY (POSTED BY ZTDMAT), NOT THE NIGHTLY
      * ACCRUAL - THAT INCLUDES THE MATURITY NIGHT ITSELF, BEFORE THE
      * PAYOUT CLEARS THE FIELDS. ONCE ZTDMAT HAS PAID OUT AND
      * CLEARED THEM THE ACCOUNT ACCRUES AT THE CHECKING RATE AGAIN
      * LIKE ANY OTHER.
           IF WS-ACCOUNT-TYPE = "T"
                   AND WS-MATURITY-DATE IS NUMERIC
               GO TO 2100-EXIT
           END-IF
      * AN INSTALMENT LOAN'S INTEREST IS CHARGED INSIDE EACH
      * INSTALMENT BY ZLOANC - THE NEGATIVE LOAN BALANCE NEVER
      * ACCRUES OVERDRAFT INTEREST.
           IF WS-ACCOUNT-TYPE = "L"
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-CAPITALIZED-SW
           PERFORM 2110-READ-ACCRUAL
      * THE FIRST RUN OF A NEW MONTH CAPITALIZES WHAT THE PRIOR
      * MONTH ACCRUED, BEFORE TONIGHT'S BALANCE STARTS THE NEW ONE.
           IF AC-ACCRUED-THRU NOT = SPACES
                   AND AC-ACCRUED-THRU(1:6) < WS-RUN-DATE(1:6)
               PERFORM 2200-CAPITALIZE
           END-IF
           PERFORM 2300-ACCRUE-ONE-ACCOUNT
           PERFORM 2400-SAVE-ACCRUAL
           IF WS-MONTH-END-SW = 'Y'
               PERFORM 2500-REPORT-ACCRUAL
           END-IF
           IF WS-CAPITALIZED-SW = 'Y'
               MOVE 'C' TO CK-TYPE
               MOVE WS-RUN-DATE TO CK-RUN-DATE
               MOVE WS-ACCNO TO CK-LAST-ACCNO
               MOVE WS-ACCT-COUNT TO CK-ACCT-COUNT
               MOVE WS-POSTED-COUNT TO CK-POSTED-COUNT
               MOVE WS-POSTED-TOTAL TO CK-POSTED-TOTAL
               WRITE WS-CHKP-REC
           END-IF.
       2100-EXIT.
           EXIT.

       2110-READ-ACCRUAL.
           MOVE WS-ACCNO TO AC-ACCNO
           MOVE 'N' TO WS-ACCR-NEW-SW
           READ VSAMACCR
               INVALID KEY
                   MOVE 'Y' TO WS-ACCR-NEW-SW
                   MOVE SPACES TO WS-ACCR-REC
                   MOVE WS-ACCNO TO AC-ACCNO
                   MOVE ZEROS TO AC-CREDIT-ACCRUED
                   MOVE ZEROS TO AC-ARRANGED-ACCRUED
                   MOVE ZEROS TO AC-UNARRANGED-ACCRUED
                   MOVE ZEROS TO AC-DAYS-ACCRUED
           END-READ.

      * POST THE PRIOR MONTH'S ACCRUALS, ROUNDED TO CENTS - CREDIT
      * INTEREST AS "IN", DEBIT INTEREST (ARRANGED PLUS UNARRANGED)
      * AS "ID", EACH UNDER ITS OWN REFERENCE. ONE REWRITE CARRIES
      * BOTH MOVEMENTS; THE JOURNAL ENTRIES ARE ONLY WRITTEN ONCE IT
      * HAS TAKEN. A FAILED REWRITE LEAVES THE ACCRUALS IN PLACE TO
      * BE CAPITALIZED WITH THE NEXT MONTH'S.
       2200-CAPITALIZE.
           COMPUTE WS-INTEREST-AMT ROUNDED = AC-CREDIT-ACCRUED
           COMPUTE WS-DEBIT-AMT ROUNDED =
               AC-ARRANGED-ACCRUED + AC-UNARRANGED-ACCRUED
           IF WS-INTEREST-AMT > ZEROS OR WS-DEBIT-AMT > ZEROS
               MOVE WS-BALANCE TO WS-CAP-BEFORE-BAL
               COMPUTE WS-BALANCE =
                   WS-BALANCE + WS-INTEREST-AMT - WS-DEBIT-AMT
               MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
               MOVE 'Y' TO WS-REWRITE-OK
               REWRITE WS-FILE-REC
                   INVALID KEY
                           DELIMITED BY SIZE INTO WS-INTR-LINE
                       WRITE WS-INTR-LINE
               END-REWRITE
               IF WS-REWRITE-OK = 'N'
                   MOVE WS-CAP-BEFORE-BAL TO WS-BALANCE
               ELSE
                   IF WS-INTEREST-AMT > ZEROS
                       PERFORM 8300-GET-REF-NO
                       MOVE SPACES TO WS-JRNL-REC
                       MOVE "IN" TO JR-ACTION
                       MOVE WS-INTEREST-AMT TO JR-AMOUNT
                       MOVE WS-CAP-BEFORE-BAL TO JR-BEFORE-BAL
                       COMPUTE JR-AFTER-BAL =
                           WS-CAP-BEFORE-BAL + WS-INTEREST-AMT
                       PERFORM 2250-WRITE-CAP-ENTRY
                       ADD 1 TO WS-CAP-CREDIT-COUNT
                       ADD WS-INTEREST-AMT TO WS-CAP-CREDIT-TOTAL
                       ADD WS-INTEREST-AMT TO WS-POSTED-TOTAL
                   END-IF
                   IF WS-DEBIT-AMT > ZEROS
                       PERFORM 8300-GET-REF-NO
                       MOVE SPACES TO WS-JRNL-REC
                       MOVE "ID" TO JR-ACTION
                       MOVE WS-DEBIT-AMT TO JR-AMOUNT
                       COMPUTE JR-BEFORE-BAL =
                           WS-CAP-BEFORE-BAL + WS-INTEREST-AMT
                       MOVE WS-BALANCE TO JR-AFTER-BAL
                       PERFORM 2250-WRITE-CAP-ENTRY
                       ADD 1 TO WS-CAP-DEBIT-COUNT
                       ADD WS-DEBIT-AMT TO WS-CAP-DEBIT-TOTAL
                       SUBTRACT WS-DEBIT-AMT FROM WS-POSTED-TOTAL
                   END-IF
                   MOVE 'Y' TO WS-CAPITALIZED-SW
                   MOVE ZEROS TO AC-CREDIT-ACCRUED
                   MOVE ZEROS TO AC-ARRANGED-ACCRUED
                   MOVE ZEROS TO AC-UNARRANGED-ACCRUED
                   MOVE ZEROS TO AC-DAYS-ACCRUED
                   MOVE WS-RUN-DATE TO AC-LAST-CAP-DATE
                   MOVE WS-INTEREST-AMT TO WS-INTR-AMT-ED
                   MOVE WS-DEBIT-AMT TO WS-DEBIT-AMT-ED
                   MOVE WS-BALANCE TO WS-NEW-BAL-ED
                   MOVE SPACES TO WS-INTR-LINE
                   STRING "ACCNO=" WS-ACCNO
                       " CR=" WS-INTR-AMT-ED
                       " DR=" WS-DEBIT-AMT-ED
                       " NEW-BAL=" WS-NEW-BAL-ED
                       DELIMITED BY SIZE INTO WS-INTR-LINE
                   WRITE WS-INTR-LINE
               END-IF
           ELSE
      * LESS THAN HALF A CENT EITHER WAY - NOTHING TO POST, THE
      * MONTH IS CLOSED OFF ALL THE SAME.
               MOVE ZEROS TO AC-CREDIT-ACCRUED
               MOVE ZEROS TO AC-ARRANGED-ACCRUED
               MOVE ZEROS TO AC-UNARRANGED-ACCRUED
               MOVE ZEROS TO AC-DAYS-ACCRUED
               MOVE WS-RUN-DATE TO AC-LAST-CAP-DATE
           END-IF.

      * COMMON FIELDS OF A CAPITALIZATION JOURNAL ENTRY - THE CALLER
      * HAS SET THE ACTION, AMOUNT AND BEFORE/AFTER BALANCES.
       2250-WRITE-CAP-ENTRY.
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZINTR" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           WRITE WS-JRNL-REC
           PERFORM 8900-WRITE-HISTORY
           ADD 1 TO WS-POSTED-COUNT.

      * ACCRUE TONIGHT'S CLOSING BALANCE FOR EVERY DAY FROM THE DAY
      * AFTER THE LAST ONE ACCRUED (TONIGHT ITSELF FOR A NEW ROW)
      * THROUGH WS-ACCR-END-DATE. A ROW ALREADY ACCRUED THAT FAR -
      * A RESTARTED OR RESUBMITTED NIGHT - IS LEFT ALONE.
       2300-ACCRUE-ONE-ACCOUNT.
           MOVE ZEROS TO WS-ACCR-DAYS
           IF AC-ACCRUED-THRU IS NUMERIC
               MOVE AC-ACCRUED-THRU TO WS-ACCR-START-N
               COMPUTE WS-ACCR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACCR-START-N) + 1
           ELSE
               MOVE WS-RUN-DATE TO WS-ACCR-START-N
               COMPUTE WS-ACCR-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACCR-START-N)
           END-IF
           COMPUTE WS-ACCR-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ACCR-END-N)
               - WS-ACCR-INT + 1
           IF WS-ACCR-DAYS > ZEROS
               MOVE ZEROS TO WS-DAY-CREDIT
               MOVE ZEROS TO WS-DAY-ARRANGED
               MOVE ZEROS TO WS-DAY-UNARRANGED
               IF WS-BALANCE > ZEROS
                   EVALUATE WS-ACCOUNT-TYPE
                       WHEN "S"
                           MOVE WS-SAVINGS-RATE TO WS-INTEREST-RATE
                       WHEN OTHER
                           MOVE WS-CHECKING-RATE TO WS-INTEREST-RATE
                   END-EVALUATE
                   COMPUTE WS-DAY-CREDIT ROUNDED =
                       WS-BALANCE * WS-INTEREST-RATE * WS-ACCR-DAYS
                       / 36500
               END-IF
               IF WS-BALANCE < ZEROS
                   COMPUTE WS-OWED = 0 - WS-BALANCE
                   IF WS-OWED > WS-OVERDRAFT-LIMIT
                       MOVE WS-OVERDRAFT-LIMIT TO WS-ARRANGED-PART
                   ELSE
                       MOVE WS-OWED TO WS-ARRANGED-PART
                   END-IF
                   COMPUTE WS-UNARRANGED-PART =
                       WS-OWED - WS-ARRANGED-PART
                   COMPUTE WS-DAY-ARRANGED ROUNDED =
                       WS-ARRANGED-PART * WS-ARRANGED-RATE
                       * WS-ACCR-DAYS / 36500
                   COMPUTE WS-DAY-UNARRANGED ROUNDED =
                       WS-UNARRANGED-PART * WS-UNARRANGED-RATE
                       * WS-ACCR-DAYS / 36500
               END-IF
               ADD WS-DAY-CREDIT TO AC-CREDIT-ACCRUED
               ADD WS-DAY-ARRANGED TO AC-ARRANGED-ACCRUED
               ADD WS-DAY-UNARRANGED TO AC-UNARRANGED-ACCRUED
               ADD WS-ACCR-DAYS TO AC-DAYS-ACCRUED
               MOVE WS-ACCR-END-DATE TO AC-ACCRUED-THRU
               ADD 1 TO WS-ACCRUED-COUNT
               ADD WS-DAY-CREDIT TO WS-TOT-DAY-CREDIT
               ADD WS-DAY-ARRANGED TO WS-TOT-DAY-DEBIT
               ADD WS-DAY-UNARRANGED TO WS-TOT-DAY-DEBIT
           END-IF.

       2400-SAVE-ACCRUAL.
           IF WS-ACCR-NEW-SW = 'Y'
               WRITE WS-ACCR-REC
                   INVALID KEY
                       MOVE SPACES TO WS-INTR-LINE
                       STRING "ACCRUAL WRITE FAILED FOR ACCNO="
                           WS-ACCNO
                           DELIMITED BY SIZE INTO WS-INTR-LINE
                       WRITE WS-INTR-LINE
               END-WRITE
           ELSE
               REWRITE WS-ACCR-REC
                   INVALID KEY
                       MOVE SPACES TO WS-INTR-LINE
                       STRING "ACCRUAL REWRITE FAILED FOR ACCNO="
                           WS-ACCNO
                           DELIMITED BY SIZE INTO WS-INTR-LINE
                       WRITE WS-INTR-LINE
               END-REWRITE
           END-IF.

      * MONTH-END LISTING - ONE LINE PER ACCOUNT CARRYING ANY
      * ACCRUED-BUT-UNPAID INTEREST AFTER TONIGHT'S ACCRUAL. CREDIT
      * ACCRUALS ARE INTEREST PAYABLE, ARRANGED/UNARRANGED DEBIT
      * ACCRUALS ARE OVERDRAFT INTEREST RECEIVABLE.
       2500-REPORT-ACCRUAL.
           IF AC-CREDIT-ACCRUED > ZEROS
                   OR AC-ARRANGED-ACCRUED > ZEROS
                   OR AC-UNARRANGED-ACCRUED > ZEROS
               ADD 1 TO WS-ME-COUNT
               ADD AC-CREDIT-ACCRUED TO WS-ME-CREDIT-TOTAL
               ADD AC-ARRANGED-ACCRUED TO WS-ME-ARRANGED-TOTAL
               ADD AC-UNARRANGED-ACCRUED TO WS-ME-UNARRANGED-TOTAL
               MOVE AC-CREDIT-ACCRUED TO WS-ACCR-ED
               MOVE AC-ARRANGED-ACCRUED TO WS-ACCR-ED2
               MOVE AC-UNARRANGED-ACCRUED TO WS-ACCR-ED3
               MOVE SPACES TO WS-ACCR-LINE
               STRING WS-ACCNO " " WS-ACCOUNT-TYPE " " WS-ACCR-ED
                   " " WS-ACCR-ED2 " " WS-ACCR-ED3
                   DELIMITED BY SIZE INTO WS-ACCR-LINE
               WRITE WS-ACCR-LINE
           END-IF.

       8300-GET-REF-NO.
      * TAKE THE NEXT TRANSACTION REFERENCE FROM VSAM.ZREFCTL. A
           MOVE SPACES TO WS-INTR-LINE
           MOVE WS-POSTED-TOTAL TO WS-POSTED-TOTAL-ED
           STRING "ACCOUNTS READ=" WS-ACCT-COUNT
               " POSTINGS=" WS-POSTED-COUNT
               " NET INTEREST=" WS-POSTED-TOTAL-ED
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           MOVE WS-CAP-CREDIT-TOTAL TO WS-POSTED-TOTAL-ED
           STRING "CAPITALIZED CREDIT (IN) COUNT=" WS-CAP-CREDIT-COUNT
               " TOTAL=" WS-POSTED-TOTAL-ED
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           MOVE WS-CAP-DEBIT-TOTAL TO WS-POSTED-TOTAL-ED
           STRING "CAPITALIZED DEBIT  (ID) COUNT=" WS-CAP-DEBIT-COUNT
               " TOTAL=" WS-POSTED-TOTAL-ED
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           MOVE WS-TOT-DAY-CREDIT TO WS-ACCR-TOTAL-ED
           STRING "ACCRUED TONIGHT ACCOUNTS=" WS-ACCRUED-COUNT
               " CREDIT=" WS-ACCR-TOTAL-ED
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           MOVE SPACES TO WS-INTR-LINE
           MOVE WS-TOT-DAY-DEBIT TO WS-ACCR-TOTAL-ED
           STRING "ACCRUED TONIGHT DEBIT=" WS-ACCR-TOTAL-ED
               DELIMITED BY SIZE INTO WS-INTR-LINE
           WRITE WS-INTR-LINE
           IF WS-MONTH-END-SW = 'Y'
               PERFORM 9100-ACCRUAL-TOTALS
           END-IF
           MOVE 'E' TO CK-TYPE
           MOVE WS-RUN-DATE TO CK-RUN-DATE
           MOVE ZEROS TO CK-LAST-ACCNO
           CLOSE VSAMZBNK
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMACCR
           CLOSE JRNLZBNK
           CLOSE INTRPT
           CLOSE ACCRRPT
           PERFORM 8745-CAL-CLOSE
           CLOSE INTRCHKP.

      * MONTH-END TOTALS FOR FINANCE'S GL ACCRUAL ENTRY - INTEREST
      * PAYABLE ON CREDIT BALANCES AND OVERDRAFT INTEREST RECEIVABLE.
       9100-ACCRUAL-TOTALS.
           MOVE SPACES TO WS-ACCR-LINE
           WRITE WS-ACCR-LINE
           MOVE SPACES TO WS-ACCR-LINE
           STRING "ACCOUNTS WITH ACCRUED INTEREST=" WS-ME-COUNT
               DELIMITED BY SIZE INTO WS-ACCR-LINE
           WRITE WS-ACCR-LINE
           MOVE SPACES TO WS-ACCR-LINE
           MOVE WS-ME-CREDIT-TOTAL TO WS-ACCR-TOTAL-ED
           STRING "CREDIT INTEREST PAYABLE     =" WS-ACCR-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ACCR-LINE
           WRITE WS-ACCR-LINE
           MOVE SPACES TO WS-ACCR-LINE
           MOVE WS-ME-ARRANGED-TOTAL TO WS-ACCR-TOTAL-ED
           STRING "ARRANGED OD INT RECEIVABLE  =" WS-ACCR-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ACCR-LINE
           WRITE WS-ACCR-LINE
           MOVE SPACES TO WS-ACCR-LINE
           MOVE WS-ME-UNARRANGED-TOTAL TO WS-ACCR-TOTAL-ED
           STRING "UNARRANGED OD INT RECEIVABLE=" WS-ACCR-TOTAL-ED
               DELIMITED BY SIZE INTO WS-ACCR-LINE
           WRITE WS-ACCR-LINE.
