       01  WS-CHECKING-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-TERM-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TERM-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-LOAN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-LOAN-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-LOCKED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CLOSED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DORMANT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TO-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-XP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-XP-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-XR-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-XR-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-GS-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-GS-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-PV-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PV-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-PR-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-BT-CODE PIC X(3).
               10  WS-BT-ACCT-COUNT PIC 9(8).
               10  WS-BT-ACCT-TOTAL PIC S9(12)V99.
               10  WS-BT-LOAN-COUNT PIC 9(8).
               10  WS-BT-LOAN-TOTAL PIC S9(12)V99.
               10  WS-BT-TXN-COUNT PIC 9(8).
               10  WS-BT-SETTLE PIC S9(12)V99.
       01  WS-BT-FOUND-SW PIC X.
               MOVE WS-CUR-BRANCH TO WS-BT-CODE(WS-BT-IX)
               MOVE ZEROS TO WS-BT-ACCT-COUNT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-ACCT-TOTAL(WS-BT-IX)
               MOVE ZEROS TO WS-BT-LOAN-COUNT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-LOAN-TOTAL(WS-BT-IX)
               MOVE ZEROS TO WS-BT-TXN-COUNT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-SETTLE(WS-BT-IX)
               MOVE WS-BT-COUNT TO WS-BT-SLOT
           IF WS-ACCT-STATUS = 'D'
               ADD 1 TO WS-DORMANT-COUNT
           END-IF
           MOVE WS-BRANCH-CODE TO WS-CUR-BRANCH
           PERFORM 7100-FIND-BRANCH-SLOT
      * A LOAN ACCOUNT (TYPE L) RUNS BELOW ZERO BY DESIGN - IT IS
      * COUNTED ON ITS OWN AND KEPT OUT OF THE DEPOSIT TOTALS AND
      * THE BELOW-MINIMUM COUNT.
           IF WS-ACCOUNT-TYPE NOT = "L"
               ADD 1 TO WS-ACCT-COUNT
               ADD WS-BALANCE TO WS-ACCT-TOTAL
               IF WS-BT-SLOT > ZEROS
                   ADD 1 TO WS-BT-ACCT-COUNT(WS-BT-SLOT)
                   ADD WS-BALANCE TO WS-BT-ACCT-TOTAL(WS-BT-SLOT)
               END-IF
               IF WS-BALANCE > WS-MAX-BALANCE
                   MOVE WS-BALANCE TO WS-MAX-BALANCE
               END-IF
           END-IF
           EVALUATE WS-ACCOUNT-TYPE
               WHEN "S"
                   ADD 1 TO WS-TERM-COUNT
                   ADD WS-BALANCE TO WS-TERM-TOTAL
                   MOVE ZEROS TO WS-MIN-BALANCE
               WHEN "L"
                   ADD 1 TO WS-LOAN-COUNT
                   ADD WS-BALANCE TO WS-LOAN-TOTAL
                   IF WS-BT-SLOT > ZEROS
                       ADD 1 TO WS-BT-LOAN-COUNT(WS-BT-SLOT)
                       ADD WS-BALANCE TO WS-BT-LOAN-TOTAL(WS-BT-SLOT)
                   END-IF
               WHEN OTHER
                   COMPUTE WS-MIN-BALANCE = 0 - WS-OVERDRAFT-LIMIT
           END-EVALUATE
           IF WS-ACCOUNT-TYPE NOT = "L"
               AND WS-BALANCE < WS-MIN-BALANCE
               ADD 1 TO WS-BELOW-MIN-COUNT
           END-IF
           IF WS-FAILED-ATTEMPTS >= 3
                   WHEN "XP"
                       ADD 1 TO WS-XP-COUNT
                       ADD JR-AMOUNT TO WS-XP-TOTAL
                   WHEN "XR"
                       ADD 1 TO WS-XR-COUNT
                       ADD JR-AMOUNT TO WS-XR-TOTAL
                   WHEN "PV"
                       ADD 1 TO WS-PV-COUNT
                       ADD JR-AMOUNT TO WS-PV-TOTAL
                   WHEN "ES"
                       ADD 1 TO WS-ES-COUNT
                       ADD JR-AMOUNT TO WS-ES-TOTAL
                   WHEN "GS"
                       ADD 1 TO WS-GS-COUNT
                       ADD JR-AMOUNT TO WS-GS-TOTAL
                   WHEN "AW"
                       ADD 1 TO WS-AW-COUNT
                       ADD JR-AMOUNT TO WS-AW-TOTAL
               " BALANCE=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-LOAN-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAN ACCOUNTS (NOT IN THE TOTALS ABOVE)="
               WS-LOAN-COUNT
               " BALANCE=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOCKED ACCOUNTS=" WS-LOCKED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-XR-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OUTBOUND RETURNS=" WS-XR-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PV-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  PROVISIONAL CREDITS=" WS-PV-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-GS-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LEGAL ORDER SEIZURES=" WS-GS-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-AW-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ATM WITHDRAWALS=" WS-AW-COUNT
                   " BALANCE=" WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-BT-LOAN-COUNT(WS-BT-IX) > ZEROS
                   MOVE WS-BT-LOAN-TOTAL(WS-BT-IX) TO WS-TOTAL-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "             LOANS="
                       WS-BT-LOAN-COUNT(WS-BT-IX)
                       " BALANCE=" WS-TOTAL-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
               MOVE WS-BT-SETTLE(WS-BT-IX) TO WS-TOTAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "             TXNS TODAY="
