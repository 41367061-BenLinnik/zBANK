                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
      * A LOAN IS REPAID BY ZLOANC FROM ITS REPAYMENT ACCOUNT AND
      * NEVER TAKES CREDITS - CANCEL, AS FOR A CLOSED DESTINATION.
           IF WS-ORDER-OK = 'Y' AND WS-ACCOUNT-TYPE = "L"
               MOVE 'N' TO WS-ORDER-OK
               PERFORM 2150-CANCEL-ORDER
               MOVE SPACES TO WS-RPT-LINE
               STRING "ORDER " SO-ACCNO "/" SO-SEQ-NO
                   " DESTINATION IS A LOAN - ORDER CANCELLED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
      * AN UNMATURED TERM DEPOSIT TAKES NO TOP-UPS - SKIP, NOT
      * CANCEL, SINCE THE TERM MATURES AND THE ACCOUNT MAY THEN
      * RECEIVE AGAIN.
