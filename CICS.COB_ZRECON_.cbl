                                     ==SJ-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==SJ-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==SJ-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==SJ-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==SJ-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==SJ-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==SJ-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==SJ-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==SJ-OWNER-CUST==.
       FD  EXCPRPT RECORDING MODE F.
       01  WS-GONE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NEW-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ORPHAN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-WALKIN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BULKX-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-RECOV-COUNT PIC 9(8) VALUE ZEROS.
      * 'Y' WHILE EVERY JOURNAL ENTRY FOR THE ACCOUNT IN HAND IS A
      * COLLECTIONS RECOVERY (CR/CX) - SEE 2300-REPORT-UNMATCHED.
       01  WS-RECOV-ONLY-SW PIC X.
       01  WS-OPENING-BAL PIC S9(10)V99.
       01  WS-ON-SNAP-SW PIC X.
       01  WS-NET-AMOUNT PIC S9(12)V99.
           MOVE ZEROS TO WS-OPENING-BAL
           MOVE 'N' TO WS-ON-SNAP-SW
           MOVE ZEROS TO WS-ACCT-NET
           MOVE 'Y' TO WS-RECOV-ONLY-SW
           IF WS-SNAP-KEY = WS-MATCH-KEY
               MOVE SN-BALANCE TO WS-OPENING-BAL
               MOVE 'Y' TO WS-ON-SNAP-SW
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
               WHEN "XC"
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
               WHEN "XR"
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
               WHEN "XD"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "EW"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "FE"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "LD"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "LR"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "ID"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "CQ"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "FS"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "LP"
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
               WHEN "FB"
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
               WHEN "BC"
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
               WHEN "BD"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "GS"
                   COMPUTE WS-NET-AMOUNT = 0 - SJ-AMOUNT
               WHEN "CO"
                   MOVE SJ-AMOUNT TO WS-NET-AMOUNT
      * "LI" IS THE INTEREST PART OF A LOAN INSTALMENT - A MEMO ON
      * THE LOAN ACCOUNT THAT NEVER MOVES ITS BALANCE, SO IT NETS
      * TO ZERO WITH THE OTHER NON-MONEY CODES. SO DO THE WALK-IN
      * FOREIGN-CURRENCY DEALS (NB/NS), WHICH TOUCH NO ACCOUNT, AND
      * THE EXTERNAL ITEMS OF A BULK PAYMENT FILE (BX) - THE MONEY
      * LEFT THE BUSINESS ACCOUNT ON THE FILE'S ONE BD DEBIT. A
      * COLLECTIONS RECOVERY (CR/CX) IS JOURNALED ON THE CHARGED-OFF
      * ACCOUNT BUT POSTS TO ITS VSAM.ZCOLL CASE, NOT ITS BALANCE.
               WHEN OTHER
                   MOVE ZEROS TO WS-NET-AMOUNT
           END-EVALUATE
           IF SJ-ACTION = "NB" OR SJ-ACTION = "NS"
               ADD 1 TO WS-WALKIN-COUNT
           END-IF
           IF SJ-ACTION = "BX"
               ADD 1 TO WS-BULKX-COUNT
           END-IF
           IF SJ-ACTION = "CR" OR SJ-ACTION = "CX"
               ADD 1 TO WS-RECOV-COUNT
           ELSE
               MOVE 'N' TO WS-RECOV-ONLY-SW
           END-IF
           ADD WS-NET-AMOUNT TO WS-ACCT-NET
           ADD WS-NET-AMOUNT TO WS-JRNL-NET-TOTAL.

                   DELIMITED BY SIZE INTO WS-EXC-LINE
               WRITE WS-EXC-LINE
           ELSE
      * ACCOUNT ZERO IS THE WALK-IN FOREIGN-CURRENCY COUNTER DEALS
      * AND THE BULK-FILE EXTERNAL ITEMS - JOURNALED FOR THE LEDGER
      * BUT AGAINST NO ACCOUNT, AND COUNTED AS THEY ARE NETTED. A
      * CHARGED-OFF ACCOUNT ZCLARCH HAS ARCHIVED STILL TAKES
      * RECOVERIES AND IS COUNTED THE SAME WAY.
               IF WS-MATCH-KEY NOT = "0000000000"
                       AND WS-RECOV-ONLY-SW = 'N'
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE WS-ACCT-NET TO WS-NET-ED
                   MOVE SPACES TO WS-EXC-LINE
                   STRING "ACCNO=" WS-MATCH-KEY
                       " NET=" WS-NET-ED
                       " *** JOURNAL FOR UNKNOWN ACCOUNT ***"
                       DELIMITED BY SIZE INTO WS-EXC-LINE
                   WRITE WS-EXC-LINE
               END-IF
           END-IF.

       4000-PRINT-TOTALS.
               " ORPHANS=" WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO WS-EXC-LINE
           WRITE WS-EXC-LINE
           MOVE SPACES TO WS-EXC-LINE
           STRING "WALK-IN FX ENTRIES (NO ACCOUNT)=" WS-WALKIN-COUNT
               DELIMITED BY SIZE INTO WS-EXC-LINE
           WRITE WS-EXC-LINE
           MOVE SPACES TO WS-EXC-LINE
           STRING "BULK EXTERNAL ITEMS (NO ACCOUNT)=" WS-BULKX-COUNT
               DELIMITED BY SIZE INTO WS-EXC-LINE
           WRITE WS-EXC-LINE
           MOVE SPACES TO WS-EXC-LINE
           STRING "COLLECTIONS RECOVERIES (MEMO)=" WS-RECOV-COUNT
               DELIMITED BY SIZE INTO WS-EXC-LINE
           WRITE WS-EXC-LINE
           MOVE WS-JRNL-NET-TOTAL TO WS-NET-ED
           MOVE SPACES TO WS-EXC-LINE
           STRING "NET JOURNAL ACTIVITY THIS RUN=" WS-NET-ED
