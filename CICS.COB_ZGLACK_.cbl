      *     OLDER THAN THREE DAYS
      *   - ACK FOR A POSTING WE NEVER SENT: ITS OWN EXCEPTION
      * UNMATCHED ITEMS CARRY DAY OVER DAY UNTIL THEY CLEAR.
      * EVERY ACCEPTED POSTING IS ALSO BROUGHT FORWARD ONTO OUR GL
      * BALANCE FILE (VSAM.ZGLBAL - SEE GLBREC), WHICH ZGLPRF PROVES
      * AGAINST THE SUB-LEDGER. THE FILE'S CONTROL ROW RECORDS THE
      * LAST DATE APPLIED SO AN OVERRIDE RERUN DOES NOT APPLY THE
      * SAME DAY TWICE.
      *
      * GLACKIN RECORD: GL REF 9(12), GL ACCOUNT 9(8), STATUS X(1)
      * (A=ACCEPTED, R=REJECTED), REASON X(20), FILLER X(7).
               ORGANIZATION IS SEQUENTIAL.
           SELECT GLACKRPT ASSIGN TO GLACKRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT VSAMGLB ASSIGN TO VSAMGLB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-ACCOUNT
               FILE STATUS IS WS-GLB-STATUS.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
           05  GPO-SENT-DATE PIC X(8).
       FD  GLACKRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       FD  VSAMGLB.
       01  WS-GLB-REC.
           COPY GLBREC.
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-OVERDUE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-UNKNOWN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-AMT-ED PIC 9(10).99.
      * GL BALANCE BRING-FORWARD.
       01  WS-GLB-STATUS PIC XX.
       01  WS-GLB-OPEN-SW PIC X VALUE 'N'.
       01  WS-GLB-APPLY-SW PIC X VALUE 'N'.
       01  WS-GLB-FOUND-SW PIC X.
       01  WS-GLB-APPLIED PIC 9(8) VALUE ZEROS.
       01  WS-GLB-NEW-ROWS PIC 9(8) VALUE ZEROS.
       01  WS-GLB-ERRORS PIC 9(8) VALUE ZEROS.
       01  WS-GLB-DR-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-GLB-CR-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-GLB-TOTAL-ED PIC Z(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZGLACK" TO WS-RUNC-PROGRAM
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM 1100-OPEN-GL-BALANCES.

      * THE GL BALANCE FILE IS BROUGHT FORWARD ONCE PER BUSINESS
      * DATE - THE CONTROL ROW SAYS WHETHER TODAY IS ALREADY IN.
       1100-OPEN-GL-BALANCES.
           OPEN I-O VSAMGLB
           IF WS-GLB-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GL BALANCE FILE OPEN FAILED STATUS="
                   WS-GLB-STATUS
                   " - BALANCES NOT BROUGHT FORWARD"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'Y' TO WS-GLB-OPEN-SW
               MOVE 'Y' TO WS-GLB-APPLY-SW
               MOVE ZEROS TO GB-ACCOUNT
               READ VSAMGLB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF GB-LAST-POST-DATE = WS-RUN-DATE
                           MOVE 'N' TO WS-GLB-APPLY-SW
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "GL BALANCES ALREADY BROUGHT "
                               "FORWARD FOR " WS-RUN-DATE
                               " - NOT APPLIED AGAIN"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE WS-RPT-LINE
                       END-IF
               END-READ
           END-IF.

      * OUR SIDE OF THE MATCH - THE POSTINGS STILL WAITING FROM
      * PRIOR DAYS PLUS EVERYTHING SENT TODAY.
               WRITE WS-RPT-LINE
           ELSE
               ADD 1 TO WS-CLEARED-COUNT
               IF WS-GLB-APPLY-SW = 'Y'
                   PERFORM 3250-BRING-FORWARD
               END-IF
           END-IF.

      * APPLY ONE ACCEPTED POSTING TO ITS GL ACCOUNT'S BALANCE ROW,
      * STARTING THE ROW FROM ZERO IF FINANCE NEVER LOADED ONE.
       3250-BRING-FORWARD.
           MOVE OU-ACCOUNT TO GB-ACCOUNT
           READ VSAMGLB
               INVALID KEY
                   MOVE 'N' TO WS-GLB-FOUND-SW
                   MOVE SPACES TO WS-GLB-REC
                   MOVE OU-ACCOUNT TO GB-ACCOUNT
                   MOVE ZEROS TO GB-BALANCE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GLB-FOUND-SW
           END-READ
           IF GB-LAST-POST-DATE NOT = WS-RUN-DATE
               MOVE ZEROS TO GB-DAY-DEBITS
               MOVE ZEROS TO GB-DAY-CREDITS
               MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
           END-IF
           IF OU-DR-CR = "D"
               ADD OU-AMOUNT TO GB-BALANCE
               ADD OU-AMOUNT TO GB-DAY-DEBITS
           ELSE
               SUBTRACT OU-AMOUNT FROM GB-BALANCE
               ADD OU-AMOUNT TO GB-DAY-CREDITS
           END-IF
           IF WS-GLB-FOUND-SW = 'Y'
               REWRITE WS-GLB-REC
           ELSE
               WRITE WS-GLB-REC
           END-IF
           IF WS-GLB-STATUS NOT = "00"
               ADD 1 TO WS-GLB-ERRORS
               MOVE OU-AMOUNT TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "REF=" OU-REF
                   " GL=" OU-ACCOUNT
                   " AMT=" WS-AMT-ED
                   " *** GL BALANCE NOT UPDATED STATUS="
                   WS-GLB-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               ADD 1 TO WS-GLB-APPLIED
               IF WS-GLB-FOUND-SW = 'N'
                   ADD 1 TO WS-GLB-NEW-ROWS
               END-IF
               IF OU-DR-CR = "D"
                   ADD OU-AMOUNT TO WS-GLB-DR-TOTAL
               ELSE
                   ADD OU-AMOUNT TO WS-GLB-CR-TOTAL
               END-IF
           END-IF.

      * MARK TODAY AS APPLIED ON THE CONTROL ROW.
       3290-MARK-BROUGHT-FORWARD.
           MOVE ZEROS TO GB-ACCOUNT
           READ VSAMGLB
               INVALID KEY
                   MOVE SPACES TO WS-GLB-REC
                   MOVE ZEROS TO GB-ACCOUNT
                   MOVE ZEROS TO GB-BALANCE
                   MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
                   MOVE WS-GLB-DR-TOTAL TO GB-DAY-DEBITS
                   MOVE WS-GLB-CR-TOTAL TO GB-DAY-CREDITS
                   WRITE WS-GLB-REC
               NOT INVALID KEY
                   MOVE WS-RUN-DATE TO GB-LAST-POST-DATE
                   MOVE WS-GLB-DR-TOTAL TO GB-DAY-DEBITS
                   MOVE WS-GLB-CR-TOTAL TO GB-DAY-CREDITS
                   REWRITE WS-GLB-REC
           END-READ
           IF WS-GLB-STATUS NOT = "00"
               ADD 1 TO WS-GLB-ERRORS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GL BALANCE CONTROL ROW NOT UPDATED STATUS="
                   WS-GLB-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

      * NO ACKNOWLEDGMENT YET - CARRY THE POSTING FORWARD, AND
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-GLB-APPLY-SW = 'Y'
               PERFORM 3290-MARK-BROUGHT-FORWARD
               MOVE SPACES TO WS-RPT-LINE
               STRING "BROUGHT FORWARD TO GL BALANCES=" WS-GLB-APPLIED
                   " NEW GL ROWS=" WS-GLB-NEW-ROWS
                   " ERRORS=" WS-GLB-ERRORS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-GLB-DR-TOTAL TO WS-GLB-TOTAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  DEBITS=" WS-GLB-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-GLB-CR-TOTAL TO WS-GLB-TOTAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  CREDITS=" WS-GLB-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-GLB-OPEN-SW = 'Y'
               CLOSE VSAMGLB
           END-IF
           IF WS-REJECT-COUNT > ZEROS
               OR WS-OVERDUE-COUNT > ZEROS
               OR WS-UNKNOWN-COUNT > ZEROS
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
      * A GL BALANCE FILE THAT COULD NOT BE BROUGHT FORWARD WOULD
      * MAKE TONIGHT'S ZGLPRF PROOF MEANINGLESS.
           IF WS-GLB-OPEN-SW = 'N' OR WS-GLB-ERRORS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE GLPNDOUT
           CLOSE GLACKRPT.
