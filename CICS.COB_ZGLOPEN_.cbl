      *
      * ZGLOPEN - GENERAL-LEDGER BALANCE LOAD. FINANCE'S WAY OF
      * SETTING OUR GL BALANCE FILE (VSAM.ZGLBAL) TO AGREE WITH THE
      * LEDGER. TWO KINDS OF CARD (GLOPNIN):
      *   O - OPENING POSITION: REPLACES THE GL ACCOUNT'S BALANCE
      *       WITH THE AMOUNT GIVEN. LOADED ONCE, BEFORE ZGLACK
      *       FIRST BRINGS ACCEPTED POSTINGS FORWARD.
      *   A - ADJUSTMENT: A MANUAL JOURNAL FINANCE POSTED DIRECTLY IN
      *       THE LEDGER (A REPOSTED REJECT, A CORRECTION) - ADDED TO
      *       THE BALANCE SO THE FILE KEEPS TRACKING THE LEDGER.
      * A CARD THAT FAILS VALIDATION IS REJECTED AND LISTED; THE GL
      * ACCOUNT KEEPS WHATEVER IS ON FILE.
      * RC=4 WHEN ANY CARD WAS REJECTED. RC=8 WHEN THE CARD FILE OR
      * THE CLUSTER COULD NOT BE OPENED.
      *
      * GLOPNIN CARD: GL ACCOUNT 9(8), TYPE X(1) (O/A), 'D'/'C',
      * AMOUNT 9(13)V99, EFFECTIVE DATE X(8), DESCRIPTION X(30).
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZGLOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLOPNIN ASSIGN TO GLOPNIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT VSAMGLB ASSIGN TO VSAMGLB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-ACCOUNT
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GLOPNRPT ASSIGN TO GLOPNRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GLOPNIN RECORDING MODE F.
       01  WS-IN-REC.
           05  GI-ACCOUNT PIC 9(8).
           05  GI-TYPE PIC X(1).
           05  GI-DR-CR PIC X(1).
           05  GI-AMOUNT PIC 9(13)V99.
           05  GI-EFF-DATE PIC X(8).
           05  GI-DESC PIC X(30).
           05  FILLER PIC X(17).
       FD  VSAMGLB.
       01  WS-GLB-REC.
           COPY GLBREC.
       FD  GLOPNRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS PIC XX.
       01  WS-GLB-STATUS PIC XX.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-OPEN-FAILED PIC X VALUE 'N'.
       01  WS-GLB-FOUND-SW PIC X.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-IN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OPEN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ADJ-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-REASON PIC X(30).
       01  WS-AMT-ED PIC Z(12)9.99.
       01  WS-BAL-ED PIC -(13)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-OPEN-FAILED = 'N'
               PERFORM UNTIL WS-EOF-IN = 'Y'
                   READ GLOPNIN
                       AT END
                           MOVE 'Y' TO WS-EOF-IN
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           PERFORM 2000-LOAD-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE GLOPNIN
               CLOSE VSAMGLB
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT GLOPNRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZGLOPEN - GENERAL LEDGER BALANCE LOAD" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAD DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT GLOPNIN
           IF WS-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GLOPNIN OPEN FAILED STATUS=" WS-IN-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 'Y' TO WS-OPEN-FAILED
           ELSE
               OPEN I-O VSAMGLB
               IF WS-GLB-STATUS NOT = "00"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** GL BALANCE FILE OPEN FAILED STATUS="
                       WS-GLB-STATUS
                       " - NOTHING LOADED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
                   CLOSE GLOPNIN
               END-IF
           END-IF.

       2000-LOAD-ONE-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           IF GI-ACCOUNT IS NOT NUMERIC OR GI-ACCOUNT = ZEROS
               MOVE "GL ACCOUNT NOT VALID" TO WS-REJECT-REASON
           ELSE
           IF GI-TYPE NOT = "O" AND GI-TYPE NOT = "A"
               MOVE "CARD TYPE NOT O OR A" TO WS-REJECT-REASON
           ELSE
           IF GI-DR-CR NOT = "D" AND GI-DR-CR NOT = "C"
               MOVE "DEBIT/CREDIT NOT D OR C" TO WS-REJECT-REASON
           ELSE
           IF GI-AMOUNT IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF GI-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REJECTED " WS-IN-REC(1:25)
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               PERFORM 2100-STORE-BALANCE
           END-IF.

       2100-STORE-BALANCE.
           MOVE GI-ACCOUNT TO GB-ACCOUNT
           READ VSAMGLB
               INVALID KEY
                   MOVE 'N' TO WS-GLB-FOUND-SW
                   MOVE SPACES TO WS-GLB-REC
                   MOVE GI-ACCOUNT TO GB-ACCOUNT
                   MOVE ZEROS TO GB-BALANCE
                   MOVE ZEROS TO GB-DAY-DEBITS
                   MOVE ZEROS TO GB-DAY-CREDITS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GLB-FOUND-SW
           END-READ
      * THE BALANCE IS DEBIT-POSITIVE - SEE GLBREC.
           IF GI-TYPE = "O"
               MOVE ZEROS TO GB-BALANCE
               MOVE GI-EFF-DATE TO GB-OPEN-DATE
           END-IF
           IF GI-DR-CR = "D"
               ADD GI-AMOUNT TO GB-BALANCE
           ELSE
               SUBTRACT GI-AMOUNT FROM GB-BALANCE
           END-IF
           IF WS-GLB-FOUND-SW = 'Y'
               REWRITE WS-GLB-REC
           ELSE
               WRITE WS-GLB-REC
           END-IF
           IF WS-GLB-STATUS NOT = "00"
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NOT STORED " WS-IN-REC(1:25)
                   " - STATUS=" WS-GLB-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               IF GI-TYPE = "O"
                   ADD 1 TO WS-OPEN-COUNT
               ELSE
                   ADD 1 TO WS-ADJ-COUNT
               END-IF
               MOVE GI-AMOUNT TO WS-AMT-ED
               MOVE GB-BALANCE TO WS-BAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "GL=" GI-ACCOUNT
                   " " GI-TYPE
                   " " GI-DR-CR
                   " AMT=" WS-AMT-ED
                   " BALANCE=" WS-BAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    EFFECTIVE " GI-EFF-DATE
                   " " GI-DESC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CARDS READ=" WS-IN-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPENING POSITIONS=" WS-OPEN-COUNT
               " ADJUSTMENTS=" WS-ADJ-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 0 TO RETURN-CODE
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OPEN-FAILED = 'Y'
               MOVE "*** GL BALANCES NOT LOADED" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE GLOPNRPT.
