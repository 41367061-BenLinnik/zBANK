      *
      * ZFXLOAD - DAILY EXCHANGE-RATE LOAD. TREASURY SENDS THE DAY'S
      * COUNTER RATES EACH MORNING (FXIN) AND THIS PROGRAM LOADS
      * THEM ONTO VSAM.ZFXRATE BEFORE THE BRANCHES OPEN. EACH RATE
      * IS STORED UNDER CURRENCY + EFFECTIVE DATE WITH ITS MID RATE
      * (HALFWAY BETWEEN BUY AND SELL, ROUNDED); A ROW ALREADY ON
      * FILE FOR THE SAME KEY IS REPLACED, SO A CORRECTED FILE CAN
      * SIMPLY BE RERUN. EARLIER DATES ARE LEFT AS THE RATE HISTORY.
      * A RATE THAT IS NOT NUMERIC, IS ZERO, OR HAS THE BUY RATE
      * ABOVE THE SELL RATE (THE BANK WOULD LOSE ON EVERY DEAL) IS
      * REJECTED AND THE CURRENCY KEEPS WHATEVER IS ON FILE.
      * RC=4 WHEN ANY RATE WAS REJECTED OR NO RATE IS EFFECTIVE
      * TODAY (THE COUNTER WILL REFUSE EVERY DEAL). RC=8 WHEN THE
      * RATE FILE OR THE CLUSTER COULD NOT BE OPENED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFXLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXIN ASSIGN TO FXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT VSAMFXR ASSIGN TO VSAMFXR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FXR-STATUS.
           SELECT FXRPT ASSIGN TO FXRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * TREASURY'S RATE FILE, ONE CURRENCY PER RECORD.
       FD  FXIN RECORDING MODE F.
       01  WS-IN-REC.
           05  FI-CCY PIC X(3).
           05  FI-EFF-DATE PIC X(8).
           05  FI-BUY-RATE PIC 9(4)V9(6).
           05  FI-SELL-RATE PIC 9(4)V9(6).
           05  FILLER PIC X(49).
       FD  VSAMFXR.
       01  WS-FXR-FD-REC.
           05  FR-KEY PIC X(11).
           05  FILLER PIC X(39).
       FD  FXRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS PIC XX.
       01  WS-FXR-STATUS PIC XX.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-OPEN-FAILED PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-IN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ADD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REPL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TODAY-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-REASON PIC X(30).
       01  WS-LOAD-RESULT PIC X(8).
       01  WS-BUY-ED PIC Z(3)9.9(6).
       01  WS-SELL-ED PIC Z(3)9.9(6).
       01  WS-MID-ED PIC Z(3)9.9(6).
      * THE RATE ROW BEING LOADED.
       01  WS-FXR-REC.
           COPY FXRREC.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-OPEN-FAILED = 'N'
               PERFORM UNTIL WS-EOF-IN = 'Y'
                   READ FXIN
                       AT END
                           MOVE 'Y' TO WS-EOF-IN
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           PERFORM 2000-LOAD-ONE-RATE
                   END-READ
               END-PERFORM
               CLOSE FXIN
               CLOSE VSAMFXR
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT FXRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZFXLOAD - DAILY EXCHANGE-RATE LOAD" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAD DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT FXIN
           IF WS-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** FXIN OPEN FAILED STATUS=" WS-IN-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 'Y' TO WS-OPEN-FAILED
           ELSE
      * OPEN I-O - RATES FOR EARLIER DATES STAY ON FILE, AND A RERUN
      * REPLACES TODAY'S ROWS RATHER THAN FAILING ON DUPLICATES.
               OPEN I-O VSAMFXR
               IF WS-FXR-STATUS NOT = "00"
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** RATE FILE OPEN FAILED STATUS="
                       WS-FXR-STATUS
                       " - NOTHING LOADED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   MOVE 'Y' TO WS-OPEN-FAILED
                   CLOSE FXIN
               END-IF
           END-IF.

       2000-LOAD-ONE-RATE.
           MOVE SPACES TO WS-REJECT-REASON
           IF FI-CCY = SPACES OR FI-CCY IS NOT ALPHABETIC
               MOVE "CURRENCY CODE NOT VALID" TO WS-REJECT-REASON
           ELSE
           IF FI-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF FI-BUY-RATE IS NOT NUMERIC
               OR FI-SELL-RATE IS NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
           IF FI-BUY-RATE = ZEROS OR FI-SELL-RATE = ZEROS
               MOVE "RATE IS ZERO" TO WS-REJECT-REASON
           ELSE
           IF FI-BUY-RATE > FI-SELL-RATE
               MOVE "BUY RATE ABOVE SELL RATE" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REJECTED " FI-CCY " " FI-EFF-DATE
                   " - " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               PERFORM 2100-STORE-RATE
           END-IF.

       2100-STORE-RATE.
           MOVE SPACES TO WS-FXR-REC
           MOVE FI-CCY TO FXR-CCY
           MOVE FI-EFF-DATE TO FXR-EFF-DATE
           MOVE FI-BUY-RATE TO FXR-BUY-RATE
           MOVE FI-SELL-RATE TO FXR-SELL-RATE
           COMPUTE FXR-MID-RATE ROUNDED =
               (FI-BUY-RATE + FI-SELL-RATE) / 2
           MOVE WS-RUN-DATE TO FXR-LOAD-DATE
           MOVE FXR-KEY TO FR-KEY
           READ VSAMFXR
               INVALID KEY
                   WRITE WS-FXR-FD-REC FROM WS-FXR-REC
                   MOVE "ADDED" TO WS-LOAD-RESULT
               NOT INVALID KEY
                   REWRITE WS-FXR-FD-REC FROM WS-FXR-REC
                   MOVE "REPLACED" TO WS-LOAD-RESULT
           END-READ
           IF WS-FXR-STATUS NOT = "00"
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NOT STORED " FI-CCY " " FI-EFF-DATE
                   " - STATUS=" WS-FXR-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               IF WS-LOAD-RESULT = "ADDED"
                   ADD 1 TO WS-ADD-COUNT
               ELSE
                   ADD 1 TO WS-REPL-COUNT
               END-IF
               IF FXR-EFF-DATE = WS-RUN-DATE
                   ADD 1 TO WS-TODAY-COUNT
               END-IF
               MOVE FXR-BUY-RATE TO WS-BUY-ED
               MOVE FXR-SELL-RATE TO WS-SELL-ED
               MOVE FXR-MID-RATE TO WS-MID-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING FXR-CCY " " FXR-EFF-DATE
                   " BUY=" WS-BUY-ED
                   " SELL=" WS-SELL-ED
                   " MID=" WS-MID-ED
                   " " WS-LOAD-RESULT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RATES READ=" WS-IN-COUNT
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROWS ADDED=" WS-ADD-COUNT
               " REPLACED=" WS-REPL-COUNT
               " EFFECTIVE TODAY=" WS-TODAY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 0 TO RETURN-CODE
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TODAY-COUNT = ZEROS AND WS-OPEN-FAILED = 'N'
               MOVE "*** NO RATE EFFECTIVE TODAY - COUNTER FX CLOSED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OPEN-FAILED = 'Y'
               MOVE "*** RATES NOT LOADED - COUNTER FX CLOSED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE FXRPT.
