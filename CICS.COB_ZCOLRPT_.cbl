      *
      * ZCOLRPT - MONTHLY CHARGED-OFF AND RECOVERED REPORT FOR THE
      * CREDIT COMMITTEE. COLCARD COLUMNS 1-6 CARRY THE MONTH AS
      * YYYYMM. TWO PARTS:
      *   1. THE MONTH'S MOVEMENTS - EVERY "CO" WRITE-OFF (ZCHGOFF),
      *      "CR" COUNTER RECOVERY (ZTELL) AND "CX" CLEARING
      *      RECOVERY (ZCLRPST) ON THE MONTH'S JOURNAL ARCHIVES
      *      (CONCATENATED ON JRNLIN, SAME AS ZMOSTAT), ONE LINE
      *      EACH WITH THE CASE'S BRANCH FROM VSAM.ZCOLL, THEN THE
      *      MONTH'S TOTALS AND NET LOSS (CHARGED OFF LESS
      *      RECOVERED);
      *   2. THE PORTFOLIO AS IT STANDS - A PASS OF EVERY CASE ON
      *      VSAM.ZCOLL (COLLREC) FOR OPEN AND SETTLED CASE COUNTS,
      *      THE AMOUNT EVER CHARGED OFF, THE AMOUNT RECOVERED AND
      *      THE DEBT STILL OUTSTANDING WITH THE AGENCY.
      * READ-ONLY - SAFELY RERUNNABLE. A MISSING OR NON-NUMERIC
      * MONTH ENDS RC=8 WITH NOTHING REPORTED; A MOVEMENT WHOSE
      * ACCOUNT HAS NO CASE ON FILE IS FLAGGED AND ENDS RC=4.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCOLRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLIN ASSIGN TO JRNLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT COLCARD ASSIGN TO COLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT VSAMCOLL ASSIGN TO VSAMCOLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-ACCNO
               FILE STATUS IS WS-COLL-STATUS.
           SELECT COLRPT ASSIGN TO COLRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNLIN RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  COLCARD RECORDING MODE F.
       01  WS-COL-CARD PIC X(6).
       FD  VSAMCOLL.
       01  WS-COLL-REC.
           COPY COLLREC.
       FD  COLRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-COLL-STATUS PIC XX.
       01  WS-EOF-JRNL PIC X VALUE 'N'.
       01  WS-EOF-COLL PIC X VALUE 'N'.
       01  WS-MONTH PIC X(6).
       01  WS-ACTION-TEXT PIC X(18).
       01  WS-CUR-BRANCH PIC X(3).
      * THE MONTH'S MOVEMENTS.
       01  WS-CO-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CO-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-CR-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CR-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-CX-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CX-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-NET-LOSS PIC S9(13)V99 VALUE ZEROS.
       01  WS-NOCASE-COUNT PIC 9(8) VALUE ZEROS.
      * THE PORTFOLIO ON VSAM.ZCOLL.
       01  WS-OPEN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SETTLED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PORT-CHGOFF PIC S9(13)V99 VALUE ZEROS.
       01  WS-PORT-RECOVERED PIC S9(13)V99 VALUE ZEROS.
       01  WS-PORT-OUTSTANDING PIC S9(13)V99 VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A SIGNED V99 ITEM LOSES THE SIGN AND THE DECIMAL
      * POINT, SO MONEY GOES THROUGH ONE OF THESE FIRST.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-TOTAL-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZCOLRPT" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-MONTH IS NOT NUMERIC
               MOVE "*** COLCARD MONTH NOT YYYYMM - NO REPORT"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               CLOSE VSAMCOLL
               CLOSE COLRPT
               MOVE 8 TO RETURN-CODE
               MOVE ZEROS TO WS-RUNC-COUNT
               MOVE ZEROS TO WS-RUNC-AMOUNT
               MOVE RETURN-CODE TO WS-RUNC-RC
               PERFORM 8600-RUNCTL-END
               STOP RUN
           END-IF
           PERFORM 2000-LIST-MOVEMENTS
           PERFORM 3000-SUM-PORTFOLIO
           PERFORM 9000-TERMINATE
           COMPUTE WS-RUNC-COUNT = WS-CO-COUNT + WS-CR-COUNT
               + WS-CX-COUNT
           MOVE WS-CO-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT COLRPT
           OPEN INPUT VSAMCOLL
           OPEN INPUT COLCARD
           READ COLCARD
               AT END
                   MOVE SPACES TO WS-MONTH
               NOT AT END
                   MOVE WS-COL-CARD TO WS-MONTH
           END-READ
           CLOSE COLCARD
           MOVE "ZCOLRPT - CHARGED-OFF AND RECOVERED - CREDIT COMMITTEE"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MONTH=" WS-MONTH
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * ONE LINE PER WRITE-OFF OR RECOVERY JOURNALED IN THE MONTH,
      * IN JOURNAL ORDER.
       2000-LIST-MOVEMENTS.
           MOVE "DATE     ACCOUNT    BR  MOVEMENT           AMOUNT"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT JRNLIN
           PERFORM UNTIL WS-EOF-JRNL = 'Y'
               READ JRNLIN
                   AT END
                       MOVE 'Y' TO WS-EOF-JRNL
                   NOT AT END
                       IF JR-TS-DATE(1:6) = WS-MONTH
                           AND (JR-ACTION = "CO" OR JR-ACTION = "CR"
                               OR JR-ACTION = "CX")
                           PERFORM 2100-LIST-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNLIN
           COMPUTE WS-NET-LOSS = WS-CO-TOTAL - WS-CR-TOTAL
               - WS-CX-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CO-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHARGED OFF          COUNT=" WS-CO-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CR-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECOVERED - COUNTER  COUNT=" WS-CR-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CX-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECOVERED - CLEARING COUNT=" WS-CX-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-NET-LOSS TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "NET LOSS FOR THE MONTH        AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2100-LIST-ONE-MOVEMENT.
           EVALUATE JR-ACTION
               WHEN "CO"
                   MOVE "CHARGED OFF" TO WS-ACTION-TEXT
                   ADD 1 TO WS-CO-COUNT
                   ADD JR-AMOUNT TO WS-CO-TOTAL
               WHEN "CR"
                   MOVE "RECOVERED-COUNTER" TO WS-ACTION-TEXT
                   ADD 1 TO WS-CR-COUNT
                   ADD JR-AMOUNT TO WS-CR-TOTAL
               WHEN OTHER
                   MOVE "RECOVERED-CLEARING" TO WS-ACTION-TEXT
                   ADD 1 TO WS-CX-COUNT
                   ADD JR-AMOUNT TO WS-CX-TOTAL
           END-EVALUATE
           MOVE JR-ACCNO TO CL-ACCNO
           READ VSAMCOLL
               INVALID KEY
                   MOVE "???" TO WS-CUR-BRANCH
                   ADD 1 TO WS-NOCASE-COUNT
               NOT INVALID KEY
                   MOVE CL-BRANCH-CODE TO WS-CUR-BRANCH
           END-READ
           MOVE JR-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING JR-TS-DATE " " JR-ACCNO
               " " WS-CUR-BRANCH
               " " WS-ACTION-TEXT
               " " WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * EVERY CASE ON FILE, OPEN OR SETTLED, IN KEY ORDER.
       3000-SUM-PORTFOLIO.
           MOVE ZEROS TO CL-ACCNO
           START VSAMCOLL KEY IS NOT LESS THAN CL-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-COLL
           END-START
           PERFORM UNTIL WS-EOF-COLL = 'Y'
               READ VSAMCOLL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-COLL
                   NOT AT END
                       IF CL-STATUS = 'O'
                           ADD 1 TO WS-OPEN-COUNT
                           COMPUTE WS-PORT-OUTSTANDING =
                               WS-PORT-OUTSTANDING
                               + CL-CHGOFF-AMT - CL-RECOVERED
                       ELSE
                           ADD 1 TO WS-SETTLED-COUNT
                       END-IF
                       ADD CL-CHGOFF-AMT TO WS-PORT-CHGOFF
                       ADD CL-RECOVERED TO WS-PORT-RECOVERED
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "PORTFOLIO - ALL COLLECTIONS CASES ON FILE"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CASES OPEN=" WS-OPEN-COUNT
               " SETTLED=" WS-SETTLED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PORT-CHGOFF TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL CHARGED OFF=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PORT-RECOVERED TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL RECOVERED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PORT-OUTSTANDING TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "OUTSTANDING WITH AGENCY=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       COPY RUNCTLP.

       9000-TERMINATE.
           IF WS-NOCASE-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** MOVEMENTS WITH NO CASE ON VSAM.ZCOLL="
                   WS-NOCASE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE VSAMCOLL
           CLOSE COLRPT.
