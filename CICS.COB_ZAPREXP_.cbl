      *
      * ZAPREXP - NIGHTLY TWO-OWNER APPROVAL EXPIRY SWEEP. MARKS
      * EXPIRED (STATUS E) EVERY PENDING VSAM.ZAPPRV ROW WHOSE
      * APPROVAL WINDOW HAS CLOSED - THE APRPOL POLICY DAYS (VSAMPOL,
      * DEFAULT 5 WHEN THE ROW IS MISSING OR ZERO) COUNTED FROM ITS
      * REQUEST DATE, THE SAME TEST ZBANK USES TO STOP OFFERING IT.
      * AN EXPIRED ITEM WAS NEVER DEBITED OR QUEUED, SO NOTHING IS
      * JOURNALED; THE OWNER MUST KEY IT AGAIN. EXPIRED AND
      * STILL-PENDING ITEMS ARE LISTED ON APXRPT FOR THE BRANCH.
      * DECIDED ROWS (A/R/E) ARE LEFT AS THEY STAND.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZAPREXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMAPPR ASSIGN TO VSAMAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.
           SELECT VSAMPOL ASSIGN TO VSAMPOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-POL-STATUS.
           SELECT APXRPT ASSIGN TO APXRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMAPPR.
       01  WS-APPR-REC.
           COPY APPRREC.
       FD  VSAMPOL.
       01  WS-POL-REC.
           COPY POLREC.
       FD  APXRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-APPR-STATUS PIC XX.
       01  WS-POL-STATUS PIC XX.
       01  WS-EOF-APPR PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * DAYS AN ITEM STAYS ON OFFER - APRPOL VALUE-1, DEFAULT 5.
       01  WS-APPR-DAYS PIC 9(5) VALUE 5.
       01  WS-REQ-N PIC 9(8).
       01  WS-EXP-INT PIC 9(8).
       01  WS-EXP-N PIC 9(8).
       01  WS-EXP-X PIC X(8).
       01  WS-READ-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXPIRED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PENDING-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXPIRED-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-PENDING-TOTAL PIC S9(13)V99 VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A V99 ITEM DROPS THE DECIMAL POINT.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-TOTAL-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZAPREXP" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-APPROVALS
           PERFORM 9000-TERMINATE
           MOVE WS-EXPIRED-COUNT TO WS-RUNC-COUNT
           MOVE WS-EXPIRED-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O VSAMAPPR
           OPEN INPUT VSAMPOL
           OPEN OUTPUT APXRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "APRPOL" TO PO-KEY
           READ VSAMPOL
               NOT INVALID KEY
                   IF PO-VALUE-1 IS NUMERIC AND PO-VALUE-1 > ZEROS
                       MOVE PO-VALUE-1 TO WS-APPR-DAYS
                   END-IF
           END-READ
           MOVE "ZAPREXP - TWO-OWNER APPROVAL EXPIRY SWEEP"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " DAYS ON OFFER=" WS-APPR-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-SWEEP-APPROVALS.
           PERFORM UNTIL WS-EOF-APPR = 'Y'
               READ VSAMAPPR NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-APPR
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF AP-STATUS = 'P'
                           PERFORM 2100-CHECK-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      * A PENDING ROW WITH NO USABLE REQUEST DATE CAN NEVER BE
      * OFFERED ONLINE, SO IT IS EXPIRED WITH THE REST.
       2100-CHECK-ONE-ITEM.
           MOVE LOW-VALUES TO WS-EXP-X
           IF AP-REQ-DATE IS NUMERIC
               MOVE AP-REQ-DATE TO WS-REQ-N
               COMPUTE WS-EXP-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REQ-N) + WS-APPR-DAYS
               COMPUTE WS-EXP-N = FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
               MOVE WS-EXP-N TO WS-EXP-X
           END-IF
           MOVE AP-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RUN-DATE NOT < WS-EXP-X
               STRING "ACCNO=" AP-ACCNO
                   " SEQ=" AP-SEQ-NO
                   " " AP-TYPE
                   " AMT=" WS-AMT-ED
                   " BY=" AP-INIT-CUST
                   " EXPIRED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               ADD 1 TO WS-EXPIRED-COUNT
               ADD AP-AMOUNT TO WS-EXPIRED-TOTAL
               MOVE 'E' TO AP-STATUS
               MOVE WS-RUN-DATE TO AP-DECN-DATE
               MOVE WS-CURR-DATETIME(9:6) TO AP-DECN-TIME
               REWRITE WS-APPR-REC
           ELSE
               STRING "ACCNO=" AP-ACCNO
                   " SEQ=" AP-SEQ-NO
                   " " AP-TYPE
                   " AMT=" WS-AMT-ED
                   " BY=" AP-INIT-CUST
                   " PENDING"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               ADD 1 TO WS-PENDING-COUNT
               ADD AP-AMOUNT TO WS-PENDING-TOTAL
           END-IF.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-EXPIRED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEMS READ=" WS-READ-COUNT
               " EXPIRED=" WS-EXPIRED-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PENDING-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "STILL PENDING=" WS-PENDING-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE VSAMAPPR
           CLOSE VSAMPOL
           CLOSE APXRPT.
