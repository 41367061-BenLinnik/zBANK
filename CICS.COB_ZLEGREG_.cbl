      *
      * ZLEGREG - LEGAL ORDERS REGISTER. LISTS EVERY COURT
      * GARNISHMENT ORDER AND TAX LEVY ON VSAM.ZLEGORD (LORDREC) IN
      * THREE SECTIONS, EACH WITH ITS OWN TOTALS:
      *   1. OUTSTANDING - ACTIVE, NOTHING SEIZED YET
      *   2. PARTLY SATISFIED - ACTIVE, SOME OF IT SEIZED
      *   3. CLOSED - SATISFIED BY ZLEGSZ (S) OR LIFTED ON ZSUPV (W),
      *      WITH THE DATE IT CLOSED
      * EACH ORDER PRINTS ON TWO LINES - THE ACCOUNT, ORDER NUMBER,
      * AUTHORITY AND ORDER DATE, THEN THE AMOUNTS. READ-ONLY; RUN
      * AS THE SECOND STEP OF THE ZLEGSZ JOB SO THE REGISTER SHOWS
      * THE NIGHT'S SEIZURES, OR ON ITS OWN WHENEVER THE BRANCH OR
      * AN AUTHORITY ASKS FOR IT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZLEGREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMLORD ASSIGN TO VSAMLORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-KEY
               FILE STATUS IS WS-LORD-STATUS.
           SELECT LEGREG ASSIGN TO LEGREG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMLORD.
       01  WS-LORD-REC.
           COPY LORDREC.
       FD  LEGREG RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-LORD-STATUS PIC XX.
       01  WS-EOF-LORD PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * WHICH SECTION THE CURRENT PASS OVER THE FILE PRINTS -
      * O=OUTSTANDING, P=PARTLY SATISFIED, C=CLOSED - AND WHICH
      * SECTION THE ORDER IN HAND BELONGS TO.
       01  WS-PASS PIC X.
       01  WS-ORDER-CLASS PIC X.
       01  WS-OWED PIC S9(10)V99.
       01  WS-SECT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SECT-ORDERED PIC S9(12)V99 VALUE ZEROS.
       01  WS-SECT-SEIZED PIC S9(12)V99 VALUE ZEROS.
       01  WS-SECT-OWED PIC S9(12)V99 VALUE ZEROS.
       01  WS-ALL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ALL-OWED PIC S9(12)V99 VALUE ZEROS.
       01  WS-STATUS-TEXT PIC X(9).
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A V99 ITEM DROPS THE DECIMAL POINT.
       01  WS-ORDER-ED PIC 9(10).99.
       01  WS-SEIZED-ED PIC 9(10).99.
       01  WS-OWED-ED PIC 9(10).99.
       01  WS-FLOOR-ED PIC 9(10).99.
       01  WS-TOTAL-ED PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           MOVE "O" TO WS-PASS
           PERFORM 2000-PRINT-SECTION
           MOVE "P" TO WS-PASS
           PERFORM 2000-PRINT-SECTION
           MOVE "C" TO WS-PASS
           PERFORM 2000-PRINT-SECTION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT LEGREG
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZLEGREG - LEGAL ORDERS REGISTER" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * ONE FULL PASS OVER THE ORDER FILE, PRINTING ONLY THE ORDERS
      * OF THE SECTION NAMED IN WS-PASS.
       2000-PRINT-SECTION.
           MOVE ZEROS TO WS-SECT-COUNT
           MOVE ZEROS TO WS-SECT-ORDERED
           MOVE ZEROS TO WS-SECT-SEIZED
           MOVE ZEROS TO WS-SECT-OWED
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           EVALUATE WS-PASS
               WHEN "O"
                   MOVE "OUTSTANDING ORDERS" TO WS-RPT-LINE
               WHEN "P"
                   MOVE "PARTLY SATISFIED ORDERS" TO WS-RPT-LINE
               WHEN OTHER
                   MOVE "CLOSED ORDERS" TO WS-RPT-LINE
           END-EVALUATE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT    ORDER NO     AUTHORITY"
               "            ORDER DATE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "           ORDER AMT     SEIZED        OWED"
               "          FLOOR         STATUS"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 'N' TO WS-EOF-LORD
           OPEN INPUT VSAMLORD
           IF WS-LORD-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-LORD
           END-IF
           PERFORM UNTIL WS-EOF-LORD = 'Y'
               READ VSAMLORD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LORD
                   NOT AT END
                       PERFORM 2100-CLASSIFY-ORDER
                       IF WS-ORDER-CLASS = WS-PASS
                           PERFORM 2200-PRINT-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LORD-STATUS NOT = "35"
               CLOSE VSAMLORD
           END-IF
           PERFORM 2300-SECTION-TOTALS.

       2100-CLASSIFY-ORDER.
           IF LO-STATUS = 'A'
               IF LO-SATISFIED > ZEROS
                   MOVE "P" TO WS-ORDER-CLASS
               ELSE
                   MOVE "O" TO WS-ORDER-CLASS
               END-IF
           ELSE
               MOVE "C" TO WS-ORDER-CLASS
           END-IF.

       2200-PRINT-ORDER.
           IF LO-STATUS = 'A'
               COMPUTE WS-OWED = LO-ORDER-AMT - LO-SATISFIED
           ELSE
               MOVE ZEROS TO WS-OWED
           END-IF
           EVALUATE LO-STATUS
               WHEN 'A'
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN 'S'
                   MOVE "SATISFIED" TO WS-STATUS-TEXT
               WHEN 'W'
                   MOVE "WITHDRAWN" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE LO-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING LO-ACCNO " " LO-ORDER-NO " " LO-AUTHORITY " "
               LO-ORDER-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE LO-ORDER-AMT TO WS-ORDER-ED
           MOVE LO-SATISFIED TO WS-SEIZED-ED
           MOVE WS-OWED TO WS-OWED-ED
           MOVE LO-FLOOR TO WS-FLOOR-ED
           MOVE SPACES TO WS-RPT-LINE
           IF LO-STATUS = 'A'
               STRING "    " WS-ORDER-ED " " WS-SEIZED-ED " "
                   WS-OWED-ED " " WS-FLOOR-ED " " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "    " WS-ORDER-ED " " WS-SEIZED-ED " "
                   WS-OWED-ED " " WS-FLOOR-ED " " WS-STATUS-TEXT
                   " " LO-CLOSED-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE
           ADD 1 TO WS-SECT-COUNT
           ADD LO-ORDER-AMT TO WS-SECT-ORDERED
           ADD LO-SATISFIED TO WS-SECT-SEIZED
           ADD WS-OWED TO WS-SECT-OWED
           ADD 1 TO WS-ALL-COUNT
           ADD WS-OWED TO WS-ALL-OWED.

       2300-SECTION-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ORDERS=" WS-SECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SECT-ORDERED TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ORDERED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SECT-SEIZED TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SEIZED= " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SECT-OWED TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OWED=   " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ALL-OWED TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ORDERS ON FILE=" WS-ALL-COUNT
               " STILL OWED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE LEGREG.
