      *
      * ZLIQFC - NIGHTLY LIQUIDITY AND CASH-FLOW FORECAST. PROJECTS
      * THE OBLIGATIONS ALREADY ON FILE FORWARD DAY BY DAY OVER THE
      * NEXT 30 BUSINESS DAYS (VSAM.ZCALEND - A WEEKEND OR HOLIDAY
      * ITEM FALLS ON THE NEXT BUSINESS DAY; ANYTHING ALREADY DUE
      * FALLS ON DAY 1), SO TREASURY SEES EACH MORNING HOW MUCH IS
      * COMMITTED TO LEAVE. FIVE CATEGORIES, EACH AGAINST THE BRANCH
      * OF THE ACCOUNT CONCERNED (BLANK BRANCH GROUPED UNDER 001, AS
      * IN ZBRCTL):
      *   SO STANDING ORDERS   - EVERY ACTIVE ORDER ON VSAM.ZSTORD,
      *      STEPPED THROUGH ITS FREQUENCY WITH THE SAME NEXT-RUN
      *      RULE ZSTORD USES. AN OUTFLOW AT THE SOURCE BRANCH AND
      *      AN INFLOW AT THE DESTINATION BRANCH - THE WHOLE BANK
      *      NETS TO NIL, THE BRANCHES DO NOT.
      *   XP EXTERNAL PAYMENTS - PENDING (P) ROWS ON VSAM.ZPAYPND,
      *      SENT BY THE NEXT ZCLROUT - OUTFLOW ON DAY 1.
      *   TD TERM MATURITIES   - TERM DEPOSITS MATURING IN THE
      *      HORIZON, BALANCE PLUS THE TERM INTEREST ZTDMAT WILL PAY
      *      (TERMCARD RATE) - OUTFLOW, FREE TO LEAVE FROM THAT DAY.
      *   HR HOLDS RELEASING   - UNEXPIRED HOLDS ON VSAM.ZHOLDS
      *      WHOSE RELEASE DATE FALLS IN THE HORIZON, CAPPED AT THE
      *      ACCOUNT BALANCE - OUTFLOW, FREE TO LEAVE FROM THAT DAY.
      *   DR DISPUTE REVERSALS - OPEN CASES ON VSAM.ZDISP, WHOSE
      *      PROVISIONAL CREDIT COMES BACK IF THE CASE IS DENIED -
      *      INFLOW ON THE DAY THE REGULATORY CLOCK RUNS OUT.
      *
      * LIQCARD COLUMNS 1-12 CARRY THE NET OUTFLOW THRESHOLD AS
      * 9(10)V99 - ANY DAY WHOSE WHOLE-BANK OUTFLOW LESS INFLOW IS
      * ABOVE IT IS FLAGGED AND ENDS THE RUN RC=4 (ZEROS OR NO CARD
      * = NO FLAGGING); COLUMNS 13-15 CARRY THE DISPUTE CLOCK IN
      * DAYS (DEFAULT 010, SAME AS DISPCARD FOR ZDISPRPT).
      * LIQRPT IS THE REPORT; TRSEXT IS THE FIXED-LAYOUT EXTRACT
      * FOR THE TREASURY SYSTEM (LAYOUT ON THE FD BELOW). READ-ONLY
      * AGAINST EVERY VSAM FILE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZLIQFC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMSTOR ASSIGN TO VSAMSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STOR-STATUS.
           SELECT VSAMPAYP ASSIGN TO VSAMPAYP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYP-STATUS.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT VSAMDISP ASSIGN TO VSAMDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT LIQCARD ASSIGN TO LIQCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT TERMCARD ASSIGN TO TERMCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.
           SELECT LIQRPT ASSIGN TO LIQRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRSEXT ASSIGN TO TRSEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRS-STATUS.
           COPY CALENDS.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMSTOR.
       01  WS-STOR-REC.
           COPY STORDREC.
       FD  VSAMPAYP.
       01  WS-PAYP-REC.
           COPY PAYPREC.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMDISP.
       01  WS-DISP-REC.
           COPY DISPREC.
       FD  LIQCARD RECORDING MODE F.
       01  WS-LIQ-CARD.
           05  LC-THRESHOLD PIC X(12).
           05  LC-DISP-DAYS PIC X(3).
       FD  TERMCARD RECORDING MODE F.
       01  WS-TERM-CARD.
           05  TC-ANNUAL-RATE PIC 9(2)V9(4).
       FD  LIQRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
      * TREASURY EXTRACT - 60 BYTES, FIXED. FOR EVERY FORECAST DAY
      * ONE ROW PER CATEGORY FOR THE WHOLE BANK (BRANCH "ALL"), ONE
      * DAY-TOTAL ROW FOR THE WHOLE BANK (CATEGORY "TT", CARRYING
      * THE THRESHOLD FLAG), THEN ONE DAY-TOTAL ROW PER BRANCH WITH
      * ANY MOVEMENT THAT DAY. AMOUNTS CARRY TWO ASSUMED DECIMALS.
       FD  TRSEXT RECORDING MODE F.
       01  WS-TRS-REC.
           05  TX-RUN-DATE PIC X(8).
           05  TX-DAY-NO PIC 9(2).
           05  TX-DATE PIC X(8).
           05  TX-BRANCH PIC X(3).
           05  TX-CATEGORY PIC X(2).
           05  TX-OUTFLOW PIC 9(12)V99.
           05  TX-INFLOW PIC 9(12)V99.
           05  TX-OVER-FLAG PIC X(1).
           05  FILLER PIC X(8).
       COPY CALENDF.
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       COPY CALENDW.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-STOR-STATUS PIC XX.
       01  WS-PAYP-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-DISP-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-TERM-STATUS PIC XX.
       01  WS-TRS-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-THRESHOLD PIC 9(10)V99 VALUE ZEROS.
       01  WS-DISP-DAYS-N PIC 9(3) VALUE 10.
       01  WS-ANNUAL-RATE PIC 9(2)V9(4) VALUE ZEROS.
      * FIRST AND LAST FORECAST DAYS.
       01  WS-HORIZON-START PIC X(8).
       01  WS-HORIZON-END PIC X(8).
       01  WS-HORIZON-END-N PIC 9(8).
      * THE FIVE CATEGORIES - CODE FOR THE EXTRACT, NAME FOR THE
      * REPORT. THE SUBSCRIPTS ARE FIXED BY THE ORDER HERE.
       01  WS-CAT-NAMES.
           05  FILLER PIC X(22) VALUE "SOSTANDING ORDERS".
           05  FILLER PIC X(22) VALUE "XPEXTERNAL PAYMENTS".
           05  FILLER PIC X(22) VALUE "TDTERM MATURITIES".
           05  FILLER PIC X(22) VALUE "HRHOLDS RELEASING".
           05  FILLER PIC X(22) VALUE "DRDISPUTE REVERSALS".
       01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
           05  WS-CAT-ENTRY OCCURS 5 TIMES.
               10  WS-CAT-CODE PIC X(2).
               10  WS-CAT-NAME PIC X(20).
       01  WS-CAT-SO PIC 9(2) VALUE 1.
       01  WS-CAT-XP PIC 9(2) VALUE 2.
       01  WS-CAT-TD PIC 9(2) VALUE 3.
       01  WS-CAT-HR PIC 9(2) VALUE 4.
       01  WS-CAT-DR PIC 9(2) VALUE 5.
       01  WS-CAT-SUB PIC 9(2).
      * WHOLE-BANK FORECAST, ONE ENTRY PER BUSINESS DAY.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 30 TIMES.
               10  WS-DAY-DATE PIC X(8).
               10  WS-DAY-CAT OCCURS 5 TIMES.
                   15  WS-DC-OUT PIC 9(12)V99.
                   15  WS-DC-IN PIC 9(12)V99.
               10  WS-DAY-OUT PIC 9(12)V99.
               10  WS-DAY-IN PIC 9(12)V99.
               10  WS-DAY-NET PIC S9(12)V99.
               10  WS-DAY-OVER-SW PIC X.
       01  WS-DAY-SUB PIC 9(2).
       01  WS-DAY-SLOT PIC 9(2).
      * PER-BRANCH FORECAST BY DAY AND BY CATEGORY. THE TABLE SIZE
      * BOUNDS THE NUMBER OF DISTINCT BRANCH CODES (AS IN ZBRCTL);
      * MOVEMENT FOR A BRANCH BEYOND IT STILL COUNTS IN THE
      * WHOLE-BANK FIGURES AND IS COUNTED ON THE REPORT.
       01  WS-CUR-BRANCH PIC X(3).
       01  WS-BT-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 10 TIMES INDEXED BY WS-BT-IX.
               10  WS-BT-CODE PIC X(3).
               10  WS-BT-DAY OCCURS 30 TIMES.
                   15  WS-BD-OUT PIC 9(12)V99.
                   15  WS-BD-IN PIC 9(12)V99.
               10  WS-BT-CAT OCCURS 5 TIMES.
                   15  WS-BC-OUT PIC 9(12)V99.
                   15  WS-BC-IN PIC 9(12)V99.
       01  WS-BT-FOUND-SW PIC X.
       01  WS-BT-SLOT PIC 9(2).
       01  WS-BT-OVERFLOW PIC 9(8) VALUE ZEROS.
      * HORIZON TOTALS PER CATEGORY.
       01  WS-CAT-TOTALS.
           05  WS-CT-ENTRY OCCURS 5 TIMES.
               10  WS-CT-ITEMS PIC 9(8).
               10  WS-CT-OUT PIC 9(12)V99.
               10  WS-CT-IN PIC 9(12)V99.
      * ONE PROJECTED MOVEMENT, HANDED TO 7300-ADD-FLOW.
       01  WS-ITEM-DATE PIC X(8).
       01  WS-FLOW-DIR PIC X.
       01  WS-FLOW-AMT PIC 9(12)V99.
       01  WS-SRC-BRANCH PIC X(3).
       01  WS-DST-BRANCH PIC X(3).
       01  WS-ACCT-OK PIC X.
      * STANDING-ORDER STEPPING - SAME FIELDS AND RULE AS ZSTORD'S
      * NEXT-RUN ADVANCE. THE OCCURRENCE CAP BOUNDS A DAILY ORDER.
       01  WS-DATE-INT PIC 9(8).
       01  WS-NEXT-DATE PIC 9(8).
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYY PIC 9(4).
           05  WS-NEXT-MM PIC 9(2).
           05  WS-NEXT-DD PIC 9(2).
       01  WS-NEXT-DATE-X PIC X(8).
       01  WS-SO-STEPS PIC 9(2).
       01  WS-SO-LAST-SLOT PIC 9(2).
      * DISPUTE CLOCK WORK FIELDS.
       01  WS-OPEN-DATE-N PIC 9(8).
       01  WS-DUE-INT PIC 9(8).
       01  WS-DUE-DATE PIC 9(8).
       01  WS-PRINCIPAL PIC S9(10)V99.
       01  WS-INTEREST-AMT PIC S9(10)V99.
       01  WS-ITEM-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BEYOND-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SKIP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OVER-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXTRACT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ALL-OUT PIC 9(13)V99 VALUE ZEROS.
       01  WS-ALL-IN PIC 9(13)V99 VALUE ZEROS.
       01  WS-NET-WORK PIC S9(12)V99.
       01  WS-ANY-SW PIC X.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A V99 ITEM DROPS THE SIGN AND THE DECIMAL POINT.
       01  WS-OUT-ED PIC -(11)9.99.
       01  WS-IN-ED PIC -(11)9.99.
       01  WS-NET-ED PIC -(11)9.99.
       01  WS-THRESHOLD-ED PIC 9(10).99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZLIQFC" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROJECT-TERMS
           PERFORM 2100-PROJECT-ORDERS
           PERFORM 2200-PROJECT-PAYMENTS
           PERFORM 2300-PROJECT-HOLDS
           PERFORM 2400-PROJECT-DISPUTES
           PERFORM 3000-CHECK-THRESHOLD
           PERFORM 4000-PRINT-REPORT
           PERFORM 5000-WRITE-EXTRACT
           PERFORM 9000-TERMINATE
           MOVE WS-ITEM-COUNT TO WS-RUNC-COUNT
           MOVE WS-ALL-OUT TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT VSAMZBNK
           OPEN OUTPUT LIQRPT
           OPEN OUTPUT TRSEXT
           PERFORM 8740-CAL-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           OPEN INPUT LIQCARD
           READ LIQCARD
               AT END
                   CONTINUE
               NOT AT END
                   IF LC-THRESHOLD IS NUMERIC
                       MOVE LC-THRESHOLD TO WS-THRESHOLD
                   END-IF
                   IF LC-DISP-DAYS IS NUMERIC
                       MOVE LC-DISP-DAYS TO WS-DISP-DAYS-N
                   END-IF
           END-READ
           CLOSE LIQCARD
           OPEN INPUT TERMCARD
           READ TERMCARD
               AT END
                   MOVE ZEROS TO WS-ANNUAL-RATE
               NOT AT END
                   MOVE TC-ANNUAL-RATE TO WS-ANNUAL-RATE
           END-READ
           CLOSE TERMCARD
           INITIALIZE WS-DAY-TABLE
           INITIALIZE WS-BT-TABLE
           INITIALIZE WS-CAT-TOTALS
      * THE 30 FORECAST DAYS ARE THE NEXT 30 BUSINESS DAYS AFTER
      * THE RUN DATE - TONIGHT'S POSTINGS HAVE ALREADY RUN.
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 30
               PERFORM 8760-CAL-NEXT-BUSDAY
               MOVE WS-CAL-DATE TO WS-DAY-DATE(WS-DAY-SUB)
               MOVE 'N' TO WS-DAY-OVER-SW(WS-DAY-SUB)
           END-PERFORM
           MOVE WS-DAY-DATE(1) TO WS-HORIZON-START
           MOVE WS-DAY-DATE(30) TO WS-HORIZON-END
           MOVE WS-HORIZON-END TO WS-HORIZON-END-N
           MOVE "ZLIQFC - 30 BUSINESS DAY LIQUIDITY FORECAST" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " HORIZON=" WS-HORIZON-START "-" WS-HORIZON-END
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-THRESHOLD TO WS-THRESHOLD-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-THRESHOLD > ZEROS
               STRING "NET OUTFLOW THRESHOLD=" WS-THRESHOLD-ED
                   " DISPUTE CLOCK DAYS=" WS-DISP-DAYS-N
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "NO NET OUTFLOW THRESHOLD SET"
                   " DISPUTE CLOCK DAYS=" WS-DISP-DAYS-N
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE.

      * TERM DEPOSITS - ONE SEQUENTIAL PASS OF THE ACCOUNT FILE.
      * THE INTEREST IS WORKED THE WAY ZTDMAT PAYS IT.
       2000-PROJECT-TERMS.
           IF WS-VSAM-STATUS NOT = "00"
               MOVE "*** VSAM.ZBANK NOT AVAILABLE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMZBNK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WS-ACCOUNT-TYPE = "T"
                               AND WS-ACCT-STATUS NOT = 'C'
                               AND WS-MATURITY-DATE IS NUMERIC
                               PERFORM 2010-PROJECT-ONE-TERM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       2010-PROJECT-ONE-TERM.
           IF WS-MATURITY-DATE > WS-HORIZON-END
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
               MOVE WS-BALANCE TO WS-PRINCIPAL
               IF WS-PRINCIPAL < ZEROS
                   MOVE ZEROS TO WS-PRINCIPAL
               END-IF
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   WS-PRINCIPAL * WS-ANNUAL-RATE / 100
                   * WS-TERM-MONTHS / 12
               IF WS-INTEREST-AMT < ZEROS
                   MOVE ZEROS TO WS-INTEREST-AMT
               END-IF
               COMPUTE WS-FLOW-AMT = WS-PRINCIPAL + WS-INTEREST-AMT
               MOVE WS-MATURITY-DATE TO WS-ITEM-DATE
               MOVE WS-CAT-TD TO WS-CAT-SUB
               MOVE 'O' TO WS-FLOW-DIR
               MOVE WS-BRANCH-CODE TO WS-CUR-BRANCH
               PERFORM 7300-ADD-FLOW
           END-IF.

      * STANDING ORDERS - EVERY ACTIVE ORDER WHOSE SOURCE AND
      * DESTINATION ARE STILL OPEN (ZSTORD CANCELS THE REST).
       2100-PROJECT-ORDERS.
           OPEN INPUT VSAMSTOR
           IF WS-STOR-STATUS NOT = "00"
               MOVE "*** VSAM.ZSTORD NOT AVAILABLE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMSTOR NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SO-STATUS = 'A'
                               PERFORM 2110-PROJECT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMSTOR
           END-IF.

       2110-PROJECT-ONE-ORDER.
           IF SO-NEXT-RUN IS NOT NUMERIC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE SO-ACCNO TO WS-ACCNO
               PERFORM 7000-READ-ACCOUNT
               MOVE WS-CUR-BRANCH TO WS-SRC-BRANCH
               IF WS-ACCT-OK = 'Y'
                   MOVE SO-TO-ACCNO TO WS-ACCNO
                   PERFORM 7000-READ-ACCOUNT
                   MOVE WS-CUR-BRANCH TO WS-DST-BRANCH
               END-IF
               IF WS-ACCT-OK NOT = 'Y'
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   MOVE SO-NEXT-RUN TO WS-NEXT-DATE
                   IF WS-NEXT-DATE > WS-HORIZON-END-N
                       ADD 1 TO WS-BEYOND-COUNT
                   END-IF
                   MOVE ZEROS TO WS-SO-STEPS
                   MOVE ZEROS TO WS-SO-LAST-SLOT
                   PERFORM UNTIL WS-NEXT-DATE > WS-HORIZON-END-N
                              OR WS-SO-STEPS >= 60
                              OR WS-SO-LAST-SLOT >= 30
                       ADD 1 TO WS-SO-STEPS
                       MOVE WS-NEXT-DATE TO WS-NEXT-DATE-X
                       MOVE WS-NEXT-DATE-X TO WS-ITEM-DATE
                       PERFORM 7200-FIND-DAY
      * ZSTORD RUNS AN ORDER ONCE A NIGHT, SO AN ORDER THAT IS
      * BEHIND CATCHES UP ONE BUSINESS DAY AT A TIME.
                       IF WS-DAY-SLOT NOT > WS-SO-LAST-SLOT
                           COMPUTE WS-DAY-SLOT = WS-SO-LAST-SLOT + 1
                       END-IF
                       MOVE WS-DAY-SLOT TO WS-SO-LAST-SLOT
                       MOVE SO-AMOUNT TO WS-FLOW-AMT
                       MOVE WS-CAT-SO TO WS-CAT-SUB
                       MOVE 'O' TO WS-FLOW-DIR
                       MOVE WS-SRC-BRANCH TO WS-CUR-BRANCH
                       PERFORM 7400-POST-FLOW
                       MOVE 'I' TO WS-FLOW-DIR
                       MOVE WS-DST-BRANCH TO WS-CUR-BRANCH
                       PERFORM 7400-POST-FLOW
                       PERFORM 2120-ADVANCE-NEXT-RUN
                   END-PERFORM
               END-IF
           END-IF.

      * SAME STEP AS ZSTORD 2300-ADVANCE-NEXT-RUN, SO THE FORECAST
      * DATES ARE THE DATES THE ORDERS WILL ACTUALLY RUN.
       2120-ADVANCE-NEXT-RUN.
           EVALUATE SO-FREQUENCY
               WHEN "D"
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1
                   COMPUTE WS-NEXT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN "W"
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 7
                   COMPUTE WS-NEXT-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN OTHER
                   IF WS-NEXT-MM = 12
                       MOVE 1 TO WS-NEXT-MM
                       ADD 1 TO WS-NEXT-YYYY
                   ELSE
                       ADD 1 TO WS-NEXT-MM
                   END-IF
                   EVALUATE WS-NEXT-MM
                       WHEN 2
                           IF WS-NEXT-DD > 28
                               MOVE 28 TO WS-NEXT-DD
                           END-IF
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           IF WS-NEXT-DD > 30
                               MOVE 30 TO WS-NEXT-DD
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-NEXT-DATE TO WS-NEXT-DATE-X
           MOVE WS-NEXT-DATE-X TO WS-CAL-DATE
           PERFORM 8750-CAL-CHECK-DATE
           IF WS-CAL-BUSDAY-SW = 'N'
               PERFORM 8760-CAL-NEXT-BUSDAY
           END-IF
           MOVE WS-CAL-DATE TO WS-NEXT-DATE-X
           MOVE WS-NEXT-DATE-X TO WS-NEXT-DATE.

      * PENDING EXTERNAL PAYMENTS GO OUT WITH THE NEXT ZCLROUT RUN.
      * HELD (H) ROWS ARE NEVER SENT AND ARE LEFT OUT.
       2200-PROJECT-PAYMENTS.
           OPEN INPUT VSAMPAYP
           IF WS-PAYP-STATUS NOT = "00"
               MOVE "*** VSAM.ZPAYPND NOT AVAILABLE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMPAYP NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF PP-STATUS = 'P'
                               PERFORM 2210-PROJECT-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMPAYP
           END-IF.

       2210-PROJECT-ONE-PAYMENT.
           MOVE PP-ACCNO TO WS-ACCNO
           PERFORM 7000-READ-ACCOUNT
           IF WS-ACCT-OK NOT = 'Y'
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE WS-RUN-DATE TO WS-ITEM-DATE
               MOVE PP-AMOUNT TO WS-FLOW-AMT
               MOVE WS-CAT-XP TO WS-CAT-SUB
               MOVE 'O' TO WS-FLOW-DIR
               PERFORM 7300-ADD-FLOW
           END-IF.

      * HOLDS RELEASING INSIDE THE HORIZON. A FREEZE (99991231)
      * NEVER RELEASES ON ITS OWN AND FALLS OUTSIDE IT.
       2300-PROJECT-HOLDS.
           OPEN INPUT VSAMHOLD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "*** VSAM.ZHOLDS NOT AVAILABLE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMHOLD NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HD-RELEASE-DATE > WS-RUN-DATE
                               PERFORM 2310-PROJECT-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMHOLD
           END-IF.

       2310-PROJECT-ONE-HOLD.
           IF HD-RELEASE-DATE > WS-HORIZON-END
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
               MOVE HD-ACCNO TO WS-ACCNO
               PERFORM 7000-READ-ACCOUNT
               IF WS-ACCT-OK NOT = 'Y'
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
      * ONLY WHAT THE ACCOUNT ACTUALLY HOLDS CAN LEAVE ONCE THE
      * HOLD COMES OFF.
                   MOVE HD-AMOUNT TO WS-FLOW-AMT
                   IF WS-BALANCE < ZEROS
                       MOVE ZEROS TO WS-FLOW-AMT
                   ELSE
                   IF WS-BALANCE < HD-AMOUNT
                       MOVE WS-BALANCE TO WS-FLOW-AMT
                   END-IF
                   END-IF
                   MOVE HD-RELEASE-DATE TO WS-ITEM-DATE
                   MOVE WS-CAT-HR TO WS-CAT-SUB
                   MOVE 'O' TO WS-FLOW-DIR
                   PERFORM 7300-ADD-FLOW
               END-IF
           END-IF.

      * OPEN DISPUTES - THE PROVISIONAL CREDIT COMES BACK (PR) IF
      * THE CASE IS DENIED, DUE BY THE END OF THE DISPUTE CLOCK.
       2400-PROJECT-DISPUTES.
           OPEN INPUT VSAMDISP
           IF WS-DISP-STATUS NOT = "00"
               MOVE "*** VSAM.ZDISP NOT AVAILABLE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMDISP NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF DS-STATUS = 'O'
                               PERFORM 2410-PROJECT-ONE-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMDISP
           END-IF.

       2410-PROJECT-ONE-DISPUTE.
           IF DS-OPEN-DATE IS NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-ITEM-DATE
           ELSE
               MOVE DS-OPEN-DATE TO WS-OPEN-DATE-N
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-N)
                   + WS-DISP-DAYS-N
               COMPUTE WS-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
               MOVE WS-DUE-DATE TO WS-ITEM-DATE
           END-IF
           IF WS-ITEM-DATE > WS-HORIZON-END
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
      * THE CASE STANDS WHETHER OR NOT THE ACCOUNT HAS SINCE
      * CLOSED - ONLY THE BRANCH IS TAKEN FROM IT.
               MOVE DS-ACCNO TO WS-ACCNO
               PERFORM 7000-READ-ACCOUNT
               MOVE DS-AMOUNT TO WS-FLOW-AMT
               MOVE WS-CAT-DR TO WS-CAT-SUB
               MOVE 'I' TO WS-FLOW-DIR
               PERFORM 7300-ADD-FLOW
           END-IF.

      * NET EACH DAY AND FLAG ANY DAY WHOSE NET OUTFLOW IS ABOVE
      * THE LIQCARD THRESHOLD.
       3000-CHECK-THRESHOLD.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 30
               COMPUTE WS-DAY-NET(WS-DAY-SUB) =
                   WS-DAY-OUT(WS-DAY-SUB) - WS-DAY-IN(WS-DAY-SUB)
               IF WS-THRESHOLD > ZEROS
                   AND WS-DAY-NET(WS-DAY-SUB) > WS-THRESHOLD
                   MOVE 'Y' TO WS-DAY-OVER-SW(WS-DAY-SUB)
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           END-PERFORM
           IF WS-OVER-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-PRINT-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "DAILY FORECAST BY CATEGORY - WHOLE BANK" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 30
               PERFORM 4100-PRINT-ONE-DAY
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "DAILY FORECAST BY BRANCH" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
               PERFORM 4200-PRINT-ONE-BRANCH
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "HORIZON TOTALS BY CATEGORY - WHOLE BANK" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               MOVE WS-CT-OUT(WS-CAT-SUB) TO WS-OUT-ED
               MOVE WS-CT-IN(WS-CAT-SUB) TO WS-IN-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-CAT-NAME(WS-CAT-SUB)
                   " ITEMS=" WS-CT-ITEMS(WS-CAT-SUB)
                   " OUT=" WS-OUT-ED " IN=" WS-IN-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-PERFORM.

       4100-PRINT-ONE-DAY.
           MOVE WS-DAY-OUT(WS-DAY-SUB) TO WS-OUT-ED
           MOVE WS-DAY-IN(WS-DAY-SUB) TO WS-IN-ED
           MOVE WS-DAY-NET(WS-DAY-SUB) TO WS-NET-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-DAY-OVER-SW(WS-DAY-SUB) = 'Y'
               STRING "DAY " WS-DAY-SUB " " WS-DAY-DATE(WS-DAY-SUB)
                   " OUT=" WS-OUT-ED " IN=" WS-IN-ED
                   " NET=" WS-NET-ED " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "DAY " WS-DAY-SUB " " WS-DAY-DATE(WS-DAY-SUB)
                   " OUT=" WS-OUT-ED " IN=" WS-IN-ED
                   " NET=" WS-NET-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               IF WS-DC-OUT(WS-DAY-SUB, WS-CAT-SUB) > ZEROS
                   OR WS-DC-IN(WS-DAY-SUB, WS-CAT-SUB) > ZEROS
                   MOVE WS-DC-OUT(WS-DAY-SUB, WS-CAT-SUB) TO WS-OUT-ED
                   MOVE WS-DC-IN(WS-DAY-SUB, WS-CAT-SUB) TO WS-IN-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    " WS-CAT-NAME(WS-CAT-SUB)
                       " OUT=" WS-OUT-ED " IN=" WS-IN-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-PERFORM
           IF WS-DAY-OVER-SW(WS-DAY-SUB) = 'Y'
               MOVE "    *** NET OUTFLOW ABOVE THRESHOLD" TO
                   WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

      * ONE BRANCH - EVERY DAY WITH MOVEMENT, THEN ITS HORIZON
      * TOTALS BY CATEGORY.
       4200-PRINT-ONE-BRANCH.
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH " WS-BT-CODE(WS-BT-IX)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 30
               IF WS-BD-OUT(WS-BT-IX, WS-DAY-SUB) > ZEROS
                   OR WS-BD-IN(WS-BT-IX, WS-DAY-SUB) > ZEROS
                   COMPUTE WS-NET-WORK =
                       WS-BD-OUT(WS-BT-IX, WS-DAY-SUB)
                       - WS-BD-IN(WS-BT-IX, WS-DAY-SUB)
                   MOVE WS-BD-OUT(WS-BT-IX, WS-DAY-SUB) TO WS-OUT-ED
                   MOVE WS-BD-IN(WS-BT-IX, WS-DAY-SUB) TO WS-IN-ED
                   MOVE WS-NET-WORK TO WS-NET-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  DAY " WS-DAY-SUB " "
                       WS-DAY-DATE(WS-DAY-SUB)
                       " OUT=" WS-OUT-ED " IN=" WS-IN-ED
                       " NET=" WS-NET-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               IF WS-BC-OUT(WS-BT-IX, WS-CAT-SUB) > ZEROS
                   OR WS-BC-IN(WS-BT-IX, WS-CAT-SUB) > ZEROS
                   MOVE WS-BC-OUT(WS-BT-IX, WS-CAT-SUB) TO WS-OUT-ED
                   MOVE WS-BC-IN(WS-BT-IX, WS-CAT-SUB) TO WS-IN-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "    TOTAL " WS-CAT-NAME(WS-CAT-SUB)
                       " OUT=" WS-OUT-ED " IN=" WS-IN-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-PERFORM.

       5000-WRITE-EXTRACT.
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 30
               MOVE SPACES TO WS-TRS-REC
               MOVE WS-RUN-DATE TO TX-RUN-DATE
               MOVE WS-DAY-SUB TO TX-DAY-NO
               MOVE WS-DAY-DATE(WS-DAY-SUB) TO TX-DATE
               MOVE "ALL" TO TX-BRANCH
               MOVE 'N' TO TX-OVER-FLAG
               PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                       UNTIL WS-CAT-SUB > 5
                   MOVE WS-CAT-CODE(WS-CAT-SUB) TO TX-CATEGORY
                   MOVE WS-DC-OUT(WS-DAY-SUB, WS-CAT-SUB)
                       TO TX-OUTFLOW
                   MOVE WS-DC-IN(WS-DAY-SUB, WS-CAT-SUB) TO TX-INFLOW
                   PERFORM 5100-WRITE-EXTRACT-ROW
               END-PERFORM
               MOVE "TT" TO TX-CATEGORY
               MOVE WS-DAY-OUT(WS-DAY-SUB) TO TX-OUTFLOW
               MOVE WS-DAY-IN(WS-DAY-SUB) TO TX-INFLOW
               MOVE WS-DAY-OVER-SW(WS-DAY-SUB) TO TX-OVER-FLAG
               PERFORM 5100-WRITE-EXTRACT-ROW
               MOVE 'N' TO TX-OVER-FLAG
               PERFORM VARYING WS-BT-IX FROM 1 BY 1
                       UNTIL WS-BT-IX > WS-BT-COUNT
                   IF WS-BD-OUT(WS-BT-IX, WS-DAY-SUB) > ZEROS
                       OR WS-BD-IN(WS-BT-IX, WS-DAY-SUB) > ZEROS
                       MOVE WS-BT-CODE(WS-BT-IX) TO TX-BRANCH
                       MOVE WS-BD-OUT(WS-BT-IX, WS-DAY-SUB)
                           TO TX-OUTFLOW
                       MOVE WS-BD-IN(WS-BT-IX, WS-DAY-SUB)
                           TO TX-INFLOW
                       PERFORM 5100-WRITE-EXTRACT-ROW
                   END-IF
               END-PERFORM
           END-PERFORM.

       5100-WRITE-EXTRACT-ROW.
           WRITE WS-TRS-REC
           ADD 1 TO WS-EXTRACT-COUNT.

      * READ THE ACCOUNT IN WS-ACCNO AND RESOLVE ITS BRANCH INTO
      * WS-CUR-BRANCH. WS-ACCT-OK COMES BACK N FOR A MISSING OR
      * CLOSED ACCOUNT (BRANCH 001 IF MISSING).
       7000-READ-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-OK
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-OK
           END-READ
           IF WS-ACCT-OK = 'Y'
               MOVE WS-BRANCH-CODE TO WS-CUR-BRANCH
               IF WS-ACCT-STATUS = 'C'
                   MOVE 'N' TO WS-ACCT-OK
               END-IF
           ELSE
               MOVE "001" TO WS-CUR-BRANCH
           END-IF.

      * POINT WS-BT-SLOT AT THE BRANCH'S SLOT, ADDING ONE FOR A
      * BRANCH SEEN FOR THE FIRST TIME (SAME RULE AS ZBRCTL). ZERO
      * WHEN THE TABLE IS FULL.
       7100-FIND-BRANCH-SLOT.
           IF WS-CUR-BRANCH = SPACES
               MOVE "001" TO WS-CUR-BRANCH
           END-IF
           MOVE 'N' TO WS-BT-FOUND-SW
           MOVE ZEROS TO WS-BT-SLOT
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
                      OR WS-BT-FOUND-SW = 'Y'
               IF WS-BT-CODE(WS-BT-IX) = WS-CUR-BRANCH
                   MOVE 'Y' TO WS-BT-FOUND-SW
                   SET WS-BT-SLOT TO WS-BT-IX
               END-IF
           END-PERFORM
           IF WS-BT-FOUND-SW = 'N' AND WS-BT-COUNT < 10
               ADD 1 TO WS-BT-COUNT
               MOVE WS-CUR-BRANCH TO WS-BT-CODE(WS-BT-COUNT)
               MOVE WS-BT-COUNT TO WS-BT-SLOT
           END-IF.

      * THE FORECAST DAY AN ITEM DATED WS-ITEM-DATE FALLS ON - DAY 1
      * FOR ANYTHING ALREADY DUE, ELSE THE FIRST BUSINESS DAY ON OR
      * AFTER THE DATE. ZERO WHEN IT IS PAST THE HORIZON.
       7200-FIND-DAY.
           MOVE ZEROS TO WS-DAY-SLOT
           IF WS-ITEM-DATE NOT > WS-DAY-DATE(1)
               MOVE 1 TO WS-DAY-SLOT
           ELSE
               PERFORM VARYING WS-DAY-SUB FROM 2 BY 1
                       UNTIL WS-DAY-SUB > 30
                          OR WS-DAY-SLOT > ZEROS
                   IF WS-ITEM-DATE NOT > WS-DAY-DATE(WS-DAY-SUB)
                       MOVE WS-DAY-SUB TO WS-DAY-SLOT
                   END-IF
               END-PERFORM
           END-IF.

      * ADD ONE PROJECTED MOVEMENT (WS-FLOW-AMT, DIRECTION O/I,
      * CATEGORY WS-CAT-SUB, DATED WS-ITEM-DATE, BRANCH
      * WS-CUR-BRANCH) TO THE WHOLE-BANK AND BRANCH FIGURES.
       7300-ADD-FLOW.
           PERFORM 7200-FIND-DAY
           PERFORM 7400-POST-FLOW.

      * THE SAME FOR A MOVEMENT WHOSE DAY IS ALREADY IN WS-DAY-SLOT.
       7400-POST-FLOW.
           IF WS-DAY-SLOT = ZEROS
               ADD 1 TO WS-BEYOND-COUNT
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               ADD 1 TO WS-CT-ITEMS(WS-CAT-SUB)
               PERFORM 7100-FIND-BRANCH-SLOT
               IF WS-BT-SLOT = ZEROS
                   ADD 1 TO WS-BT-OVERFLOW
               END-IF
               IF WS-FLOW-DIR = 'O'
                   ADD WS-FLOW-AMT TO
                       WS-DC-OUT(WS-DAY-SLOT, WS-CAT-SUB)
                   ADD WS-FLOW-AMT TO WS-DAY-OUT(WS-DAY-SLOT)
                   ADD WS-FLOW-AMT TO WS-CT-OUT(WS-CAT-SUB)
                   ADD WS-FLOW-AMT TO WS-ALL-OUT
                   IF WS-BT-SLOT > ZEROS
                       ADD WS-FLOW-AMT TO
                           WS-BD-OUT(WS-BT-SLOT, WS-DAY-SLOT)
                       ADD WS-FLOW-AMT TO
                           WS-BC-OUT(WS-BT-SLOT, WS-CAT-SUB)
                   END-IF
               ELSE
                   ADD WS-FLOW-AMT TO
                       WS-DC-IN(WS-DAY-SLOT, WS-CAT-SUB)
                   ADD WS-FLOW-AMT TO WS-DAY-IN(WS-DAY-SLOT)
                   ADD WS-FLOW-AMT TO WS-CT-IN(WS-CAT-SUB)
                   ADD WS-FLOW-AMT TO WS-ALL-IN
                   IF WS-BT-SLOT > ZEROS
                       ADD WS-FLOW-AMT TO
                           WS-BD-IN(WS-BT-SLOT, WS-DAY-SLOT)
                       ADD WS-FLOW-AMT TO
                           WS-BC-IN(WS-BT-SLOT, WS-CAT-SUB)
                   END-IF
               END-IF
           END-IF.

       COPY RUNCTLP.

       COPY CALENDP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ALL-OUT TO WS-OUT-ED
           MOVE WS-ALL-IN TO WS-IN-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "HORIZON OUT=" WS-OUT-ED " IN=" WS-IN-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MOVEMENTS PROJECTED=" WS-ITEM-COUNT
               " DAYS OVER THRESHOLD=" WS-OVER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BEYOND HORIZON=" WS-BEYOND-COUNT
               " SKIPPED (ACCOUNT GONE/CLOSED)=" WS-SKIP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRSEXT RECORDS=" WS-EXTRACT-COUNT
               " BRANCH TABLE FULL=" WS-BT-OVERFLOW
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM 8745-CAL-CLOSE
           IF WS-VSAM-STATUS NOT = "35"
               CLOSE VSAMZBNK
           END-IF
           CLOSE TRSEXT
           CLOSE LIQRPT.
