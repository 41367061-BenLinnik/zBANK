      *
      * ZWLSCRN - NIGHTLY WATCH-LIST RESCREEN. EVERY CUSTOMER ON
      * VSAM.ZCUST IS SCREENED AGAINST THE LATEST LIST ON
      * VSAM.ZWATCH (LOADED BY ZWLLOAD) - THE NAME ON BOTH ITS MATCH
      * KEYS AND THE IDENTITY NUMBER, USING THE SAME NAMENRM
      * PARAGRAPHS AS THE LOADER AND THE ONLINE SCREENS, SO SPACING,
      * PUNCTUATION AND WORD ORDER DO NOT HIDE A MATCH. EACH HIT
      * OPENS A PENDING SCREENING CASE (SCRCREC, SOURCE N) FOR
      * COMPLIANCE TO DECIDE FROM ZSUPV, UNLESS A CASE ALREADY
      * EXISTS FOR THE SAME CUSTOMER AND LIST ENTRY - A PENDING CASE
      * IS NOT OPENED TWICE, A CONFIRMED ONE STANDS, AND A CLEARED
      * ONE (A FALSE MATCH) IS NOT RAISED AGAIN UNTIL THE LIST
      * CARRIES A NEW ENTRY FOR THE CUSTOMER.
      *
      * EVERY CONFIRMED CASE THEN FREEZES EVERY ACCOUNT THE CUSTOMER
      * OWNS (VSAM.ZBANK PRIMARY OWNER) OR CO-OWNS (VSAM.ZACCLNK).
      * THE FREEZE IS A VSAM.ZHOLDS HOLD FOR 9999999999.99 WITH
      * RELEASE DATE 99991231 AND REASON "SANCTIONS FREEZE", SO
      * EVERY DEBIT PATH THAT HONOURS HOLDS REFUSES THE MONEY OUT
      * WHILE DEPOSITS STILL POST; ZHLDEXP NEVER RELEASES IT. ZSUPV
      * FREEZES THE SAME WAY THE MOMENT A CASE IS CONFIRMED - THIS
      * RUN CATCHES ANY ACCOUNT OR JOINT OWNERSHIP ADDED SINCE. AN
      * ACCOUNT ALREADY FROZEN IS NOT HELD TWICE; A CLOSED ACCOUNT
      * IS NOT HELD.
      *
      * THE SCREENING REPORT LISTS THE CASES STILL AWAITING REVIEW,
      * TONIGHT'S HITS (NEW AND ALREADY-CASED), THE FREEZES AND THE
      * RUN TOTALS. RC=4 WHEN A CASE OR FREEZE COULD NOT BE WRITTEN
      * OR A TABLE OVERFLOWED - THE REPORT SAYS WHICH; COMPLIANCE
      * ACTS ON THE WARNING LINES BY HAND. RC=8 WHEN THE WATCH LIST
      * IS EMPTY OR MISSING - NOTHING IS SCREENED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZWLSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VSAMWTCH ASSIGN TO VSAMWTCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WT-KEY
               FILE STATUS IS WS-WTCH-STATUS.
           SELECT VSAMSCRC ASSIGN TO VSAMSCRC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-CASE-NO
               FILE STATUS IS WS-SCRC-STATUS.
           SELECT VSAMREFC ASSIGN TO VSAMREFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFC-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMLNK ASSIGN TO VSAMLNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MNTZBNK ASSIGN TO MNTZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT WLSRPT ASSIGN TO WLSRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
       FD  VSAMWTCH.
       01  WS-WTCH-FD-REC.
           05  WT-KEY PIC X(47).
           05  FILLER PIC X(93).
       FD  VSAMSCRC.
       01  WS-SCRC-REC.
           COPY SCRCREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMLNK.
       01  WS-LINK-REC.
           COPY ACCLNKREC.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  MNTZBNK RECORDING MODE F.
       01  WS-MAUD-REC.
           COPY MAUDREC.
       FD  WLSRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-CUST-STATUS PIC XX.
       01  WS-WTCH-STATUS PIC XX.
       01  WS-SCRC-STATUS PIC XX.
       01  WS-REFC-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-LINK-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-MAUD-STATUS PIC XX.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12).
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-EOF-WTCH PIC X VALUE 'N'.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-TIME PIC X(6).
      * THE WATCH-LIST ROW JUST READ.
       01  WS-WTCH-REC.
           COPY WLSTREC.
       COPY NAMENRMW.
      * EVERY CASE ON FILE, LOADED BEFORE THE RESCREEN AND EXTENDED
      * AS CASES ARE OPENED, SO A CUSTOMER + LIST ENTRY IS NEVER
      * CASED TWICE. OVERFLOW IS COUNTED AND ENDS RC=4 - THE
      * CUSTOMERS PAST IT ARE STILL SCREENED BUT NOT DEDUPLICATED
      * AGAINST THE CASES THAT DID NOT FIT.
       01  WS-CS-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-CS-OVERFLOW PIC 9(8) VALUE ZEROS.
       01  WS-CS-TABLE.
           05  WS-CS-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CS-IX.
               10  WS-CS-CUST-NO PIC 9(10).
               10  WS-CS-ENTRY-NO PIC 9(6).
               10  WS-CS-STATUS PIC X(1).
               10  WS-CS-CASE-NO PIC 9(12).
      * CUSTOMERS WITH A CONFIRMED CASE - THE FREEZE LIST IS BUILT
      * FROM THEIR ACCOUNTS.
       01  WS-CF-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CF-IX.
               10  WS-CF-CUST-NO PIC 9(10).
      * ACCOUNTS TO FREEZE, WITH THE CONFIRMED OWNER THAT PUT EACH
      * ONE ON THE LIST AND HOW (P = PRIMARY, J = JOINT).
       01  WS-FZ-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-FZ-OVERFLOW PIC 9(8) VALUE ZEROS.
       01  WS-FZ-TABLE.
           05  WS-FZ-ENTRY OCCURS 2000 TIMES INDEXED BY WS-FZ-IX.
               10  WS-FZ-ACCNO PIC 9(10).
               10  WS-FZ-CUST-NO PIC 9(10).
               10  WS-FZ-HOW PIC X(1).
       01  WS-FZ-SUB PIC 9(4).
      * THE CURRENT CUSTOMER'S HITS - ONE PER LIST ENTRY, HOWEVER
      * MANY OF ITS KEYS MATCHED.
       01  WS-CH-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-CH-TABLE.
           05  WS-CH-ENTRY OCCURS 20 TIMES INDEXED BY WS-CH-IX.
               10  WS-CH-ENTRY-NO PIC 9(6).
               10  WS-CH-MATCH-TYPE PIC X(1).
               10  WS-CH-LIST-NAME PIC X(40).
       01  WS-CH-SUB PIC 9(2).
       01  WS-LK-TYPE PIC X(1).
       01  WS-LK-VALUE PIC X(40).
       01  WS-LK-MATCH PIC X(1).
       01  WS-FOUND-SW PIC X.
       01  WS-CASE-MSG PIC X(30).
      * FREEZE PLACEMENT.
       01  WS-FRZ-ACCNO PIC 9(10).
       01  WS-FRZ-HOW PIC X(1).
       01  WS-HOLD-MAX-SEQ PIC 9(2).
       01  WS-HELD-SW PIC X.
       01  WS-FRZ-MSG PIC X(40).
      * RUN TOTALS.
       01  WS-CUST-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-WTCH-ROWS PIC 9(8) VALUE ZEROS.
       01  WS-PENDING-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-HIT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OPENED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXIST-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CLEARED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CASE-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FROZEN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ALREADY-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FRZ-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZWLSCRN" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-WTCH-ROWS = ZEROS
               MOVE "*** WATCH LIST EMPTY OR MISSING - NOTHING SCREENED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-LOAD-CASES
               PERFORM 2000-RESCREEN-CUSTOMERS
               PERFORM 3000-BUILD-FREEZE-LIST
               PERFORM 4000-FREEZE-ACCOUNTS
               PERFORM 5000-PRINT-TOTALS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-HIT-COUNT TO WS-RUNC-COUNT
           MOVE ZEROS TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT WLSRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURR-DATETIME(9:6) TO WS-RUN-TIME
           MOVE "ZWLSCRN - WATCH-LIST SCREENING REPORT" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
      * THE LIST MUST HOLD AT LEAST ONE ROW - A RESCREEN AGAINST AN
      * EMPTY LIST WOULD REPORT EVERY CUSTOMER CLEAN.
           OPEN INPUT VSAMWTCH
           IF WS-WTCH-STATUS = "00"
               MOVE LOW-VALUES TO WT-KEY
               START VSAMWTCH KEY NOT LESS THAN WT-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VSAMWTCH NEXT RECORD INTO WS-WTCH-REC
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE 1 TO WS-WTCH-ROWS
                               MOVE SPACES TO WS-RPT-LINE
                               STRING "WATCH LIST LOADED="
                                   WL-LOAD-DATE
                                   DELIMITED BY SIZE INTO WS-RPT-LINE
                               WRITE WS-RPT-LINE
                       END-READ
               END-START
           END-IF.

      * LOAD EVERY CASE ON FILE AND LIST THE ONES STILL PENDING.
       1500-LOAD-CASES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "CASES AWAITING REVIEW" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN I-O VSAMSCRC
           MOVE 'N' TO WS-EOF-IN
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ VSAMSCRC NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       PERFORM 1600-TABLE-CASE
                       IF SC-STATUS = 'P'
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "  CASE=" SC-CASE-NO
                               " SRC=" SC-SOURCE
                               " CUST=" SC-CUST-NO
                               " " SC-CUST-NAME
                               " OPENED=" SC-OPEN-DATE
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE WS-RPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PENDING-COUNT = ZEROS
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       1600-TABLE-CASE.
           IF WS-CS-COUNT < 5000
               ADD 1 TO WS-CS-COUNT
               SET WS-CS-IX TO WS-CS-COUNT
               MOVE SC-CUST-NO TO WS-CS-CUST-NO(WS-CS-IX)
               MOVE SC-ENTRY-NO TO WS-CS-ENTRY-NO(WS-CS-IX)
               MOVE SC-STATUS TO WS-CS-STATUS(WS-CS-IX)
               MOVE SC-CASE-NO TO WS-CS-CASE-NO(WS-CS-IX)
           ELSE
               ADD 1 TO WS-CS-OVERFLOW
           END-IF.

       2000-RESCREEN-CUSTOMERS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "RESCREEN HITS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMCUST
           OPEN I-O VSAMREFC
           MOVE 'N' TO WS-EOF-IN
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ VSAMCUST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       PERFORM 2100-SCREEN-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE VSAMCUST
           CLOSE VSAMREFC
           IF WS-HIT-COUNT = ZEROS
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       2100-SCREEN-CUSTOMER.
           MOVE ZEROS TO WS-CH-COUNT
           MOVE CUST-NAME TO WS-NRM-NAME
           PERFORM 8780-NORMALIZE-NAME
           IF WS-NRM-SQUEEZED NOT = SPACES
               MOVE "N" TO WS-LK-MATCH
               MOVE "S" TO WS-LK-TYPE
               MOVE WS-NRM-SQUEEZED TO WS-LK-VALUE
               PERFORM 2200-LOOKUP-LIST
               MOVE "O" TO WS-LK-TYPE
               MOVE WS-NRM-SORTED TO WS-LK-VALUE
               PERFORM 2200-LOOKUP-LIST
           END-IF
           MOVE CUST-ID-NO TO WS-NRM-ID
           PERFORM 8785-NORMALIZE-ID
           IF WS-NRM-ID-KEY NOT = SPACES
               MOVE "I" TO WS-LK-MATCH
               MOVE "I" TO WS-LK-TYPE
               MOVE WS-NRM-ID-KEY TO WS-LK-VALUE
               PERFORM 2200-LOOKUP-LIST
           END-IF
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > WS-CH-COUNT
               SET WS-CH-IX TO WS-CH-SUB
               ADD 1 TO WS-HIT-COUNT
               PERFORM 2300-CASE-HIT THRU 2300-EXIT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  CUST=" CUST-NO
                   " " CUST-NAME
                   " ID=" CUST-ID-NO
                   " MATCH=" WS-CH-MATCH-TYPE(WS-CH-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    ENTRY=" WS-CH-ENTRY-NO(WS-CH-IX)
                   " " WS-CH-LIST-NAME(WS-CH-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "    " WS-CASE-MSG
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-PERFORM.

      * EVERY LIST ROW UNDER ONE MATCH KEY - THE SAME KEY CAN BELONG
      * TO SEVERAL PUBLISHED ENTRIES. A NAME MATCH WINS OVER AN ID
      * MATCH FOR THE SAME ENTRY ONLY BECAUSE IT IS LOOKED UP FIRST.
       2200-LOOKUP-LIST.
           MOVE SPACES TO WT-KEY
           MOVE WS-LK-TYPE TO WT-KEY(1:1)
           MOVE WS-LK-VALUE TO WT-KEY(2:40)
           MOVE LOW-VALUES TO WT-KEY(42:6)
           MOVE 'N' TO WS-EOF-WTCH
           START VSAMWTCH KEY NOT LESS THAN WT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-WTCH
           END-START
           PERFORM UNTIL WS-EOF-WTCH = 'Y'
               READ VSAMWTCH NEXT RECORD INTO WS-WTCH-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-WTCH
                   NOT AT END
                       IF WL-KEY-TYPE NOT = WS-LK-TYPE
                           OR WL-KEY-VALUE NOT = WS-LK-VALUE
                           MOVE 'Y' TO WS-EOF-WTCH
                       ELSE
                           PERFORM 2250-NOTE-HIT
                       END-IF
               END-READ
           END-PERFORM.

       2250-NOTE-HIT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > WS-CH-COUNT
               IF WS-CH-ENTRY-NO(WS-CH-SUB) = WL-ENTRY-NO
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N' AND WS-CH-COUNT < 20
               ADD 1 TO WS-CH-COUNT
               MOVE WL-ENTRY-NO TO WS-CH-ENTRY-NO(WS-CH-COUNT)
               MOVE WS-LK-MATCH TO WS-CH-MATCH-TYPE(WS-CH-COUNT)
               MOVE WL-LIST-NAME TO WS-CH-LIST-NAME(WS-CH-COUNT)
           END-IF.

      * OPEN A CASE FOR THE HIT UNLESS THE CUSTOMER ALREADY HAS ONE
      * FOR THE SAME LIST ENTRY. WS-CASE-MSG SAYS WHICH.
       2300-CASE-HIT.
           SET WS-CS-IX TO 1
           SEARCH WS-CS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CS-IX > WS-CS-COUNT
                   CONTINUE
               WHEN WS-CS-CUST-NO(WS-CS-IX) = CUST-NO
                   AND WS-CS-ENTRY-NO(WS-CS-IX) =
                       WS-CH-ENTRY-NO(WS-CH-IX)
                   MOVE SPACES TO WS-CASE-MSG
                   EVALUATE WS-CS-STATUS(WS-CS-IX)
                       WHEN 'P'
                           ADD 1 TO WS-EXIST-COUNT
                           STRING "PENDING CASE "
                               WS-CS-CASE-NO(WS-CS-IX)
                               DELIMITED BY SIZE INTO WS-CASE-MSG
                       WHEN 'M'
                           ADD 1 TO WS-EXIST-COUNT
                           STRING "CONFIRMED CASE "
                               WS-CS-CASE-NO(WS-CS-IX)
                               DELIMITED BY SIZE INTO WS-CASE-MSG
                       WHEN OTHER
                           ADD 1 TO WS-CLEARED-COUNT
                           STRING "CLEARED CASE "
                               WS-CS-CASE-NO(WS-CS-IX)
                               DELIMITED BY SIZE INTO WS-CASE-MSG
                   END-EVALUATE
                   GO TO 2300-EXIT
           END-SEARCH
           PERFORM 8300-GET-REF-NO
           MOVE SPACES TO WS-SCRC-REC
           MOVE WS-REF-NO TO SC-CASE-NO
           MOVE 'N' TO SC-SOURCE
           MOVE 'P' TO SC-STATUS
           MOVE WS-RUN-DATE TO SC-OPEN-DATE
           MOVE WS-RUN-TIME TO SC-OPEN-TIME
           MOVE "ZWLSCRN" TO SC-OPEN-BY
           MOVE WS-CH-MATCH-TYPE(WS-CH-IX) TO SC-MATCH-TYPE
           MOVE WS-CH-ENTRY-NO(WS-CH-IX) TO SC-ENTRY-NO
           MOVE WS-CH-LIST-NAME(WS-CH-IX) TO SC-LIST-NAME
           MOVE CUST-NO TO SC-CUST-NO
           MOVE CUST-NAME TO SC-CUST-NAME
           MOVE CUST-ID-NO TO SC-CUST-ID-NO
           MOVE ZEROS TO SC-ACCNO
           MOVE ZEROS TO SC-PIN-CODE
           WRITE WS-SCRC-REC
               INVALID KEY
                   ADD 1 TO WS-CASE-FAIL-COUNT
                   MOVE "*** CASE NOT WRITTEN - BY HAND" TO WS-CASE-MSG
                   GO TO 2300-EXIT
           END-WRITE
           ADD 1 TO WS-OPENED-COUNT
           PERFORM 1600-TABLE-CASE
           MOVE SPACES TO WS-CASE-MSG
           STRING "NEW CASE " SC-CASE-NO
               DELIMITED BY SIZE INTO WS-CASE-MSG.
       2300-EXIT.
           EXIT.

      * EVERY ACCOUNT A CONFIRMED CUSTOMER OWNS OR CO-OWNS. THE
      * LIST IS BUILT BEFORE ANY HOLD IS WRITTEN SO THE ACCOUNT
      * FILE CAN BE BROWSED STRAIGHT THROUGH.
       3000-BUILD-FREEZE-LIST.
           CLOSE VSAMSCRC
           PERFORM VARYING WS-CS-IX FROM 1 BY 1
                   UNTIL WS-CS-IX > WS-CS-COUNT
               IF WS-CS-STATUS(WS-CS-IX) = 'M'
                   AND WS-CF-COUNT < 1000
                   ADD 1 TO WS-CF-COUNT
                   MOVE WS-CS-CUST-NO(WS-CS-IX) TO
                       WS-CF-CUST-NO(WS-CF-COUNT)
               END-IF
           END-PERFORM
           IF WS-CF-COUNT > ZEROS
               OPEN INPUT VSAMZBNK
               MOVE 'N' TO WS-EOF-IN
               PERFORM UNTIL WS-EOF-IN = 'Y'
                   READ VSAMZBNK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-IN
                       NOT AT END
                           SET WS-CF-IX TO 1
                           SEARCH WS-CF-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-CF-IX > WS-CF-COUNT
                                   CONTINUE
                               WHEN WS-CF-CUST-NO(WS-CF-IX) = WS-CUST-NO
                                   MOVE WS-ACCNO TO WS-FRZ-ACCNO
                                   MOVE 'P' TO WS-FRZ-HOW
                                   PERFORM 3100-ADD-FREEZE
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE VSAMZBNK
               OPEN INPUT VSAMLNK
               MOVE 'N' TO WS-EOF-IN
               PERFORM UNTIL WS-EOF-IN = 'Y'
                   READ VSAMLNK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-IN
                       NOT AT END
                           SET WS-CF-IX TO 1
                           SEARCH WS-CF-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-CF-IX > WS-CF-COUNT
                                   CONTINUE
                               WHEN WS-CF-CUST-NO(WS-CF-IX) = LK-CUST-NO
                                   MOVE LK-ACCNO TO WS-FRZ-ACCNO
                                   MOVE 'J' TO WS-FRZ-HOW
                                   PERFORM 3100-ADD-FREEZE
                           END-SEARCH
                   END-READ
               END-PERFORM
               CLOSE VSAMLNK
           END-IF.

       3100-ADD-FREEZE.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-FZ-SUB FROM 1 BY 1
                   UNTIL WS-FZ-SUB > WS-FZ-COUNT
               IF WS-FZ-ACCNO(WS-FZ-SUB) = WS-FRZ-ACCNO
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-FZ-COUNT < 2000
                   ADD 1 TO WS-FZ-COUNT
                   MOVE WS-FRZ-ACCNO TO WS-FZ-ACCNO(WS-FZ-COUNT)
                   MOVE WS-CF-CUST-NO(WS-CF-IX) TO
                       WS-FZ-CUST-NO(WS-FZ-COUNT)
                   MOVE WS-FRZ-HOW TO WS-FZ-HOW(WS-FZ-COUNT)
               ELSE
                   ADD 1 TO WS-FZ-OVERFLOW
               END-IF
           END-IF.

       4000-FREEZE-ACCOUNTS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "SANCTIONS FREEZES" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-FZ-COUNT = ZEROS
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               OPEN INPUT VSAMZBNK
               OPEN I-O VSAMHOLD
               OPEN EXTEND MNTZBNK
               PERFORM VARYING WS-FZ-SUB FROM 1 BY 1
                       UNTIL WS-FZ-SUB > WS-FZ-COUNT
                   MOVE WS-FZ-ACCNO(WS-FZ-SUB) TO WS-FRZ-ACCNO
                   PERFORM 4100-FREEZE-ONE THRU 4100-EXIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  ACCT=" WS-FRZ-ACCNO
                       " CUST=" WS-FZ-CUST-NO(WS-FZ-SUB)
                       " " WS-FZ-HOW(WS-FZ-SUB)
                       " " WS-FRZ-MSG
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-PERFORM
               CLOSE VSAMZBNK
               CLOSE VSAMHOLD
               CLOSE MNTZBNK
           END-IF.

       4100-FREEZE-ONE.
           MOVE ZEROS TO WS-HOLD-MAX-SEQ
           MOVE 'N' TO WS-HELD-SW
           MOVE WS-FRZ-ACCNO TO HD-ACCNO
           MOVE ZEROS TO HD-SEQ-NO
           MOVE 'N' TO WS-EOF-HOLD
           START VSAMHOLD KEY NOT LESS THAN HD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HOLD
           END-START
           PERFORM UNTIL WS-EOF-HOLD = 'Y'
               READ VSAMHOLD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-HOLD
                   NOT AT END
                       IF HD-ACCNO NOT = WS-FRZ-ACCNO
                           MOVE 'Y' TO WS-EOF-HOLD
                       ELSE
                           MOVE HD-SEQ-NO TO WS-HOLD-MAX-SEQ
                           IF HD-REASON = "SANCTIONS FREEZE"
                               AND HD-RELEASE-DATE > WS-RUN-DATE
                               MOVE 'Y' TO WS-HELD-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HELD-SW = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               MOVE "ALREADY FROZEN" TO WS-FRZ-MSG
               GO TO 4100-EXIT
           END-IF
           MOVE WS-FRZ-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND - NOT FROZEN" TO WS-FRZ-MSG
                   GO TO 4100-EXIT
           END-READ
           IF WS-ACCT-STATUS = 'C'
               MOVE "ACCOUNT CLOSED - NOT FROZEN" TO WS-FRZ-MSG
               GO TO 4100-EXIT
           END-IF
           IF WS-HOLD-MAX-SEQ >= 99
               ADD 1 TO WS-FRZ-FAIL-COUNT
               MOVE "*** NO FREE HOLD SEQUENCE - FREEZE BY HAND"
                   TO WS-FRZ-MSG
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-REC
           MOVE WS-FRZ-ACCNO TO HD-ACCNO
           COMPUTE HD-SEQ-NO = WS-HOLD-MAX-SEQ + 1
           MOVE 9999999999.99 TO HD-AMOUNT
           MOVE "SANCTIONS FREEZE" TO HD-REASON
           MOVE "99991231" TO HD-RELEASE-DATE
           MOVE "ZWLSCRN" TO HD-PLACED-BY
           MOVE WS-RUN-DATE TO HD-PLACED-DATE
           WRITE WS-HOLD-REC
               INVALID KEY
                   ADD 1 TO WS-FRZ-FAIL-COUNT
                   MOVE "*** HOLD WRITE FAILED - FREEZE BY HAND"
                       TO WS-FRZ-MSG
                   GO TO 4100-EXIT
           END-WRITE
           ADD 1 TO WS-FROZEN-COUNT
           MOVE SPACES TO WS-MAUD-REC
           MOVE WS-FRZ-ACCNO TO MA-ACCNO
           MOVE "HP" TO MA-FUNC
           MOVE "HOLD" TO MA-FIELD
           MOVE SPACES TO MA-OLD-VALUE
           STRING "SANCTIONS FREEZE REL 99991231"
               DELIMITED BY SIZE INTO MA-NEW-VALUE
           MOVE "ZWLSCRN" TO MA-OPERATOR
           MOVE SPACES TO MA-TERMID
           MOVE WS-RUN-DATE TO MA-TS-DATE
           MOVE WS-RUN-TIME TO MA-TS-TIME
           WRITE WS-MAUD-REC
           MOVE SPACES TO WS-FRZ-MSG
           STRING "FROZEN HOLD SEQ=" HD-SEQ-NO
               DELIMITED BY SIZE INTO WS-FRZ-MSG.
       4100-EXIT.
           EXIT.

       5000-PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUSTOMERS SCREENED=" WS-CUST-COUNT
               " HITS=" WS-HIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CASES OPENED=" WS-OPENED-COUNT
               " ALREADY CASED=" WS-EXIST-COUNT
               " PREVIOUSLY CLEARED=" WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PENDING BEFORE RUN=" WS-PENDING-COUNT
               " CONFIRMED CUSTOMERS=" WS-CF-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNTS FROZEN=" WS-FROZEN-COUNT
               " ALREADY FROZEN=" WS-ALREADY-COUNT
               " NOT FROZEN=" WS-FRZ-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 0 TO RETURN-CODE
           IF WS-CS-OVERFLOW > ZEROS OR WS-FZ-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** TABLE FULL - CASES NOT CHECKED="
                   WS-CS-OVERFLOW
                   " ACCOUNTS NOT FROZEN=" WS-FZ-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CASE-FAIL-COUNT > ZEROS OR WS-FRZ-FAIL-COUNT > ZEROS
               MOVE "*** CASES OR FREEZES NOT WRITTEN - SEE ABOVE"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

      * TAKE THE NEXT TRANSACTION REFERENCE FROM VSAM.ZREFCTL AS THE
      * CASE NUMBER - SAME PROTOCOL AS ZSTORD.
       8300-GET-REF-NO.
           MOVE WS-REFC-KEY TO RC-KEY
           READ VSAMREFC
               INVALID KEY
                   MOVE 1 TO WS-REF-NO
                   MOVE WS-REFC-KEY TO RC-KEY
                   MOVE 2 TO RC-NEXT-REF
                   WRITE WS-REFC-REC
               NOT INVALID KEY
                   MOVE RC-NEXT-REF TO WS-REF-NO
                   ADD 1 TO RC-NEXT-REF
                   REWRITE WS-REFC-REC
           END-READ.

       9000-TERMINATE.
           CLOSE VSAMWTCH
           CLOSE WLSRPT.

       COPY NAMENRM.

       COPY RUNCTLP.
