      *
      * ZFRAUD - NIGHTLY ACCOUNT-TAKEOVER PATTERN BATCH. EACH
      * SECURITY FILE IS REPORTED ON ITS OWN (ZSECRPT FOR AUDTZBNK,
      * ZMNTRPT FOR MNTZBNK); THIS RUN CORRELATES THEM PER ACCOUNT
      * OVER A SHORT WINDOW ENDING ON THE RUN DATE TO FIND THE
      * CLASSIC TAKEOVER SEQUENCE:
      *   FAILED LOGINS (AUDTZBNK "LF")
      *   THEN A PIN CHANGE (JOURNAL "PC")
      *   THEN A NEW PAYEE (VSAM.ZPAYEE) OR A CUSTOMER-DETAILS
      *        CHANGE (MNTZBNK "CM")
      *   THEN MONEY OUT - A SELF-SERVICE TRANSFER (JOURNAL "TD")
      *        OR AN EXTERNAL PAYMENT CAPTURED ON ZBANK (VSAM.ZPAYPND)
      *        - FROM A TERMINAL OTHER THAN THE ACCOUNT'S USUAL ONE.
      * THE USUAL TERMINAL IS THE LAST CUSTOMER SELF-SERVICE ENTRY
      * ON THE ACCOUNT'S KEYED HISTORY (VSAM.JRNLHIST) BEFORE THE
      * WINDOW OPENED; AN ACCOUNT WITH NO SUCH ENTRY HAS NO USUAL
      * TERMINAL AND NEVER SCORES THE NEW-TERMINAL RULE.
      *
      * EVERY EVENT IN THE WINDOW FROM EVERY SOURCE IS RELEASED TO
      * ONE SORT BY ACCOUNT + TIMESTAMP (SAME STREAM PATTERN AS
      * ZSECRPT/ZDRWBAL) SO THE RUN HAS NO ACCOUNT CAP. EACH ACCOUNT
      * IS THEN SCORED AGAINST THE RULES ON FRDCARD - POINTS PER
      * EVENT TYPE SEEN, POINTS FOR MONEY OUT FROM A NEW TERMINAL,
      * AND POINTS FOR THE FULL SEQUENCE IN ORDER. AN ACCOUNT AT OR
      * OVER THE ALERT SCORE IS PRINTED AS A NUMBERED ALERT WITH ITS
      * EVENT TIMELINE; AT OR OVER THE HOLD SCORE A VSAM.ZHOLDS HOLD
      * FOR THE AVAILABLE FUNDS IS PLACED AT ONCE (REASON "FRAUD
      * REVIEW", PLACED BY ZFRAUD, MNTZBNK "HP" ROW) SO THE MONEY
      * CANNOT LEAVE BEFORE THE FRAUD TEAM CALLS THE CUSTOMER. AN
      * ACCOUNT ALREADY CARRYING AN UNEXPIRED ZFRAUD HOLD IS NOT
      * HELD TWICE.
      *
      * FRDCARD: ONE CARD PER SETTING - CODE X(2) IN COLS 1-2,
      * VALUE 9(4) IN COLS 3-6, ANYTHING AFTER IS COMMENT. RULE
      * POINTS: LF PC PY CM TD XP NT (NEW TERMINAL) SQ (FULL
      * SEQUENCE). SETTINGS: WD WINDOW DAYS, AL ALERT SCORE, HL HOLD
      * SCORE (ZERO = NEVER HOLD), HD HOLD DAYS. A SETTING WITH NO
      * CARD KEEPS THE DEFAULT BELOW. AN UNKNOWN CODE IS REPORTED AND
      * IGNORED.
      *
      * RC=4 WHEN A HOLD COULD NOT BE PLACED OR THE NEW-PAYEE TABLE
      * OVERFLOWED - THE ALERTS STILL PRINT; THE FRAUD TEAM ACTS ON
      * THE WARNING LINES BY HAND.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFRAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDTZBNK ASSIGN TO AUDTZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.
           SELECT MNTZBNK ASSIGN TO MNTZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT VSAMPAYP ASSIGN TO VSAMPAYP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYP-STATUS.
           SELECT VSAMPAYE ASSIGN TO VSAMPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT VSAMLNK ASSIGN TO VSAMLNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT FRDCARD ASSIGN TO FRDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTEVT ASSIGN TO SORTEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORT-STATUS.
           SELECT FRDRPT ASSIGN TO FRDRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDTZBNK RECORDING MODE F.
       01  WS-AUDT-REC.
           COPY AUDTREC.
       FD  MNTZBNK RECORDING MODE F.
       01  WS-MAUD-REC.
           COPY MAUDREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMPAYP.
       01  WS-PAYP-REC.
           COPY PAYPREC.
       FD  VSAMPAYE.
       01  WS-PAYE-REC.
           COPY PAYEREC.
       FD  VSAMLNK.
       01  WS-LINK-REC.
           COPY ACCLNKREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  FRDCARD RECORDING MODE F.
       01  WS-FRAUD-CARD.
           05  FC-CODE PIC X(2).
           05  FC-VALUE PIC 9(4).
           05  FILLER PIC X(74).
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-ACCNO PIC 9(10).
           05  SR-TIMESTAMP.
               10  SR-TS-DATE PIC X(8).
               10  SR-TS-TIME PIC X(6).
           05  SR-EVENT PIC X(2).
           05  SR-TERMID PIC X(4).
           05  SR-AMOUNT PIC 9(10)V99.
           05  SR-REF-NO PIC 9(12).
       FD  SORTEVT RECORDING MODE F.
       01  WS-FE-REC.
           05  FE-ACCNO PIC 9(10).
           05  FE-TIMESTAMP.
               10  FE-TS-DATE PIC X(8).
               10  FE-TS-TIME PIC X(6).
           05  FE-EVENT PIC X(2).
           05  FE-TERMID PIC X(4).
           05  FE-AMOUNT PIC 9(10)V99.
           05  FE-REF-NO PIC 9(12).
       FD  FRDRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-AUDT-STATUS PIC XX.
       01  WS-MAUD-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-PAYP-STATUS PIC XX.
       01  WS-PAYE-STATUS PIC XX.
       01  WS-LINK-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-EOF-CARD PIC X VALUE 'N'.
       01  WS-EOF-HIST PIC X VALUE 'N'.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-DATE-N PIC 9(8).
      * FIRST DATE OF THE SCORING WINDOW - RUN DATE LESS WINDOW DAYS
      * PLUS ONE, SO A 2-DAY WINDOW IS YESTERDAY AND TODAY.
       01  WS-WIN-START PIC X(8).
       01  WS-WIN-START-N PIC 9(8).
       01  WS-DATE-INT PIC 9(8).
       01  WS-RELEASE-N PIC 9(8).
      * RULE POINTS AND SETTINGS - DEFAULTS, OVERRIDDEN FROM
      * FRDCARD.
       01  WS-PTS-LF PIC 9(4) VALUE 10.
       01  WS-PTS-PC PIC 9(4) VALUE 20.
       01  WS-PTS-PY PIC 9(4) VALUE 15.
       01  WS-PTS-CM PIC 9(4) VALUE 15.
       01  WS-PTS-TD PIC 9(4) VALUE 10.
       01  WS-PTS-XP PIC 9(4) VALUE 10.
       01  WS-PTS-NT PIC 9(4) VALUE 25.
       01  WS-PTS-SQ PIC 9(4) VALUE 50.
       01  WS-WINDOW-DAYS PIC 9(4) VALUE 2.
       01  WS-ALERT-SCORE PIC 9(4) VALUE 40.
       01  WS-HOLD-SCORE PIC 9(4) VALUE 100.
       01  WS-HOLD-DAYS PIC 9(4) VALUE 3.
      * CUSTOMERS WHO SAVED A PAYEE IN THE WINDOW. PAYEES ARE KEYED
      * BY CUSTOMER, SO EACH ROW IS TURNED INTO A "PY" EVENT ON
      * EVERY ACCOUNT THE CUSTOMER OWNS - PRIMARY (VSAM.ZBANK
      * WS-CUST-NO) OR JOINT (VSAM.ZACCLNK). THE TABLE BOUNDS NEW
      * PAYEES PER WINDOW, NOT ACCOUNTS; OVERFLOW IS COUNTED AND
      * ENDS RC=4.
       01  WS-NP-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-NP-OVERFLOW PIC 9(8) VALUE ZEROS.
       01  WS-NP-TABLE.
           05  WS-NP-ENTRY OCCURS 500 TIMES INDEXED BY WS-NP-IX.
               10  WS-NP-CUST-NO PIC 9(10).
               10  WS-NP-DATE PIC X(8).
               10  WS-NP-TIME PIC X(6).
       01  WS-NP-CUST PIC 9(10).
       01  WS-NP-ACCNO PIC 9(10).
      * SORTED EVENT STREAM KEY - HIGH-VALUES AT END.
       01  WS-EVT-KEY PIC X(10) VALUE HIGH-VALUES.
       01  WS-CUR-KEY PIC X(10).
       01  WS-CUR-ACCNO PIC 9(10).
      * PER-ACCOUNT SCORING STATE. WS-SEQ-STAGE WALKS THE TAKEOVER
      * SEQUENCE IN TIMESTAMP ORDER: 1 AFTER A FAILED LOGIN, 2 AFTER
      * A PIN CHANGE THAT FOLLOWS IT, 3 AFTER A PAYEE/DETAILS CHANGE
      * THAT FOLLOWS THAT, 4 ON MONEY OUT AFTER THAT.
       01  WS-HIT-LF PIC X.
       01  WS-HIT-PC PIC X.
       01  WS-HIT-PY PIC X.
       01  WS-HIT-CM PIC X.
       01  WS-HIT-TD PIC X.
       01  WS-HIT-XP PIC X.
       01  WS-HIT-NT PIC X.
       01  WS-SEQ-STAGE PIC 9.
       01  WS-LF-COUNT PIC 9(4).
       01  WS-SCORE PIC 9(4).
       01  WS-RULES-HIT PIC X(30).
       01  WS-RULES-PTR PIC 9(4) COMP.
      * THE ACCOUNT'S USUAL TERMINAL - LOOKED UP ON VSAM.JRNLHIST THE
      * FIRST TIME THE ACCOUNT HAS MONEY OUT FROM A KNOWN TERMINAL.
       01  WS-USUAL-DONE PIC X.
       01  WS-USUAL-TERM PIC X(4).
       01  WS-NEWTERM-SW PIC X.
      * THE ACCOUNT'S EVENTS IN THE WINDOW, KEPT FOR THE ALERT
      * TIMELINE. EVENTS PAST THE TABLE SIZE STILL SCORE; THE
      * TIMELINE SAYS HOW MANY WERE NOT PRINTED.
       01  WS-EV-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-EV-MORE PIC 9(4) VALUE ZEROS.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 40 TIMES INDEXED BY WS-EV-IX.
               10  WS-EV-DATE PIC X(8).
               10  WS-EV-TIME PIC X(6).
               10  WS-EV-EVENT PIC X(2).
               10  WS-EV-TERMID PIC X(4).
               10  WS-EV-AMOUNT PIC 9(10)V99.
               10  WS-EV-NEWTERM PIC X.
       01  WS-EV-TEXT PIC X(20).
      * HOLD PLACEMENT.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HOLD-MAX-SEQ PIC 9(2).
       01  WS-HELD-SW PIC X.
       01  WS-HOLD-AMT PIC S9(12)V99.
       01  WS-HOLD-RELEASE PIC X(8).
       01  WS-HOLD-MSG PIC X(40).
      * RUN TOTALS.
       01  WS-EVENT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ACCT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ALERT-NO PIC 9(5) VALUE ZEROS.
       01  WS-HOLD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ALREADY-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-HOLD-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SEQ-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-HELD-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-ED PIC -(12)9.99.
       01  WS-AMOUNT-ED PIC Z(9)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZFRAUD" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           SORT SORTWORK
               ON ASCENDING KEY SR-ACCNO SR-TIMESTAMP
               INPUT PROCEDURE 2000-RELEASE-EVENTS
               GIVING SORTEVT
           PERFORM 3000-SCORE-ACCOUNTS
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           MOVE WS-ALERT-NO TO WS-RUNC-COUNT
           MOVE WS-HELD-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT FRDRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZFRAUD - ACCOUNT-TAKEOVER PATTERN ALERTS" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM 1100-LOAD-RULES
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WIN-START-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-WIN-START-N TO WS-WIN-START
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) + WS-HOLD-DAYS
           COMPUTE WS-RELEASE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-RELEASE-N TO WS-HOLD-RELEASE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " WINDOW FROM=" WS-WIN-START
               " DAYS=" WS-WINDOW-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "POINTS LF=" WS-PTS-LF
               " PC=" WS-PTS-PC
               " PY=" WS-PTS-PY
               " CM=" WS-PTS-CM
               " TD=" WS-PTS-TD
               " XP=" WS-PTS-XP
               " NT=" WS-PTS-NT
               " SQ=" WS-PTS-SQ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALERT AT SCORE=" WS-ALERT-SCORE
               " HOLD AT SCORE=" WS-HOLD-SCORE
               " HOLD DAYS=" WS-HOLD-DAYS
               " RELEASE=" WS-HOLD-RELEASE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       1100-LOAD-RULES.
           OPEN INPUT FRDCARD
           PERFORM UNTIL WS-EOF-CARD = 'Y'
               READ FRDCARD
                   AT END
                       MOVE 'Y' TO WS-EOF-CARD
                   NOT AT END
                       PERFORM 1150-TAKE-CARD
               END-READ
           END-PERFORM
           CLOSE FRDCARD
      * A ZERO OR ABSURD WINDOW WOULD SCORE NOTHING OR EVERYTHING -
      * KEEP IT TO A MONTH AT MOST, AT LEAST THE RUN DATE ITSELF.
           IF WS-WINDOW-DAYS = ZEROS
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           IF WS-WINDOW-DAYS > 31
               MOVE 31 TO WS-WINDOW-DAYS
           END-IF
           IF WS-HOLD-DAYS = ZEROS
               MOVE 1 TO WS-HOLD-DAYS
           END-IF.

       1150-TAKE-CARD.
           IF FC-CODE = SPACES OR FC-CODE(1:1) = "*"
               CONTINUE
           ELSE
           IF FC-VALUE NOT NUMERIC
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** FRDCARD " FC-CODE
                   " VALUE NOT NUMERIC - IGNORED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               EVALUATE FC-CODE
                   WHEN "LF"
                       MOVE FC-VALUE TO WS-PTS-LF
                   WHEN "PC"
                       MOVE FC-VALUE TO WS-PTS-PC
                   WHEN "PY"
                       MOVE FC-VALUE TO WS-PTS-PY
                   WHEN "CM"
                       MOVE FC-VALUE TO WS-PTS-CM
                   WHEN "TD"
                       MOVE FC-VALUE TO WS-PTS-TD
                   WHEN "XP"
                       MOVE FC-VALUE TO WS-PTS-XP
                   WHEN "NT"
                       MOVE FC-VALUE TO WS-PTS-NT
                   WHEN "SQ"
                       MOVE FC-VALUE TO WS-PTS-SQ
                   WHEN "WD"
                       MOVE FC-VALUE TO WS-WINDOW-DAYS
                   WHEN "AL"
                       MOVE FC-VALUE TO WS-ALERT-SCORE
                   WHEN "HL"
                       MOVE FC-VALUE TO WS-HOLD-SCORE
                   WHEN "HD"
                       MOVE FC-VALUE TO WS-HOLD-DAYS
                   WHEN OTHER
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "*** FRDCARD CODE " FC-CODE
                           " UNKNOWN - IGNORED"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE WS-RPT-LINE
               END-EVALUATE
           END-IF
           END-IF.

      * SORT INPUT - ONE RECORD PER EVENT IN THE WINDOW FROM EVERY
      * SOURCE FILE.
       2000-RELEASE-EVENTS.
           PERFORM 2100-RELEASE-AUDIT
           PERFORM 2200-RELEASE-MAINT
           PERFORM 2300-RELEASE-JOURNAL
           PERFORM 2400-RELEASE-PAYMENTS
           PERFORM 2500-LOAD-NEW-PAYEES
           IF WS-NP-COUNT > ZEROS
               PERFORM 2600-RELEASE-PAYEE-ACCTS
           END-IF.

      * AUDTZBNK IS APPEND-ONLY - FAILED LOGINS IN THE WINDOW.
       2100-RELEASE-AUDIT.
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT AUDTZBNK
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ AUDTZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF AU-EVENT = "LF"
                           AND AU-TS-DATE NOT < WS-WIN-START
                           AND AU-TS-DATE NOT > WS-RUN-DATE
                           MOVE SPACES TO WS-SORT-REC
                           MOVE AU-ACCNO TO SR-ACCNO
                           MOVE AU-TS-DATE TO SR-TS-DATE
                           MOVE AU-TS-TIME TO SR-TS-TIME
                           MOVE "LF" TO SR-EVENT
                           MOVE AU-TERMID TO SR-TERMID
                           MOVE ZEROS TO SR-AMOUNT
                           MOVE ZEROS TO SR-REF-NO
                           RELEASE WS-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDTZBNK.

      * MNTZBNK IS APPEND-ONLY - CUSTOMER-DETAIL CHANGES IN THE
      * WINDOW, FROM THE ZBANK SCREEN OR A BRANCH.
       2200-RELEASE-MAINT.
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT MNTZBNK
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ MNTZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF MA-FUNC = "CM"
                           AND MA-TS-DATE NOT < WS-WIN-START
                           AND MA-TS-DATE NOT > WS-RUN-DATE
                           MOVE SPACES TO WS-SORT-REC
                           MOVE MA-ACCNO TO SR-ACCNO
                           MOVE MA-TS-DATE TO SR-TS-DATE
                           MOVE MA-TS-TIME TO SR-TS-TIME
                           MOVE "CM" TO SR-EVENT
                           MOVE MA-TERMID TO SR-TERMID
                           MOVE ZEROS TO SR-AMOUNT
                           MOVE ZEROS TO SR-REF-NO
                           RELEASE WS-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MNTZBNK.

      * THE JOURNAL DD CARRIES THE ARCHIVE GENERATIONS FOR THE
      * EARLIER DAYS OF THE WINDOW AHEAD OF THE ONLINE FILE. PIN
      * CHANGES, AND CUSTOMER SELF-SERVICE TRANSFERS OUT - TELLER
      * AND SUPERVISOR POSTINGS CARRY THE STAFF ID IN JR-OPERATOR
      * AND BATCH POSTINGS CARRY CHANNEL 'B'.
       2300-RELEASE-JOURNAL.
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT JRNLZBNK
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ JRNLZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF JR-TS-DATE NOT < WS-WIN-START
                           AND JR-TS-DATE NOT > WS-RUN-DATE
                           AND (JR-ACTION = "PC"
                             OR (JR-ACTION = "TD"
                                 AND JR-CHANNEL = "O"
                                 AND JR-OPERATOR = SPACES))
                           MOVE SPACES TO WS-SORT-REC
                           MOVE JR-ACCNO TO SR-ACCNO
                           MOVE JR-TS-DATE TO SR-TS-DATE
                           MOVE JR-TS-TIME TO SR-TS-TIME
                           MOVE JR-ACTION TO SR-EVENT
                           MOVE JR-TERMID TO SR-TERMID
                           MOVE JR-AMOUNT TO SR-AMOUNT
                           MOVE JR-REF-NO TO SR-REF-NO
                           RELEASE WS-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNLZBNK.

      * EXTERNAL PAYMENTS CAPTURED ON ZBANK IN THE WINDOW, WHETHER
      * STILL PENDING OR ALREADY SENT - THE CAPTURE IS THE CUSTOMER
      * ACTION, AND A PENDING ONE IS STILL STOPPABLE BY A HOLD
      * BEFORE TONIGHT'S ZCLROUT. REJECTED ROWS NEVER MOVED MONEY.
       2400-RELEASE-PAYMENTS.
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT VSAMPAYP
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ VSAMPAYP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF PP-STATUS NOT = 'R'
                           AND PP-REQ-DATE NOT < WS-WIN-START
                           AND PP-REQ-DATE NOT > WS-RUN-DATE
                           MOVE SPACES TO WS-SORT-REC
                           MOVE PP-ACCNO TO SR-ACCNO
                           MOVE PP-REQ-DATE TO SR-TS-DATE
                           IF PP-REQ-TIME = SPACES
                               MOVE "000000" TO SR-TS-TIME
                           ELSE
                               MOVE PP-REQ-TIME TO SR-TS-TIME
                           END-IF
                           MOVE "XP" TO SR-EVENT
                           MOVE PP-REQ-TERMID TO SR-TERMID
                           MOVE PP-AMOUNT TO SR-AMOUNT
                           MOVE PP-REF-NO TO SR-REF-NO
                           RELEASE WS-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VSAMPAYP.

       2500-LOAD-NEW-PAYEES.
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT VSAMPAYE
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ VSAMPAYE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF PY-ADD-DATE NOT < WS-WIN-START
                           AND PY-ADD-DATE NOT > WS-RUN-DATE
                           IF WS-NP-COUNT < 500
                               ADD 1 TO WS-NP-COUNT
                               SET WS-NP-IX TO WS-NP-COUNT
                               MOVE PY-CUST-NO TO
                                   WS-NP-CUST-NO(WS-NP-IX)
                               MOVE PY-ADD-DATE TO
                                   WS-NP-DATE(WS-NP-IX)
                               IF PY-ADD-TIME = SPACES
                                   MOVE "000000" TO
                                       WS-NP-TIME(WS-NP-IX)
                               ELSE
                                   MOVE PY-ADD-TIME TO
                                       WS-NP-TIME(WS-NP-IX)
                               END-IF
                           ELSE
                               ADD 1 TO WS-NP-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VSAMPAYE.

      * TURN EACH NEW PAYEE INTO A "PY" EVENT ON EVERY ACCOUNT ITS
      * CUSTOMER OWNS - ONE PASS OVER THE PRIMARY OWNERS, ONE OVER
      * THE JOINT-OWNER LINKS.
       2600-RELEASE-PAYEE-ACCTS.
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT VSAMZBNK
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ VSAMZBNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       IF WS-ACCT-STATUS NOT = 'C'
                           MOVE WS-CUST-NO TO WS-NP-CUST
                           MOVE WS-ACCNO TO WS-NP-ACCNO
                           PERFORM 2650-RELEASE-PAYEE-EVENTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VSAMZBNK
           MOVE 'N' TO WS-EOF-IN
           OPEN INPUT VSAMLNK
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ VSAMLNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       MOVE LK-CUST-NO TO WS-NP-CUST
                       MOVE LK-ACCNO TO WS-NP-ACCNO
                       PERFORM 2650-RELEASE-PAYEE-EVENTS
               END-READ
           END-PERFORM
           CLOSE VSAMLNK.

       2650-RELEASE-PAYEE-EVENTS.
           PERFORM VARYING WS-NP-IX FROM 1 BY 1
                   UNTIL WS-NP-IX > WS-NP-COUNT
               IF WS-NP-CUST-NO(WS-NP-IX) = WS-NP-CUST
                   MOVE SPACES TO WS-SORT-REC
                   MOVE WS-NP-ACCNO TO SR-ACCNO
                   MOVE WS-NP-DATE(WS-NP-IX) TO SR-TS-DATE
                   MOVE WS-NP-TIME(WS-NP-IX) TO SR-TS-TIME
                   MOVE "PY" TO SR-EVENT
                   MOVE ZEROS TO SR-AMOUNT
                   MOVE ZEROS TO SR-REF-NO
                   RELEASE WS-SORT-REC
               END-IF
           END-PERFORM.

       3000-SCORE-ACCOUNTS.
           OPEN INPUT SORTEVT
           OPEN INPUT VSAMZBNK
           OPEN INPUT VSAMHIST
           OPEN I-O VSAMHOLD
           OPEN EXTEND MNTZBNK
           PERFORM 8100-READ-EVENT
           PERFORM 3100-SCORE-ONE-ACCOUNT
               UNTIL WS-EVT-KEY = HIGH-VALUES
           CLOSE SORTEVT
           CLOSE VSAMZBNK
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE MNTZBNK.

       3100-SCORE-ONE-ACCOUNT.
           MOVE WS-EVT-KEY TO WS-CUR-KEY
           MOVE FE-ACCNO TO WS-CUR-ACCNO
           ADD 1 TO WS-ACCT-COUNT
           MOVE 'N' TO WS-HIT-LF
           MOVE 'N' TO WS-HIT-PC
           MOVE 'N' TO WS-HIT-PY
           MOVE 'N' TO WS-HIT-CM
           MOVE 'N' TO WS-HIT-TD
           MOVE 'N' TO WS-HIT-XP
           MOVE 'N' TO WS-HIT-NT
           MOVE 0 TO WS-SEQ-STAGE
           MOVE ZEROS TO WS-LF-COUNT
           MOVE ZEROS TO WS-EV-COUNT
           MOVE ZEROS TO WS-EV-MORE
           MOVE 'N' TO WS-USUAL-DONE
           MOVE SPACES TO WS-USUAL-TERM
           PERFORM UNTIL WS-EVT-KEY NOT = WS-CUR-KEY
               PERFORM 3200-TAKE-EVENT
               PERFORM 8100-READ-EVENT
           END-PERFORM
           PERFORM 3500-SCORE-ACCOUNT.

       3200-TAKE-EVENT.
           ADD 1 TO WS-EVENT-COUNT
           MOVE 'N' TO WS-NEWTERM-SW
           EVALUATE FE-EVENT
               WHEN "LF"
                   MOVE 'Y' TO WS-HIT-LF
                   ADD 1 TO WS-LF-COUNT
                   IF WS-SEQ-STAGE = 0
                       MOVE 1 TO WS-SEQ-STAGE
                   END-IF
               WHEN "PC"
                   MOVE 'Y' TO WS-HIT-PC
                   IF WS-SEQ-STAGE = 1
                       MOVE 2 TO WS-SEQ-STAGE
                   END-IF
               WHEN "PY"
                   MOVE 'Y' TO WS-HIT-PY
                   IF WS-SEQ-STAGE = 2
                       MOVE 3 TO WS-SEQ-STAGE
                   END-IF
               WHEN "CM"
                   MOVE 'Y' TO WS-HIT-CM
                   IF WS-SEQ-STAGE = 2
                       MOVE 3 TO WS-SEQ-STAGE
                   END-IF
               WHEN "TD"
               WHEN "XP"
                   IF FE-EVENT = "TD"
                       MOVE 'Y' TO WS-HIT-TD
                   ELSE
                       MOVE 'Y' TO WS-HIT-XP
                   END-IF
                   IF FE-TERMID NOT = SPACES
                       IF WS-USUAL-DONE = 'N'
                           PERFORM 3300-FIND-USUAL-TERM
                       END-IF
                       IF WS-USUAL-TERM NOT = SPACES
                           AND FE-TERMID NOT = WS-USUAL-TERM
                           MOVE 'Y' TO WS-NEWTERM-SW
                           MOVE 'Y' TO WS-HIT-NT
                       END-IF
                   END-IF
                   IF WS-SEQ-STAGE = 3
                       MOVE 4 TO WS-SEQ-STAGE
                   END-IF
           END-EVALUATE
           IF WS-EV-COUNT < 40
               ADD 1 TO WS-EV-COUNT
               SET WS-EV-IX TO WS-EV-COUNT
               MOVE FE-TS-DATE TO WS-EV-DATE(WS-EV-IX)
               MOVE FE-TS-TIME TO WS-EV-TIME(WS-EV-IX)
               MOVE FE-EVENT TO WS-EV-EVENT(WS-EV-IX)
               MOVE FE-TERMID TO WS-EV-TERMID(WS-EV-IX)
               MOVE FE-AMOUNT TO WS-EV-AMOUNT(WS-EV-IX)
               MOVE WS-NEWTERM-SW TO WS-EV-NEWTERM(WS-EV-IX)
           ELSE
               ADD 1 TO WS-EV-MORE
           END-IF.

      * THE LAST CUSTOMER SELF-SERVICE TERMINAL ON THE ACCOUNT'S
      * HISTORY BEFORE THE WINDOW OPENED. HISTORY IS KEYED ACCOUNT +
      * REFERENCE, AND REFERENCES ARE ISSUED IN TIME ORDER, SO THE
      * BROWSE STOPS AT THE FIRST ENTRY INSIDE THE WINDOW.
       3300-FIND-USUAL-TERM.
           MOVE 'Y' TO WS-USUAL-DONE
           MOVE SPACES TO WS-USUAL-TERM
           MOVE WS-CUR-ACCNO TO JH-ACCNO
           MOVE ZEROS TO JH-REF-NO
           MOVE LOW-VALUES TO JH-ACTION
           MOVE 'N' TO WS-EOF-HIST
           START VSAMHIST KEY NOT LESS THAN JH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HIST
           END-START
           PERFORM UNTIL WS-EOF-HIST = 'Y'
               READ VSAMHIST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-HIST
                   NOT AT END
                       IF JH-ACCNO NOT = WS-CUR-ACCNO
                           OR JH-TS-DATE NOT < WS-WIN-START
                           MOVE 'Y' TO WS-EOF-HIST
                       ELSE
                           IF JH-CHANNEL = "O"
                               AND JH-OPERATOR = SPACES
                               AND JH-TERMID NOT = SPACES
                               MOVE JH-TERMID TO WS-USUAL-TERM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3500-SCORE-ACCOUNT.
           MOVE ZEROS TO WS-SCORE
           MOVE SPACES TO WS-RULES-HIT
           MOVE 1 TO WS-RULES-PTR
           IF WS-HIT-LF = 'Y'
               ADD WS-PTS-LF TO WS-SCORE
               STRING "LF " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-HIT-PC = 'Y'
               ADD WS-PTS-PC TO WS-SCORE
               STRING "PC " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-HIT-PY = 'Y'
               ADD WS-PTS-PY TO WS-SCORE
               STRING "PY " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-HIT-CM = 'Y'
               ADD WS-PTS-CM TO WS-SCORE
               STRING "CM " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-HIT-TD = 'Y'
               ADD WS-PTS-TD TO WS-SCORE
               STRING "TD " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-HIT-XP = 'Y'
               ADD WS-PTS-XP TO WS-SCORE
               STRING "XP " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-HIT-NT = 'Y'
               ADD WS-PTS-NT TO WS-SCORE
               STRING "NT " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-SEQ-STAGE = 4
               ADD 1 TO WS-SEQ-COUNT
               ADD WS-PTS-SQ TO WS-SCORE
               STRING "SQ " DELIMITED BY SIZE
                   INTO WS-RULES-HIT WITH POINTER WS-RULES-PTR
           END-IF
           IF WS-SCORE NOT < WS-ALERT-SCORE AND WS-SCORE > ZEROS
               PERFORM 3600-PRINT-ALERT
               IF WS-HOLD-SCORE > ZEROS
                   AND WS-SCORE NOT < WS-HOLD-SCORE
                   PERFORM 3700-PLACE-HOLD THRU 3700-EXIT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  >>> " WS-HOLD-MSG
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       3600-PRINT-ALERT.
           ADD 1 TO WS-ALERT-NO
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALERT " WS-ALERT-NO
               " ACCNO=" WS-CUR-ACCNO
               " SCORE=" WS-SCORE
               " RULES=" WS-RULES-HIT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-EV-IX FROM 1 BY 1
                   UNTIL WS-EV-IX > WS-EV-COUNT
               EVALUATE WS-EV-EVENT(WS-EV-IX)
                   WHEN "LF"
                       MOVE "FAILED LOGIN" TO WS-EV-TEXT
                   WHEN "PC"
                       MOVE "PIN CHANGED" TO WS-EV-TEXT
                   WHEN "PY"
                       MOVE "NEW PAYEE SAVED" TO WS-EV-TEXT
                   WHEN "CM"
                       MOVE "DETAILS CHANGED" TO WS-EV-TEXT
                   WHEN "TD"
                       MOVE "TRANSFER OUT" TO WS-EV-TEXT
                   WHEN "XP"
                       MOVE "EXTERNAL PAYMENT" TO WS-EV-TEXT
               END-EVALUATE
               MOVE WS-EV-AMOUNT(WS-EV-IX) TO WS-AMOUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-EV-EVENT(WS-EV-IX) = "TD"
                   OR WS-EV-EVENT(WS-EV-IX) = "XP"
                   STRING "  " WS-EV-DATE(WS-EV-IX)
                       " " WS-EV-TIME(WS-EV-IX)
                       " " WS-EV-TEXT
                       " TERM=" WS-EV-TERMID(WS-EV-IX)
                       " AMT=" WS-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  " WS-EV-DATE(WS-EV-IX)
                       " " WS-EV-TIME(WS-EV-IX)
                       " " WS-EV-TEXT
                       " TERM=" WS-EV-TERMID(WS-EV-IX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               IF WS-EV-NEWTERM(WS-EV-IX) = 'Y'
                   MOVE "NEW TERM" TO WS-RPT-LINE(73:8)
               END-IF
               WRITE WS-RPT-LINE
           END-PERFORM
           IF WS-EV-MORE > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ... " WS-EV-MORE " FURTHER EVENTS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-USUAL-DONE = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               IF WS-USUAL-TERM = SPACES
                   MOVE "  USUAL TERMINAL: NONE ON HISTORY" TO
                       WS-RPT-LINE
               ELSE
                   STRING "  USUAL TERMINAL: " WS-USUAL-TERM
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
           END-IF.

      * HOLD THE AVAILABLE FUNDS - THE POSITIVE BALANCE PLUS ANY
      * OVERDRAFT LIMIT - UNTIL THE RELEASE DATE, UNLESS A ZFRAUD HOLD
      * IS ALREADY RUNNING. SAME ROW SHAPE AND MAINTENANCE-AUDIT ROW
      * AS THE ZSUPV HOLD FUNCTION (ACTION H); THE FRAUD TEAM LIFTS
      * IT EARLY THE SAME WAY A SUPERVISOR HOLD IS LIFTED.
       3700-PLACE-HOLD.
           MOVE WS-CUR-ACCNO TO WS-HOLD-ACCT
           MOVE ZEROS TO WS-HOLD-MAX-SEQ
           MOVE 'N' TO WS-HELD-SW
           MOVE WS-HOLD-ACCT TO HD-ACCNO
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
                       IF HD-ACCNO NOT = WS-HOLD-ACCT
                           MOVE 'Y' TO WS-EOF-HOLD
                       ELSE
                           MOVE HD-SEQ-NO TO WS-HOLD-MAX-SEQ
                           IF HD-PLACED-BY = "ZFRAUD"
                               AND HD-RELEASE-DATE > WS-RUN-DATE
                               MOVE 'Y' TO WS-HELD-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HELD-SW = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               MOVE "ALREADY UNDER A FRAUD HOLD" TO WS-HOLD-MSG
               GO TO 3700-EXIT
           END-IF
           MOVE WS-HOLD-ACCT TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE "ACCOUNT NOT FOUND - NO HOLD" TO WS-HOLD-MSG
                   GO TO 3700-EXIT
           END-READ
           IF WS-ACCT-STATUS = 'C'
               MOVE "ACCOUNT CLOSED - NO HOLD" TO WS-HOLD-MSG
               GO TO 3700-EXIT
           END-IF
           MOVE ZEROS TO WS-HOLD-AMT
           IF WS-BALANCE > ZEROS
               ADD WS-BALANCE TO WS-HOLD-AMT
           END-IF
           ADD WS-OVERDRAFT-LIMIT TO WS-HOLD-AMT
           IF WS-HOLD-AMT NOT > ZEROS
               MOVE "NO AVAILABLE FUNDS - NO HOLD" TO WS-HOLD-MSG
               GO TO 3700-EXIT
           END-IF
           IF WS-HOLD-MAX-SEQ >= 99
               ADD 1 TO WS-HOLD-FAIL-COUNT
               MOVE "*** NO FREE HOLD SEQUENCE - HOLD BY HAND"
                   TO WS-HOLD-MSG
               GO TO 3700-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-REC
           MOVE WS-HOLD-ACCT TO HD-ACCNO
           COMPUTE HD-SEQ-NO = WS-HOLD-MAX-SEQ + 1
           MOVE WS-HOLD-AMT TO HD-AMOUNT
           MOVE "FRAUD REVIEW" TO HD-REASON
           MOVE WS-HOLD-RELEASE TO HD-RELEASE-DATE
           MOVE "ZFRAUD" TO HD-PLACED-BY
           MOVE WS-RUN-DATE TO HD-PLACED-DATE
           WRITE WS-HOLD-REC
               INVALID KEY
                   ADD 1 TO WS-HOLD-FAIL-COUNT
                   MOVE "*** HOLD WRITE FAILED - HOLD BY HAND"
                       TO WS-HOLD-MSG
                   GO TO 3700-EXIT
           END-WRITE
           ADD 1 TO WS-HOLD-COUNT
           ADD WS-HOLD-AMT TO WS-HELD-TOTAL
           MOVE WS-HOLD-AMT TO WS-AMOUNT-ED
           MOVE SPACES TO WS-MAUD-REC
           MOVE WS-HOLD-ACCT TO MA-ACCNO
           MOVE "HP" TO MA-FUNC
           MOVE "HOLD" TO MA-FIELD
           MOVE SPACES TO MA-OLD-VALUE
           STRING WS-AMOUNT-ED " REL " HD-RELEASE-DATE
               DELIMITED BY SIZE INTO MA-NEW-VALUE
           MOVE "ZFRAUD" TO MA-OPERATOR
           MOVE SPACES TO MA-TERMID
           MOVE WS-RUN-DATE TO MA-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO MA-TS-TIME
           WRITE WS-MAUD-REC
           MOVE SPACES TO WS-HOLD-MSG
           STRING "HOLD PLACED SEQ=" HD-SEQ-NO
               " AMT=" WS-AMOUNT-ED
               DELIMITED BY SIZE INTO WS-HOLD-MSG.
       3700-EXIT.
           EXIT.

       4000-PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           STRING "EVENTS IN WINDOW=" WS-EVENT-COUNT
               " ACCOUNTS SCORED=" WS-ACCT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALERTS=" WS-ALERT-NO
               " FULL SEQUENCES=" WS-SEQ-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "HOLDS PLACED=" WS-HOLD-COUNT
               " ALREADY HELD=" WS-ALREADY-COUNT
               " NOT PLACED=" WS-HOLD-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-HELD-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT HELD=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 0 TO RETURN-CODE
           IF WS-NP-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NEW-PAYEE TABLE FULL - " WS-NP-OVERFLOW
                   " PAYEES NOT SCORED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-HOLD-FAIL-COUNT > ZEROS
               MOVE "*** HOLDS NOT PLACED - SEE ALERTS ABOVE" TO
                   WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       8100-READ-EVENT.
           READ SORTEVT
               AT END
                   MOVE HIGH-VALUES TO WS-EVT-KEY
               NOT AT END
                   MOVE FE-ACCNO TO WS-EVT-KEY
           END-READ.

       COPY RUNCTLP.

       9000-TERMINATE.
           CLOSE FRDRPT.
