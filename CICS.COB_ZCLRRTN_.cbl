      *
      * ZCLRRTN - NIGHTLY OUTBOUND-PAYMENT RETURNS. A PAYMENT ZCLROUT
      * SENT (JOURNAL ACTION "XP", VSAM.ZPAYPND ROW MARKED S) THAT
      * THE BENEFICIARY BANK CANNOT APPLY - ACCOUNT CLOSED, NAME
      * MISMATCH AND SO ON - COMES BACK FROM THE CLEARING NETWORK
      * ON THE CLRRTIN RETURNS FILE, CARRYING OUR OWN ORIGINATOR
      * REFERENCE ("ZBNK" + THE XP JOURNAL REFERENCE, AS ZCLROUT
      * WROTE IT ON CLROUT) AND THE NETWORK'S REASON CODE (RTNRSNW).
      * EACH RETURN IS MATCHED TO ITS PENDING-PAYMENT ROW ON
      * PP-REF-NO, THE SOURCE ACCOUNT IS RE-CREDITED UNDER ACTION
      * "XR" CARRYING THE SAME REFERENCE AS THE XP DEBIT (SO THE TWO
      * TIE TOGETHER ON THE JOURNAL AND THE KEYED HISTORY), AND THE
      * ROW IS MARKED RETURNED (STATUS T) WITH THE REASON, WHICH THE
      * CUSTOMER THEN SEES ON THE ZBANK EXTERNAL-PAYMENT SCREEN.
      *
      * PP-REF-NO IS NOT A KEY OF VSAM.ZPAYPND, SO THE SENT ROWS ARE
      * SORTED ON IT (SORTPPX) AND MATCHED AGAINST THE RETURNS,
      * SORTED THE SAME WAY (SORTRTN), IN ONE PASS.
      *
      * A RETURN IS REJECTED - LISTED ON THE REGISTER FOR THE
      * PAYMENTS DESK, NOTHING POSTED - WHEN:
      *   UNKNOWN REFERENCE    NO SENT PAYMENT CARRIES IT (INCLUDING
      *                        BULK FILE ITEMS, WHICH HAVE NO ROW)
      *   ALREADY RETURNED     THE ROW IS ALREADY T - A SECOND
      *                        RETURN OF THE SAME ITEM, OR THE SAME
      *                        FILE READ TWICE
      *   OVER ORIGINAL AMOUNT MORE COMES BACK THAN WAS SENT
      *   INVALID AMOUNT       ZERO OR NOT NUMERIC
      *   SOURCE GONE/CLOSED   THE MONEY HAS NO OPEN ACCOUNT TO GO
      *                        BACK TO - REFER, SETTLE BY HAND
      * A RETURN FOR LESS THAN WAS SENT RE-CREDITS WHAT CAME BACK.
      *
      * CONTROL TOTALS PROVE ITEMS IN = ITEMS RE-CREDITED + ITEMS
      * REJECTED (COUNTS AND AMOUNTS); A MISMATCH ENDS RC=8. RC=4
      * WHEN ANYTHING WAS REJECTED.
      *
      * CLRRTIN RECORD: BENEFICIARY ACCOUNT 9(10), DIRECTION X(1)
      *                 (ALWAYS R), AMOUNT 9(10)V99, OUR ORIGINATOR
      *                 REF X(16), RETURN REASON X(2)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCLRRTN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLRRTIN ASSIGN TO CLRRTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT VSAMPAYP ASSIGN TO VSAMPAYP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYP-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTWRKX ASSIGN TO SORTWK.
           SELECT SORTRTN ASSIGN TO SORTRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTN-STATUS.
           SELECT SORTPPX ASSIGN TO SORTPPX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPPX-STATUS.
           SELECT RTNRPT ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLRRTIN RECORDING MODE F.
       01  WS-RTIN-REC.
           05  RI-BENE-ACCNO PIC 9(10).
           05  RI-DIRECTION PIC X(1).
           05  RI-AMOUNT PIC 9(10)V99.
           05  RI-ORIG-REF.
               10  RI-REF-PREFIX PIC X(4).
               10  RI-REF-NO PIC 9(12).
           05  RI-REASON PIC X(2).
       FD  VSAMPAYP.
       01  WS-PAYP-REC.
           COPY PAYPREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
      * ONE RETURN, KEYED ON THE XP REFERENCE IT NAMES (ZEROS WHEN
      * THE ORIGINATOR REF IS NOT ONE OF OURS) AND ITS POSITION ON
      * THE FILE, SO A REPEATED RETURN STAYS IN ARRIVAL ORDER.
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-REF-NO PIC 9(12).
           05  SR-FILE-SEQ PIC 9(8).
           05  SR-RTIN PIC X(41).
       FD  SORTRTN RECORDING MODE F.
       01  WS-SRTN-REC.
           05  ST-REF-NO PIC 9(12).
           05  ST-FILE-SEQ PIC 9(8).
           05  ST-RTIN PIC X(41).
      * ONE SENT OR RETURNED PAYMENT ROW - ITS XP REFERENCE AND KEY.
       SD  SORTWRKX.
       01  WS-SORTX-REC.
           05  SX-REF-NO PIC 9(12).
           05  SX-ACCNO PIC 9(10).
           05  SX-SEQ-NO PIC 9(2).
       FD  SORTPPX RECORDING MODE F.
       01  WS-SPPX-REC.
           05  SP-REF-NO PIC 9(12).
           05  SP-ACCNO PIC 9(10).
           05  SP-SEQ-NO PIC 9(2).
       FD  RTNRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       COPY RTNRSNW.
       01  WS-IN-STATUS PIC XX.
       01  WS-PAYP-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-SRTN-STATUS PIC XX.
       01  WS-SPPX-STATUS PIC XX.
       01  WS-FILES-OK-SW PIC X VALUE 'Y'.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-EOF-PAYP PIC X VALUE 'N'.
       01  WS-EOF-SRTN PIC X VALUE 'N'.
       01  WS-EOF-SPPX PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * THE RETURN IN HAND, BACK FROM THE SORT.
       01  WS-RTN-REC.
           05  WS-RTN-BENE-ACCNO PIC 9(10).
           05  WS-RTN-DIRECTION PIC X(1).
           05  WS-RTN-AMOUNT PIC 9(10)V99.
           05  WS-RTN-ORIG-REF PIC X(16).
           05  WS-RTN-REASON PIC X(2).
       01  WS-ITEM-OK PIC X.
       01  WS-FAIL-TEXT PIC X(30).
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
       01  WS-PARTIAL-SW PIC X VALUE 'N'.
       01  WS-FILE-SEQ PIC 9(8) VALUE ZEROS.
       01  WS-IN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-IN-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-CREDIT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CREDIT-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-REJECT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-PARTIAL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ROWS-INDEXED PIC 9(8) VALUE ZEROS.
       01  WS-TOTAL-ED PIC -(12)9.99.
       01  WS-AMT-ED PIC 9(10).99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZCLRRTN" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-FILES-OK-SW = 'Y'
               SORT SORTWRKX
                   ON ASCENDING KEY SX-REF-NO
                   INPUT PROCEDURE 2000-RELEASE-SENT-ROWS
                   GIVING SORTPPX
               SORT SORTWORK
                   ON ASCENDING KEY SR-REF-NO SR-FILE-SEQ
                   INPUT PROCEDURE 2100-RELEASE-RETURNS
                   GIVING SORTRTN
               PERFORM 3000-MATCH-RETURNS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-CREDIT-COUNT TO WS-RUNC-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT RTNRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZCLRRTN - OUTBOUND PAYMENT RETURNS REGISTER"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT CLRRTIN
           IF WS-IN-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-OK-SW
               MOVE "*** RETURNS FILE CLRRTIN WILL NOT OPEN"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           OPEN I-O VSAMPAYP
           IF WS-PAYP-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-OK-SW
               MOVE "*** VSAM.ZPAYPND WILL NOT OPEN" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           OPEN I-O VSAMZBNK
           IF WS-VSAM-STATUS NOT = "00"
               MOVE 'N' TO WS-FILES-OK-SW
               MOVE "*** VSAM.ZBANK WILL NOT OPEN" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           OPEN I-O VSAMHIST
           OPEN EXTEND JRNLZBNK.

      * SORT INPUT PROCEDURE - EVERY ROW THAT WAS EVER SENT CARRIES
      * ITS XP REFERENCE; PENDING AND REJECTED ROWS CARRY ZEROS AND
      * CANNOT BE RETURNED.
       2000-RELEASE-SENT-ROWS.
           MOVE 'N' TO WS-EOF-PAYP
           PERFORM UNTIL WS-EOF-PAYP = 'Y'
               READ VSAMPAYP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-PAYP
                   NOT AT END
                       IF PP-REF-NO IS NUMERIC
                               AND PP-REF-NO > ZEROS
                           MOVE PP-REF-NO TO SX-REF-NO
                           MOVE PP-ACCNO TO SX-ACCNO
                           MOVE PP-SEQ-NO TO SX-SEQ-NO
                           RELEASE WS-SORTX-REC
                           ADD 1 TO WS-ROWS-INDEXED
                       END-IF
               END-READ
           END-PERFORM.

      * SORT INPUT PROCEDURE - THE RETURNS FILE, COUNTED IN HERE SO
      * THE CONTROL TOTALS START FROM WHAT THE NETWORK SENT.
       2100-RELEASE-RETURNS.
           MOVE 'N' TO WS-EOF-IN
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ CLRRTIN
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-FILE-SEQ
                       ADD 1 TO WS-IN-COUNT
                       IF RI-AMOUNT IS NUMERIC
                           ADD RI-AMOUNT TO WS-IN-TOTAL
                       END-IF
                       IF RI-REF-PREFIX = "ZBNK"
                               AND RI-REF-NO IS NUMERIC
                           MOVE RI-REF-NO TO SR-REF-NO
                       ELSE
                           MOVE ZEROS TO SR-REF-NO
                       END-IF
                       MOVE WS-FILE-SEQ TO SR-FILE-SEQ
                       MOVE WS-RTIN-REC TO SR-RTIN
                       RELEASE WS-SORT-REC
               END-READ
           END-PERFORM.

      * WALK THE SORTED RETURNS AGAINST THE SORTED SENT ROWS. THE
      * SENT-ROW FILE ONLY EVER MOVES FORWARD, SO A SECOND RETURN OF
      * THE SAME REFERENCE MEETS THE SAME ROW - NOW MARKED T.
       3000-MATCH-RETURNS.
           OPEN INPUT SORTPPX
           OPEN INPUT SORTRTN
           MOVE 'N' TO WS-EOF-SPPX
           MOVE 'N' TO WS-EOF-SRTN
           PERFORM 3050-READ-SENT-ROW
           PERFORM UNTIL WS-EOF-SRTN = 'Y'
               READ SORTRTN
                   AT END
                       MOVE 'Y' TO WS-EOF-SRTN
                   NOT AT END
                       PERFORM 3100-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE SORTRTN
           CLOSE SORTPPX.

       3050-READ-SENT-ROW.
           READ SORTPPX
               AT END
                   MOVE 'Y' TO WS-EOF-SPPX
           END-READ.

       3100-ONE-RETURN.
           MOVE ST-RTIN TO WS-RTN-REC
           MOVE 'Y' TO WS-ITEM-OK
           MOVE 'N' TO WS-PARTIAL-SW
           MOVE SPACES TO WS-FAIL-TEXT
           PERFORM UNTIL WS-EOF-SPPX = 'Y'
                   OR SP-REF-NO NOT < ST-REF-NO
               PERFORM 3050-READ-SENT-ROW
           END-PERFORM
           IF ST-REF-NO = ZEROS OR WS-EOF-SPPX = 'Y'
                   OR SP-REF-NO NOT = ST-REF-NO
               MOVE 'N' TO WS-ITEM-OK
               MOVE "UNKNOWN REFERENCE" TO WS-FAIL-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y'
               MOVE SP-ACCNO TO PP-ACCNO
               MOVE SP-SEQ-NO TO PP-SEQ-NO
               READ VSAMPAYP
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE "UNKNOWN REFERENCE" TO WS-FAIL-TEXT
               END-READ
           END-IF
           IF WS-ITEM-OK = 'Y' AND PP-STATUS = 'T'
               MOVE 'N' TO WS-ITEM-OK
               MOVE "ALREADY RETURNED" TO WS-FAIL-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y' AND PP-STATUS NOT = 'S'
               MOVE 'N' TO WS-ITEM-OK
               MOVE "UNKNOWN REFERENCE" TO WS-FAIL-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y'
               IF WS-RTN-AMOUNT NOT NUMERIC
                       OR WS-RTN-AMOUNT = ZEROS
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE "INVALID AMOUNT" TO WS-FAIL-TEXT
               END-IF
           END-IF
           IF WS-ITEM-OK = 'Y' AND WS-RTN-AMOUNT > PP-AMOUNT
               MOVE 'N' TO WS-ITEM-OK
               MOVE "OVER ORIGINAL AMOUNT" TO WS-FAIL-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y'
               MOVE PP-ACCNO TO WS-ACCNO
               READ VSAMZBNK
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE "SOURCE ACCOUNT GONE - REFER"
                           TO WS-FAIL-TEXT
               END-READ
           END-IF
           IF WS-ITEM-OK = 'Y' AND WS-ACCT-STATUS = 'C'
               MOVE 'N' TO WS-ITEM-OK
               MOVE "SOURCE ACCOUNT CLOSED - REFER" TO WS-FAIL-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y'
               PERFORM 3200-RECREDIT-RETURN
           ELSE
               PERFORM 3300-REJECT-RETURN
           END-IF.

      * PUT THE MONEY BACK ON THE SOURCE ACCOUNT UNDER THE XP
      * DEBIT'S OWN REFERENCE AND MARK THE ROW RETURNED.
       3200-RECREDIT-RETURN.
           MOVE WS-RTN-REASON TO WS-RTNR-CODE
           PERFORM 8100-REASON-TEXT
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "XR" TO JR-ACTION
           MOVE PP-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZCLRRTN" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE SPACES TO JR-ORIG-REF
           STRING WS-RTN-REASON " " WS-RTNR-TEXT
               DELIMITED BY SIZE INTO JR-ORIG-REF
           MOVE WS-RTN-AMOUNT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           ADD WS-RTN-AMOUNT TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-LAST-ACT-DATE
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'N'
               MOVE "SOURCE REWRITE FAILED - REFER" TO WS-FAIL-TEXT
               PERFORM 3300-REJECT-RETURN
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               MOVE 'T' TO PP-STATUS
               MOVE WS-RTN-REASON TO PP-RTN-REASON
               REWRITE WS-PAYP-REC
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-RTN-AMOUNT TO WS-CREDIT-TOTAL
               IF WS-RTN-AMOUNT < PP-AMOUNT
                   MOVE 'Y' TO WS-PARTIAL-SW
                   ADD 1 TO WS-PARTIAL-COUNT
               END-IF
               MOVE WS-RTN-AMOUNT TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "RE-CREDITED ACCT=" PP-ACCNO
                   " REF=" PP-REF-NO
                   " AMT=" WS-AMT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  TO=" WS-RTN-BENE-ACCNO
                   " REASON=" WS-RTN-REASON " " WS-RTNR-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-PARTIAL-SW = 'Y'
                   MOVE "PARTIAL" TO WS-RPT-LINE(60:7)
               END-IF
               WRITE WS-RPT-LINE
           END-IF.

       3300-REJECT-RETURN.
           ADD 1 TO WS-REJECT-COUNT
           IF WS-RTN-AMOUNT IS NUMERIC
               ADD WS-RTN-AMOUNT TO WS-REJECT-TOTAL
               MOVE WS-RTN-AMOUNT TO WS-AMT-ED
           ELSE
               MOVE ZEROS TO WS-AMT-ED
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "REJECTED REF=" WS-RTN-ORIG-REF
               " AMT=" WS-AMT-ED
               " REASON=" WS-RTN-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  *** " WS-FAIL-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * THE TEXT FOR THE RETURN REASON IN WS-RTNR-CODE.
       8100-REASON-TEXT.
           MOVE WS-RTNR-DFLT-TEXT TO WS-RTNR-TEXT
           SET WS-RTNR-IX TO 1
           SEARCH WS-RTNR-ENTRY
               WHEN WS-RTNR-TAB-CODE(WS-RTNR-IX) = WS-RTNR-CODE
                   MOVE WS-RTNR-TAB-TEXT(WS-RTNR-IX) TO WS-RTNR-TEXT
           END-SEARCH.

      * MIRROR THE JOURNAL ENTRY JUST WRITTEN ONTO THE ACCOUNT-KEYED
      * HISTORY CLUSTER - SEE THE SAME PARAGRAPH IN ZCLROUT. THE XR
      * ENTRY SHARES ITS REFERENCE WITH THE XP DEBIT BUT NOT ITS
      * ACTION, SO THE TWO KEYS NEVER COLLIDE.
       8900-WRITE-HISTORY.
           MOVE SPACES TO WS-HIST-REC
           MOVE JR-ACCNO TO JH-ACCNO
           MOVE JR-REF-NO TO JH-REF-NO
           MOVE JR-ACTION TO JH-ACTION
           MOVE JR-AMOUNT TO JH-AMOUNT
           MOVE JR-AFTER-BAL TO JH-AFTER-BAL
           MOVE JR-TS-DATE TO JH-TS-DATE
           MOVE JR-TS-TIME TO JH-TS-TIME
           MOVE JR-TERMID TO JH-TERMID
           MOVE JR-CHANNEL TO JH-CHANNEL
           MOVE JR-OPERATOR TO JH-OPERATOR
           MOVE JR-OWNER-CUST TO JH-OWNER-CUST
           WRITE WS-HIST-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEMS IN=" WS-IN-COUNT
               " RE-CREDITED=" WS-CREDIT-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " PARTIAL=" WS-PARTIAL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-IN-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT IN=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT RE-CREDITED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-REJECT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT REJECTED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SENT PAYMENTS MATCHED AGAINST=" WS-ROWS-INDEXED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-FILES-OK-SW = 'N'
               MOVE "*** FILES NOT OPEN - NOTHING PROCESSED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-IN-COUNT NOT = WS-CREDIT-COUNT + WS-REJECT-COUNT
               OR WS-IN-TOTAL NOT = WS-CREDIT-TOTAL + WS-REJECT-TOTAL
               MOVE "*** CONTROL TOTALS DO NOT PROVE - INVESTIGATE"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IN PROOF - IN = RE-CREDITED+REJECTED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-REJECT-COUNT > ZEROS
                   MOVE "REJECTED RETURNS NEED THE PAYMENTS DESK"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           END-IF
           CLOSE CLRRTIN
           CLOSE VSAMPAYP
           CLOSE VSAMZBNK
           CLOSE VSAMHIST
           CLOSE JRNLZBNK
           CLOSE RTNRPT.
