      *
      * ZCHGOFF - NIGHTLY CHARGE-OFF OF CHRONICALLY OVERDRAWN
      * ACCOUNTS. READS TONIGHT'S BELOW-MINIMUM BREACH STATE (THE
      * U0210.BRCH.ZBANK GENERATION ZNOTIF HAS JUST WRITTEN) AND
      * PICKS UP EVERY ACCOUNT THAT HAS HAD ITS FINAL NOTICE AND
      * HAS NOW SAT IN BREACH, OVERDRAWN, FOR MORE THAN THE
      * CHARGE-OFF THRESHOLD (CHGCARD COLS 1-5, CALENDAR DAYS FROM
      * THE FIRST-BREACH DATE). FOR EACH ONE:
      *   1. THE NEGATIVE BALANCE IS WRITTEN OFF TO ZERO, JOURNALED
      *      AS A "CO" CREDIT SO ZRECON TIES OUT AND ZGLEXT TAKES
      *      THE AMOUNT TO THE CHARGE-OFF LOSS GL ACCOUNT;
      *   2. THE ACCOUNT IS MARKED CLOSED FOR THE NIGHTLY ZCLARCH
      *      ARCHIVE SWEEP - THE SAME ROUTE EVERY OTHER CLOSURE
      *      TAKES (ANY DEBIT INTEREST STILL ACCRUING ON
      *      VSAM.ZACCRUE IS NEVER CAPITALIZED - ZINTR PASSES CLOSED
      *      ACCOUNTS BY);
      *   3. A COLLECTIONS CASE IS OPENED ON VSAM.ZCOLL (COLLREC)
      *      AND THE AMOUNT, CUSTOMER AND CONTACT DETAILS GO TO THE
      *      RECOVERY AGENCY ON THE COLLOUT FILE.
      * RECOVERIES LATER POST AGAINST THE CASE - SEE COLLREC. A
      * LOAN ACCOUNT IS NEGATIVE BY DESIGN AND NEVER APPEARS ON THE
      * BREACH FILE; A SAVINGS ACCOUNT BELOW ITS FLOOR BUT STILL IN
      * CREDIT IS IN BREACH BUT NOT OVERDRAWN, AND IS LEFT ALONE.
      *
      * COLLOUT RECORD: ACCOUNT 9(10), CUSTOMER 9(10), NAME X(20),
      * ID NUMBER X(15), DATE OF BIRTH X(8), ADDRESS LINES 2 X X(30),
      * PHONE X(15), E-MAIL X(30), AMOUNT 9(10)V99, CHARGE-OFF DATE
      * X(8), BRANCH X(3), FILLER - 200 BYTES.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCHGOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRCHIN ASSIGN TO BRCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRIN-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VSAMCOLL ASSIGN TO VSAMCOLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCNO
               FILE STATUS IS WS-COLL-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT VSAMREFC ASSIGN TO VSAMREFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFC-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CHGCARD ASSIGN TO CHGCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT COLLOUT ASSIGN TO COLLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUT-STATUS.
           SELECT CHGRPT ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRCHIN RECORDING MODE F.
       01  WS-BRIN-REC.
           COPY BRCHREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
       FD  VSAMCOLL.
       01  WS-COLL-REC.
           COPY COLLREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       FD  CHGCARD RECORDING MODE F.
       01  WS-CHG-CARD.
           05  CC-THRESHOLD-DAYS PIC 9(5).
       FD  COLLOUT RECORDING MODE F.
       01  WS-COUT-REC.
           05  CA-ACCNO PIC 9(10).
           05  CA-CUST-NO PIC 9(10).
           05  CA-NAME PIC X(20).
           05  CA-ID-NO PIC X(15).
           05  CA-DOB PIC X(8).
           05  CA-ADDR1 PIC X(30).
           05  CA-ADDR2 PIC X(30).
           05  CA-PHONE PIC X(15).
           05  CA-EMAIL PIC X(30).
           05  CA-AMOUNT PIC 9(10)V99.
           05  CA-CHGOFF-DATE PIC X(8).
           05  CA-BRANCH-CODE PIC X(3).
           05  FILLER PIC X(9).
       FD  CHGRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-BRIN-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-COLL-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-REFC-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-COUT-STATUS PIC XX.
       01  WS-EOF-BRIN PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-DATE-N PIC 9(8).
       01  WS-TODAY-INT PIC 9(8).
       01  WS-THRESHOLD-DAYS PIC 9(5) VALUE 90.
       01  WS-FIRST-DATE-N PIC 9(8).
       01  WS-FIRST-INT PIC 9(8).
       01  WS-BREACH-DAYS PIC S9(8).
       01  WS-MIN-BALANCE PIC S9(10)V99.
       01  WS-ACCT-FOUND PIC X.
       01  WS-CUST-FOUND PIC X.
       01  WS-COLL-FOUND PIC X.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
       01  WS-CHGOFF-AMT PIC 9(10)V99.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-READ-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DUE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CHGOFF-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CHGOFF-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-SKIP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOCUST-COUNT PIC 9(8) VALUE ZEROS.
      * A DIRECT STRING OF THE SIGNED DAY COUNT WOULD OVERPUNCH THE
      * LAST DIGIT - IT GOES THROUGH THIS FIRST.
       01  WS-DAYS-ED PIC 9(8).
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A SIGNED V99 ITEM LOSES THE SIGN AND THE DECIMAL
      * POINT, SO MONEY GOES THROUGH ONE OF THESE FIRST.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-BAL-ED PIC -(9)9.99.
       01  WS-TOTAL-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZCHGOFF" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-BREACHES
           PERFORM 9000-TERMINATE
           MOVE WS-CHGOFF-COUNT TO WS-RUNC-COUNT
           MOVE WS-CHGOFF-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BRCHIN
           OPEN I-O VSAMZBNK
           OPEN INPUT VSAMCUST
           OPEN I-O VSAMCOLL
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN EXTEND JRNLZBNK
           OPEN OUTPUT COLLOUT
           OPEN OUTPUT CHGRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-N
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
           OPEN INPUT CHGCARD
           READ CHGCARD
               AT END
                   CONTINUE
               NOT AT END
                   IF CC-THRESHOLD-DAYS IS NUMERIC
                           AND CC-THRESHOLD-DAYS > ZEROS
                       MOVE CC-THRESHOLD-DAYS TO WS-THRESHOLD-DAYS
                   END-IF
           END-READ
           CLOSE CHGCARD
           MOVE "ZCHGOFF - CHARGE-OFF OF OVERDRAWN ACCOUNTS" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " THRESHOLD DAYS=" WS-THRESHOLD-DAYS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-SCAN-BREACHES.
           PERFORM UNTIL WS-EOF-BRIN = 'Y'
               READ BRCHIN
                   AT END
                       MOVE 'Y' TO WS-EOF-BRIN
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
      * ONLY AN ACCOUNT THAT HAS ALREADY HAD THE FINAL NOTICE (WHICH
      * WARNS THAT THE BANK MAY CLOSE IT) CAN BE CHARGED OFF.
                       IF BR-LETTER-LEVEL = 2
                               AND BR-FIRST-DATE IS NUMERIC
                           PERFORM 2100-CHECK-ONE-BREACH
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-ONE-BREACH.
           MOVE BR-FIRST-DATE TO WS-FIRST-DATE-N
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE-N)
           COMPUTE WS-BREACH-DAYS = WS-TODAY-INT - WS-FIRST-INT
           IF WS-BREACH-DAYS > WS-THRESHOLD-DAYS
               ADD 1 TO WS-DUE-COUNT
               MOVE WS-BREACH-DAYS TO WS-DAYS-ED
               MOVE BR-ACCNO TO WS-ACCNO
               MOVE 'Y' TO WS-ACCT-FOUND
               READ VSAMZBNK
                   INVALID KEY
                       MOVE 'N' TO WS-ACCT-FOUND
               END-READ
               IF WS-ACCT-FOUND = 'N'
                   PERFORM 2150-SKIP-ACCOUNT
               ELSE
                   EVALUATE WS-ACCOUNT-TYPE
                       WHEN "S"
                           MOVE 100 TO WS-MIN-BALANCE
                       WHEN OTHER
                           COMPUTE WS-MIN-BALANCE =
                               0 - WS-OVERDRAFT-LIMIT
                   END-EVALUATE
      * RE-PROVE THE BREACH AGAINST THE ACCOUNT AS IT STANDS NOW -
      * MONEY PAID IN SINCE ZNOTIF RAN, OR A CLOSURE, TAKES IT OFF
      * THE LIST.
                   IF WS-ACCT-STATUS = 'C'
                           OR WS-ACCOUNT-TYPE = "L"
                           OR WS-BALANCE NOT < ZEROS
                           OR WS-BALANCE NOT < WS-MIN-BALANCE
                       PERFORM 2150-SKIP-ACCOUNT
                   ELSE
                       PERFORM 2200-CHARGE-OFF
                   END-IF
               END-IF
           END-IF.

       2150-SKIP-ACCOUNT.
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCNO=" BR-ACCNO
               " DAYS=" WS-DAYS-ED
               " NO LONGER OVERDRAWN OR OPEN - NOT CHARGED OFF"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * WRITE THE NEGATIVE BALANCE OFF TO ZERO UNDER "CO", CLOSE THE
      * ACCOUNT FOR ZCLARCH, OPEN THE COLLECTIONS CASE AND HAND THE
      * DEBT TO THE RECOVERY AGENCY.
       2200-CHARGE-OFF.
           MOVE WS-CUST-NO TO CUST-NO
           MOVE 'Y' TO WS-CUST-FOUND
           READ VSAMCUST
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND
                   MOVE SPACES TO WS-CUST-REC
                   MOVE "CUSTOMER NOT ON FILE" TO CUST-NAME
           END-READ
           COMPUTE WS-CHGOFF-AMT = 0 - WS-BALANCE
           PERFORM 8300-GET-REF-NO
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "CO" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZCHGOFF" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-CHGOFF-AMT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           MOVE WS-BALANCE TO WS-BAL-ED
           MOVE ZEROS TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE 'C' TO WS-ACCT-STATUS
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'Y'
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               PERFORM 2300-OPEN-CASE
               PERFORM 2400-WRITE-AGENCY
               ADD 1 TO WS-CHGOFF-COUNT
               ADD WS-CHGOFF-AMT TO WS-CHGOFF-TOTAL
               MOVE WS-CHGOFF-AMT TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "ACCNO=" WS-ACCNO
                   " CUST=" WS-CUST-NO
                   " DAYS=" WS-DAYS-ED
                   " AMT=" WS-AMT-ED
                   " CHARGED OFF"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-CUST-FOUND = 'N'
                   ADD 1 TO WS-NOCUST-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ACCNO=" WS-ACCNO
                       " *** CUSTOMER NOT ON FILE - AGENCY ROW HAS"
                       " NO CONTACT DETAILS ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-FAIL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "ACCNO=" WS-ACCNO
                   " BAL=" WS-BAL-ED
                   " *** REWRITE FAILED - NOT CHARGED OFF ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

      * A ROW ALREADY ON FILE FOR THE ACCOUNT IS A CASE FROM AN
      * EARLIER CHARGE-OFF - THE NEW DEBT IS ADDED TO IT AND THE
      * CASE IS OPEN AGAIN.
       2300-OPEN-CASE.
           MOVE WS-ACCNO TO CL-ACCNO
           MOVE 'Y' TO WS-COLL-FOUND
           READ VSAMCOLL
               INVALID KEY
                   MOVE 'N' TO WS-COLL-FOUND
           END-READ
           IF WS-COLL-FOUND = 'N'
               MOVE SPACES TO WS-COLL-REC
               MOVE WS-ACCNO TO CL-ACCNO
               MOVE ZEROS TO CL-CHGOFF-AMT
               MOVE ZEROS TO CL-RECOVERED
               MOVE SPACES TO CL-LAST-RCV-DATE
           END-IF
           MOVE WS-CUST-NO TO CL-CUST-NO
           MOVE 'O' TO CL-STATUS
           MOVE WS-RUN-DATE TO CL-CHGOFF-DATE
           ADD WS-CHGOFF-AMT TO CL-CHGOFF-AMT
           MOVE WS-BRANCH-CODE TO CL-BRANCH-CODE
           IF CL-BRANCH-CODE = SPACES
               MOVE "001" TO CL-BRANCH-CODE
           END-IF
           MOVE WS-ACCOUNT-TYPE TO CL-ACCOUNT-TYPE
           MOVE WS-REF-NO TO CL-REF-NO
           IF WS-COLL-FOUND = 'N'
               WRITE WS-COLL-REC
           ELSE
               REWRITE WS-COLL-REC
           END-IF.

       2400-WRITE-AGENCY.
           MOVE SPACES TO WS-COUT-REC
           MOVE WS-ACCNO TO CA-ACCNO
           MOVE WS-CUST-NO TO CA-CUST-NO
           MOVE CUST-NAME TO CA-NAME
           MOVE CUST-ID-NO TO CA-ID-NO
           MOVE CUST-DOB TO CA-DOB
           MOVE CUST-ADDR1 TO CA-ADDR1
           MOVE CUST-ADDR2 TO CA-ADDR2
           MOVE CUST-PHONE TO CA-PHONE
           MOVE CUST-EMAIL TO CA-EMAIL
           MOVE WS-CHGOFF-AMT TO CA-AMOUNT
           MOVE WS-RUN-DATE TO CA-CHGOFF-DATE
           MOVE CL-BRANCH-CODE TO CA-BRANCH-CODE
           WRITE WS-COUT-REC.

       8300-GET-REF-NO.
      * TAKE THE NEXT TRANSACTION REFERENCE FROM VSAM.ZREFCTL. A
      * MISSING COUNTER RECORD (FRESH CLUSTER) IS CREATED ON FIRST
      * USE STARTING AT 1.
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

      * MIRROR THE JOURNAL ENTRY JUST WRITTEN ONTO THE ACCOUNT-KEYED
      * HISTORY CLUSTER. A DUPLICATE ON A CHECKPOINT RERUN (ZINTR)
      * OR RELOADED DATA IS SKIPPED SILENTLY - THE ESDS ENTRY IS
      * THE MASTER AND ZHISTLD CAN REBUILD THE HISTORY.
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

      * RC=4 WHEN A CHARGE-OFF FAILED ITS REWRITE OR WENT TO THE
      * AGENCY WITHOUT CONTACT DETAILS - BOTH ARE LISTED ABOVE FOR
      * THE COLLECTIONS TEAM TO FOLLOW UP BY HAND.
       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-CHGOFF-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "BREACHES READ=" WS-READ-COUNT
               " DUE=" WS-DUE-COUNT
               " SKIPPED=" WS-SKIP-COUNT
               " FAILED=" WS-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHARGED OFF=" WS-CHGOFF-COUNT
               " AMOUNT=" WS-TOTAL-ED
               " NO CUSTOMER=" WS-NOCUST-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-FAIL-COUNT > ZEROS OR WS-NOCUST-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE BRCHIN
           CLOSE VSAMZBNK
           CLOSE VSAMCUST
           CLOSE VSAMCOLL
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE JRNLZBNK
           CLOSE COLLOUT
           CLOSE CHGRPT.
