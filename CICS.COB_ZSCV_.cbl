      *
      * ZSCV - DEPOSIT-INSURANCE SINGLE-CUSTOMER-VIEW (SCV) FILE AND
      * COVERAGE REPORT, RUN ON DEMAND FOR THE DEPOSIT INSURER. JOINT
      * OWNERSHIP IS SPLIT BETWEEN THE ACCOUNT RECORD'S WS-CUST-NO
      * (THE PRIMARY OWNER) AND THE VSAMLNK ROWS (EVERY FURTHER
      * OWNER); THIS IS THE ONE PLACE THE TWO ARE COMBINED.
      * THE SORT INPUT PROCEDURE PASSES VSAM.ZBANK IN ACCOUNT ORDER,
      * MATCHING VSAMLNK AND VSAMDISP (BOTH KEYED ACCOUNT FIRST)
      * ALONGSIDE IT, AND RELEASES ONE SHARE PER OWNER:
      *   - A SINGLE-OWNED ACCOUNT GOES WHOLE TO ITS OWNER UNDER
      *     OWNERSHIP CATEGORY S
      *   - A JOINT ACCOUNT IS ALLOCATED EQUALLY ACROSS ALL ITS
      *     OWNERS UNDER CATEGORY J (ODD CENTS TO THE PRIMARY OWNER)
      * EACH ACCOUNT'S POSITION IS ITS LEDGER BALANCE PLUS THE CREDIT
      * INTEREST ACCRUED BUT NOT YET CAPITALIZED (VSAM.ZACCRUE). THE
      * PART OF THE BALANCE THAT IS AN OPEN DISPUTE'S "PV"
      * PROVISIONAL CREDIT (VSAM.ZDISP STATUS O) IS CARRIED IN ITS
      * OWN COLUMN, OR LEFT OUT, AS THE SCVCARD SAYS. LOAN ACCOUNTS
      * (TYPE "L") ARE NOT DEPOSITS AND AN OVERDRAWN BALANCE COUNTS
      * AS NOTHING - NEITHER IS NETTED AGAINST THE OWNER'S DEPOSITS.
      * THE SORTED SHARES ARE THEN AGGREGATED PER DEPOSITOR PER
      * OWNERSHIP CATEGORY (SAME SORT-JOIN AND GROUP-AND-FLUSH SHAPE
      * AS ZTAXRPT), THE COVERAGE LIMIT IS APPLIED TO EACH, AND ONE
      * SCVREC DETAIL ROW IS WRITTEN WITH THE NAME, ID AND ADDRESS
      * FROM VSAMCUST. EACH DEPOSITOR'S INSURED AMOUNT IS SPREAD
      * BACK OVER THE ACCOUNTS IT CAME FROM, PRO RATA, FOR THE
      * BRANCH AND ACCOUNT-TYPE SUMMARY.
      * CONTROL TOTALS TIE THE FILE BACK TO THE ZSNAP POSITION: THE
      * ACCOUNTS READ MUST MATCH THE SNAPSHOT IN COUNT AND BALANCE,
      * AND LOANS + OVERDRAWN + EXCLUDED PROVISIONAL + THE SCV
      * BALANCE AND PROVISIONAL COLUMNS MUST EQUAL THAT BALANCE. ANY
      * DIFFERENCE, A MISSING CONTROL CARD OR AN INPUT FILE THAT
      * WILL NOT OPEN ENDS THE RUN RC=8 AND THE FILE IS NOT SENT.
      *
      * SCVCARD CARDS (FIRST COLUMN IS THE CARD TYPE):
      *   L LIMIT 9(10)V99 - COVERAGE LIMIT PER DEPOSITOR PER
      *     OWNERSHIP CATEGORY (REQUIRED)
      *   I Y/N - COUNT ACCRUED CREDIT INTEREST (DEFAULT Y)
      *   P Y/N - COUNT OPEN DISPUTE PROVISIONAL CREDITS (DEFAULT N)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCVCARD ASSIGN TO SCVCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMLNK ASSIGN TO VSAMLNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT VSAMDISP ASSIGN TO VSAMDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT VSAMACCR ASSIGN TO VSAMACCR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCNO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SNAPIN ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTSCV ASSIGN TO SORTSCV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORT-STATUS.
           SELECT SCVOUT ASSIGN TO SCVOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCV-STATUS.
           SELECT SCVRPT ASSIGN TO SCVRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCVCARD RECORDING MODE F.
       01  WS-SCV-CARD.
           05  CC-CARD-TYPE PIC X(1).
           05  CC-DATA PIC X(79).
           05  CC-LIMIT REDEFINES CC-DATA.
               10  CC-L-AMOUNT PIC 9(10)V99.
               10  FILLER PIC X(67).
           05  CC-SWITCH REDEFINES CC-DATA.
               10  CC-SW-VALUE PIC X(1).
               10  FILLER PIC X(78).
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMLNK.
       01  WS-LINK-REC.
           COPY ACCLNKREC.
       FD  VSAMDISP.
       01  WS-DISP-REC.
           COPY DISPREC.
       FD  VSAMACCR.
       01  WS-ACCR-REC.
           COPY ACCRREC.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
       FD  SNAPIN RECORDING MODE F.
       01  WS-SNAP-REC.
           COPY SNAPREC.
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-DEP-KIND PIC X(1).
           05  SR-DEPOSITOR PIC 9(10).
           05  SR-CATEGORY PIC X(1).
           05  SR-ACCNO PIC 9(10).
           05  SR-TYPE PIC X(1).
           05  SR-BRANCH PIC X(3).
           05  SR-NAME PIC X(20).
           05  SR-BALANCE PIC 9(10)V99.
           05  SR-INTEREST PIC 9(10)V99.
           05  SR-PROV PIC 9(10)V99.
       FD  SORTSCV RECORDING MODE F.
       01  WS-SS-REC.
           05  SS-DEP-KIND PIC X(1).
           05  SS-DEPOSITOR PIC 9(10).
           05  SS-CATEGORY PIC X(1).
           05  SS-ACCNO PIC 9(10).
           05  SS-TYPE PIC X(1).
           05  SS-BRANCH PIC X(3).
           05  SS-NAME PIC X(20).
           05  SS-BALANCE PIC 9(10)V99.
           05  SS-INTEREST PIC 9(10)V99.
           05  SS-PROV PIC 9(10)V99.
       FD  SCVOUT RECORDING MODE F.
       01  WS-SCV-REC.
           COPY SCVREC.
       FD  SCVRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-CARD-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-LINK-STATUS PIC XX.
       01  WS-DISP-STATUS PIC XX.
       01  WS-ACCR-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-SCV-STATUS PIC XX.
       01  WS-EOF-CARD PIC X VALUE 'N'.
       01  WS-EOF-ZBNK PIC X VALUE 'N'.
       01  WS-EOF-LINK PIC X VALUE 'N'.
       01  WS-EOF-DISP PIC X VALUE 'N'.
       01  WS-EOF-SNAP PIC X VALUE 'N'.
       01  WS-EOF-SORT PIC X VALUE 'N'.
       01  WS-ACCR-OPEN-SW PIC X VALUE 'N'.
       01  WS-CUST-OPEN-SW PIC X VALUE 'N'.
       01  WS-FAIL-NAME PIC X(20).
       01  WS-FOUND-SW PIC X.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * SCVCARD SETTINGS.
       01  WS-LIMIT PIC 9(10)V99 VALUE ZEROS.
       01  WS-LIMIT-SW PIC X VALUE 'N'.
       01  WS-INT-SW PIC X VALUE 'Y'.
       01  WS-PROV-SW PIC X VALUE 'N'.
       01  WS-BAD-CARDS PIC 9(4) VALUE ZEROS.
       01  WS-FILE-ERRORS PIC 9(4) VALUE ZEROS.
      * THE ACCOUNT OF THE NEXT VSAMLNK / VSAMDISP ROW NOT YET
      * MATCHED (ALL NINES AT END OF FILE).
       01  WS-NEXT-LINK-ACCNO PIC 9(10).
       01  WS-NEXT-DISP-ACCNO PIC 9(10).
      * THE OWNERS OF THE ACCOUNT IN HAND - THE PRIMARY FIRST.
       01  WS-OWN-COUNT PIC 9(2).
       01  WS-OWN-TABLE.
           05  WS-OWN-CUST PIC 9(10) OCCURS 20 TIMES
               INDEXED BY WS-OW-IX.
       01  WS-OWN-OVERFLOW PIC 9(6) VALUE ZEROS.
      * THE ACCOUNT IN HAND AND ONE OWNER'S SHARE OF IT.
       01  WS-ACC-OPEN-PROV PIC 9(10)V99.
       01  WS-ACC-BAL PIC 9(10)V99.
       01  WS-ACC-PROV PIC 9(10)V99.
       01  WS-ACC-INT PIC 9(10)V99.
       01  WS-SHARE-BAL PIC 9(10)V99.
       01  WS-SHARE-PROV PIC 9(10)V99.
       01  WS-SHARE-INT PIC 9(10)V99.
       01  WS-REM-BAL PIC 9(10)V99.
       01  WS-REM-PROV PIC 9(10)V99.
       01  WS-REM-INT PIC 9(10)V99.
      * PER-DEPOSITOR-PER-CATEGORY AGGREGATION STATE FOR THE SORTED
      * STREAM.
       01  WS-HAVE-GROUP PIC X VALUE 'N'.
       01  WS-CUR-KIND PIC X(1).
       01  WS-CUR-DEP PIC 9(10).
       01  WS-CUR-CAT PIC X(1).
       01  WS-CUR-NAME PIC X(20).
       01  WS-GRP-ACCOUNTS PIC 9(4).
       01  WS-GRP-BAL PIC 9(11)V99.
       01  WS-GRP-INT PIC 9(11)V99.
       01  WS-GRP-PROV PIC 9(11)V99.
       01  WS-GRP-TOTAL PIC 9(11)V99.
       01  WS-GRP-INSURED PIC 9(11)V99.
       01  WS-GRP-UNINSURED PIC 9(11)V99.
      * THE GROUP'S ACCOUNTS, HELD SO THE INSURED AMOUNT CAN BE
      * SPREAD BACK OVER THEM. SHARES BEYOND THE TABLE ARE SUMMED
      * AND REPORTED UNDER TYPE * BRANCH ***.
       01  WS-ITM-COUNT PIC 9(3).
       01  WS-ITM-TABLE.
           05  WS-ITM-ENTRY OCCURS 500 TIMES INDEXED BY WS-IT-IX.
               10  WS-IT-TYPE PIC X(1).
               10  WS-IT-BRANCH PIC X(3).
               10  WS-IT-TOTAL PIC 9(11)V99.
       01  WS-ITM-OVER-TOTAL PIC 9(11)V99.
       01  WS-ITM-OVERFLOW PIC 9(6) VALUE ZEROS.
      * ONE SLICE OF A DEPOSITOR'S POSITION BEING ADDED TO THE
      * SUMMARY.
       01  WS-ALC-TYPE PIC X(1).
       01  WS-ALC-BRANCH PIC X(3).
       01  WS-ALC-TOTAL PIC 9(11)V99.
       01  WS-ALC-INSURED PIC 9(11)V99.
       01  WS-ALC-UNINSURED PIC 9(11)V99.
       01  WS-ALC-SPREAD PIC 9(11)V99.
      * SUMMARY BY BRANCH AND BY ACCOUNT TYPE.
       01  WS-BB-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-BB-OVERFLOW PIC 9(6) VALUE ZEROS.
       01  WS-BB-TABLE.
           05  WS-BB-ENTRY OCCURS 200 TIMES INDEXED BY WS-BB-IX.
               10  WS-BB-BRANCH PIC X(3).
               10  WS-BB-DEPOSITS PIC 9(13)V99.
               10  WS-BB-INSURED PIC 9(13)V99.
               10  WS-BB-UNINSURED PIC 9(13)V99.
       01  WS-BT-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 20 TIMES INDEXED BY WS-BT-IX.
               10  WS-BT-TYPE PIC X(1).
               10  WS-BT-DEPOSITS PIC 9(13)V99.
               10  WS-BT-INSURED PIC 9(13)V99.
               10  WS-BT-UNINSURED PIC 9(13)V99.
      * CONTROL TOTALS.
       01  WS-ACCT-READ PIC 9(8) VALUE ZEROS.
       01  WS-ACCT-LEDGER PIC S9(13)V99 VALUE ZEROS.
       01  WS-LOAN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-LOAN-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-ODRAWN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ODRAWN-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-NIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-JOINT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DISP-OPEN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PROV-EXCL-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-INT-EXCL-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-INT-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-SHARE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SHARE-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-POSITION-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-NOCUST-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DEP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SCV-BAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-SCV-INT PIC 9(13)V99 VALUE ZEROS.
       01  WS-SCV-PROV PIC 9(13)V99 VALUE ZEROS.
       01  WS-SCV-TOTAL PIC 9(13)V99 VALUE ZEROS.
       01  WS-SCV-INSURED PIC 9(13)V99 VALUE ZEROS.
       01  WS-SCV-UNINSURED PIC 9(13)V99 VALUE ZEROS.
       01  WS-UNINS-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SNAP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SNAP-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-SNAP-DATE PIC X(8) VALUE SPACES.
       01  WS-PROOF-TOTAL PIC S9(13)V99.
       01  WS-TIE-FAILS PIC 9(4) VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A SIGNED V99 ITEM LOSES THE SIGN AND THE DECIMAL
      * POINT, SO MONEY GOES THROUGH ONE OF THESE FIRST.
       01  WS-AMT-ED PIC -(12)9.99.
       01  WS-AMT-ED2 PIC -(12)9.99.
       01  WS-AMT-ED3 PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZSCV" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-LIMIT-SW = 'Y'
               SORT SORTWORK
                   ON ASCENDING KEY SR-DEP-KIND SR-DEPOSITOR
                                    SR-CATEGORY SR-ACCNO
                   INPUT PROCEDURE 2000-BUILD-SHARES
                   GIVING SORTSCV
               PERFORM 3000-BUILD-SCV
               PERFORM 4000-TOTAL-SNAPSHOT
               PERFORM 5000-REPORT-SUMMARY
               PERFORM 6000-TIE-CONTROLS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-DEP-COUNT TO WS-RUNC-COUNT
           MOVE WS-SCV-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SCVRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZSCV - DEPOSIT INSURANCE SINGLE CUSTOMER VIEW"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT SCVCARD
           IF WS-CARD-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-CARD
           END-IF
           PERFORM UNTIL WS-EOF-CARD = 'Y'
               READ SCVCARD
                   AT END
                       MOVE 'Y' TO WS-EOF-CARD
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
               CLOSE SCVCARD
           END-IF
           MOVE WS-LIMIT TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " LIMIT=" WS-AMT-ED
               " INTEREST=" WS-INT-SW
               " PROVISIONAL=" WS-PROV-SW
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-LIMIT-SW = 'N'
               MOVE "*** NO COVERAGE LIMIT CARD - NO FILE PRODUCED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               OPEN OUTPUT SCVOUT
               MOVE SPACES TO WS-SCV-REC
               MOVE "H" TO SV-REC-TYPE
               MOVE WS-RUN-DATE TO SV-H-RUN-DATE
               MOVE WS-LIMIT TO SV-H-LIMIT
               MOVE WS-INT-SW TO SV-H-INTEREST-SW
               MOVE WS-PROV-SW TO SV-H-PROV-SW
               WRITE WS-SCV-REC
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       1100-LOAD-ONE-CARD.
           EVALUATE CC-CARD-TYPE
               WHEN "L"
                   IF CC-L-AMOUNT IS NUMERIC
                       MOVE CC-L-AMOUNT TO WS-LIMIT
                       MOVE 'Y' TO WS-LIMIT-SW
                   ELSE
                       PERFORM 1900-BAD-CARD
                   END-IF
               WHEN "I"
                   IF CC-SW-VALUE = "Y" OR CC-SW-VALUE = "N"
                       MOVE CC-SW-VALUE TO WS-INT-SW
                   ELSE
                       PERFORM 1900-BAD-CARD
                   END-IF
               WHEN "P"
                   IF CC-SW-VALUE = "Y" OR CC-SW-VALUE = "N"
                       MOVE CC-SW-VALUE TO WS-PROV-SW
                   ELSE
                       PERFORM 1900-BAD-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1900-BAD-CARD
           END-EVALUATE.

       1900-BAD-CARD.
           ADD 1 TO WS-BAD-CARDS
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** SCVCARD CARD IGNORED: " WS-SCV-CARD(1:40)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * ONE PASS OF VSAM.ZBANK WITH THE LINK AND DISPUTE FILES
      * MATCHED ALONGSIDE - ALL THREE ARE IN ACCOUNT ORDER.
       2000-BUILD-SHARES.
           OPEN INPUT VSAMZBNK
           IF WS-VSAM-STATUS NOT = "00"
               MOVE "VSAM.ZBANK" TO WS-FAIL-NAME
               PERFORM 2900-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-ZBNK
           END-IF
           OPEN INPUT VSAMLNK
           IF WS-LINK-STATUS NOT = "00"
               MOVE "VSAM.ZACCLNK" TO WS-FAIL-NAME
               PERFORM 2900-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-LINK
           END-IF
           OPEN INPUT VSAMDISP
           IF WS-DISP-STATUS NOT = "00"
               MOVE "VSAM.ZDISP" TO WS-FAIL-NAME
               PERFORM 2900-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-DISP
           END-IF
           IF WS-INT-SW = 'Y'
               OPEN INPUT VSAMACCR
               IF WS-ACCR-STATUS NOT = "00"
                   MOVE "VSAM.ZACCRUE" TO WS-FAIL-NAME
                   PERFORM 2900-OPEN-FAILED
               ELSE
                   MOVE 'Y' TO WS-ACCR-OPEN-SW
               END-IF
           END-IF
           PERFORM 2010-READ-LINK
           PERFORM 2020-READ-DISP
           PERFORM UNTIL WS-EOF-ZBNK = 'Y'
               READ VSAMZBNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-ZBNK
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       ADD WS-BALANCE TO WS-ACCT-LEDGER
                       PERFORM 2100-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-VSAM-STATUS = "00" OR WS-VSAM-STATUS = "10"
               CLOSE VSAMZBNK
           END-IF
           IF WS-LINK-STATUS = "00" OR WS-LINK-STATUS = "10"
               CLOSE VSAMLNK
           END-IF
           IF WS-DISP-STATUS = "00" OR WS-DISP-STATUS = "10"
               CLOSE VSAMDISP
           END-IF
           IF WS-ACCR-OPEN-SW = 'Y'
               CLOSE VSAMACCR
           END-IF.

       2010-READ-LINK.
           IF WS-EOF-LINK = 'Y'
               MOVE 9999999999 TO WS-NEXT-LINK-ACCNO
           ELSE
               READ VSAMLNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LINK
                       MOVE 9999999999 TO WS-NEXT-LINK-ACCNO
                   NOT AT END
                       MOVE LK-ACCNO TO WS-NEXT-LINK-ACCNO
               END-READ
           END-IF.

       2020-READ-DISP.
           IF WS-EOF-DISP = 'Y'
               MOVE 9999999999 TO WS-NEXT-DISP-ACCNO
           ELSE
               READ VSAMDISP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-DISP
                       MOVE 9999999999 TO WS-NEXT-DISP-ACCNO
                   NOT AT END
                       MOVE DS-ACCNO TO WS-NEXT-DISP-ACCNO
               END-READ
           END-IF.

      * COLLECT THE ACCOUNT'S OWNERS AND OPEN PROVISIONAL CREDITS,
      * WORK OUT ITS POSITION AND RELEASE ONE SHARE PER OWNER. LINK
      * AND DISPUTE ROWS FOR ACCOUNTS NO LONGER ON VSAM.ZBANK ARE
      * PASSED OVER.
       2100-ONE-ACCOUNT.
           MOVE 1 TO WS-OWN-COUNT
           MOVE WS-CUST-NO TO WS-OWN-CUST(1)
           PERFORM UNTIL WS-NEXT-LINK-ACCNO >= WS-ACCNO
               PERFORM 2010-READ-LINK
           END-PERFORM
           PERFORM UNTIL WS-NEXT-LINK-ACCNO NOT = WS-ACCNO
               IF LK-CUST-NO NOT = WS-CUST-NO
                   IF WS-OWN-COUNT < 20
                       ADD 1 TO WS-OWN-COUNT
                       MOVE LK-CUST-NO TO WS-OWN-CUST(WS-OWN-COUNT)
                   ELSE
                       ADD 1 TO WS-OWN-OVERFLOW
                   END-IF
               END-IF
               PERFORM 2010-READ-LINK
           END-PERFORM
           MOVE ZEROS TO WS-ACC-OPEN-PROV
           PERFORM UNTIL WS-NEXT-DISP-ACCNO >= WS-ACCNO
               PERFORM 2020-READ-DISP
           END-PERFORM
           PERFORM UNTIL WS-NEXT-DISP-ACCNO NOT = WS-ACCNO
               IF DS-STATUS = "O"
                   ADD 1 TO WS-DISP-OPEN-COUNT
                   ADD DS-AMOUNT TO WS-ACC-OPEN-PROV
               END-IF
               PERFORM 2020-READ-DISP
           END-PERFORM
           IF WS-ACCOUNT-TYPE = "L"
               ADD 1 TO WS-LOAN-COUNT
               ADD WS-BALANCE TO WS-LOAN-TOTAL
           ELSE
               PERFORM 2200-ACCOUNT-POSITION
               IF WS-ACC-BAL + WS-ACC-PROV + WS-ACC-INT = ZEROS
                   ADD 1 TO WS-NIL-COUNT
               ELSE
                   PERFORM 2300-RELEASE-SHARES
               END-IF
           END-IF.

      * THE PROVISIONAL CREDIT IS ALREADY IN THE LEDGER BALANCE - IT
      * IS SPLIT OUT OF IT (NEVER BEYOND IT) AND THEN EITHER CARRIED
      * IN ITS OWN COLUMN OR LEFT OUT.
       2200-ACCOUNT-POSITION.
           MOVE ZEROS TO WS-ACC-BAL
           MOVE ZEROS TO WS-ACC-PROV
           MOVE ZEROS TO WS-ACC-INT
           IF WS-BALANCE < ZEROS
               ADD 1 TO WS-ODRAWN-COUNT
               ADD WS-BALANCE TO WS-ODRAWN-TOTAL
           ELSE
               IF WS-ACC-OPEN-PROV > WS-BALANCE
                   MOVE WS-BALANCE TO WS-ACC-OPEN-PROV
               END-IF
               COMPUTE WS-ACC-BAL = WS-BALANCE - WS-ACC-OPEN-PROV
               IF WS-PROV-SW = 'Y'
                   MOVE WS-ACC-OPEN-PROV TO WS-ACC-PROV
               ELSE
                   ADD WS-ACC-OPEN-PROV TO WS-PROV-EXCL-TOTAL
               END-IF
           END-IF
           IF WS-ACCR-OPEN-SW = 'Y'
               MOVE WS-ACCNO TO AC-ACCNO
               READ VSAMACCR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-ACC-INT ROUNDED = AC-CREDIT-ACCRUED
               END-READ
           END-IF
           ADD WS-ACC-INT TO WS-INT-TOTAL
           COMPUTE WS-POSITION-TOTAL = WS-POSITION-TOTAL
               + WS-ACC-BAL + WS-ACC-PROV + WS-ACC-INT.

      * EQUAL SHARES, TRUNCATED TO THE CENT - THE ODD CENTS GO TO
      * THE PRIMARY OWNER SO THE SHARES ADD BACK TO THE ACCOUNT.
       2300-RELEASE-SHARES.
           IF WS-OWN-COUNT > 1
               ADD 1 TO WS-JOINT-COUNT
           END-IF
           COMPUTE WS-SHARE-BAL = WS-ACC-BAL / WS-OWN-COUNT
           COMPUTE WS-SHARE-PROV = WS-ACC-PROV / WS-OWN-COUNT
           COMPUTE WS-SHARE-INT = WS-ACC-INT / WS-OWN-COUNT
           COMPUTE WS-REM-BAL = WS-ACC-BAL
               - WS-SHARE-BAL * WS-OWN-COUNT
           COMPUTE WS-REM-PROV = WS-ACC-PROV
               - WS-SHARE-PROV * WS-OWN-COUNT
           COMPUTE WS-REM-INT = WS-ACC-INT
               - WS-SHARE-INT * WS-OWN-COUNT
           PERFORM VARYING WS-OW-IX FROM 1 BY 1
                   UNTIL WS-OW-IX > WS-OWN-COUNT
               MOVE SPACES TO WS-SORT-REC
               IF WS-OWN-CUST(WS-OW-IX) = ZEROS
      * NO CUSTOMER NUMBER ON FILE - THE ACCOUNT IS ITS OWN
      * DEPOSITOR.
                   MOVE "A" TO SR-DEP-KIND
                   MOVE WS-ACCNO TO SR-DEPOSITOR
               ELSE
                   MOVE "C" TO SR-DEP-KIND
                   MOVE WS-OWN-CUST(WS-OW-IX) TO SR-DEPOSITOR
               END-IF
               IF WS-OWN-COUNT = 1
                   MOVE "S" TO SR-CATEGORY
               ELSE
                   MOVE "J" TO SR-CATEGORY
               END-IF
               MOVE WS-ACCNO TO SR-ACCNO
               MOVE WS-ACCOUNT-TYPE TO SR-TYPE
               MOVE WS-BRANCH-CODE TO SR-BRANCH
               IF SR-BRANCH = SPACES
                   MOVE "001" TO SR-BRANCH
               END-IF
               MOVE WS-CUST-NAME TO SR-NAME
               MOVE WS-SHARE-BAL TO SR-BALANCE
               MOVE WS-SHARE-PROV TO SR-PROV
               MOVE WS-SHARE-INT TO SR-INTEREST
               IF WS-OW-IX = 1
                   ADD WS-REM-BAL TO SR-BALANCE
                   ADD WS-REM-PROV TO SR-PROV
                   ADD WS-REM-INT TO SR-INTEREST
               END-IF
               ADD 1 TO WS-SHARE-COUNT
               COMPUTE WS-SHARE-TOTAL = WS-SHARE-TOTAL
                   + SR-BALANCE + SR-PROV + SR-INTEREST
               RELEASE WS-SORT-REC
           END-PERFORM.

       2900-OPEN-FAILED.
           ADD 1 TO WS-FILE-ERRORS
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** " WS-FAIL-NAME " OPEN FAILED"
               DELIMITED BY "  " INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3000-BUILD-SCV.
           OPEN INPUT SORTSCV
           OPEN INPUT VSAMCUST
           IF WS-CUST-STATUS NOT = "00"
               MOVE "VSAM.ZCUST" TO WS-FAIL-NAME
               PERFORM 2900-OPEN-FAILED
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               READ SORTSCV
                   AT END
                       MOVE 'Y' TO WS-EOF-SORT
                       IF WS-HAVE-GROUP = 'Y'
                           PERFORM 3200-FLUSH-DEPOSITOR
                       END-IF
                   NOT AT END
                       PERFORM 3100-TALLY-ONE-SHARE
               END-READ
           END-PERFORM
           CLOSE SORTSCV
           IF WS-CUST-OPEN-SW = 'Y'
               CLOSE VSAMCUST
           END-IF.

       3100-TALLY-ONE-SHARE.
           IF WS-HAVE-GROUP = 'Y'
               AND (SS-DEP-KIND NOT = WS-CUR-KIND
                 OR SS-DEPOSITOR NOT = WS-CUR-DEP
                 OR SS-CATEGORY NOT = WS-CUR-CAT)
               PERFORM 3200-FLUSH-DEPOSITOR
           END-IF
           IF WS-HAVE-GROUP = 'N'
               MOVE 'Y' TO WS-HAVE-GROUP
               MOVE SS-DEP-KIND TO WS-CUR-KIND
               MOVE SS-DEPOSITOR TO WS-CUR-DEP
               MOVE SS-CATEGORY TO WS-CUR-CAT
               MOVE SS-NAME TO WS-CUR-NAME
               MOVE ZEROS TO WS-GRP-ACCOUNTS
               MOVE ZEROS TO WS-GRP-BAL
               MOVE ZEROS TO WS-GRP-INT
               MOVE ZEROS TO WS-GRP-PROV
               MOVE ZEROS TO WS-ITM-COUNT
               MOVE ZEROS TO WS-ITM-OVER-TOTAL
           END-IF
           ADD 1 TO WS-GRP-ACCOUNTS
           ADD SS-BALANCE TO WS-GRP-BAL
           ADD SS-INTEREST TO WS-GRP-INT
           ADD SS-PROV TO WS-GRP-PROV
           IF WS-ITM-COUNT < 500
               ADD 1 TO WS-ITM-COUNT
               SET WS-IT-IX TO WS-ITM-COUNT
               MOVE SS-TYPE TO WS-IT-TYPE(WS-IT-IX)
               MOVE SS-BRANCH TO WS-IT-BRANCH(WS-IT-IX)
               COMPUTE WS-IT-TOTAL(WS-IT-IX) = SS-BALANCE
                   + SS-INTEREST + SS-PROV
           ELSE
               ADD 1 TO WS-ITM-OVERFLOW
               COMPUTE WS-ITM-OVER-TOTAL = WS-ITM-OVER-TOTAL
                   + SS-BALANCE + SS-INTEREST + SS-PROV
           END-IF.

      * APPLY THE COVERAGE LIMIT, WRITE THE DEPOSITOR'S SCV ROW AND
      * SPREAD THE INSURED AMOUNT BACK OVER THE GROUP'S ACCOUNTS.
       3200-FLUSH-DEPOSITOR.
           COMPUTE WS-GRP-TOTAL = WS-GRP-BAL + WS-GRP-INT + WS-GRP-PROV
           IF WS-GRP-TOTAL > WS-LIMIT
               MOVE WS-LIMIT TO WS-GRP-INSURED
               ADD 1 TO WS-UNINS-COUNT
           ELSE
               MOVE WS-GRP-TOTAL TO WS-GRP-INSURED
           END-IF
           COMPUTE WS-GRP-UNINSURED = WS-GRP-TOTAL - WS-GRP-INSURED
           MOVE SPACES TO WS-CUST-REC
           IF WS-CUR-KIND = "C"
               MOVE WS-CUR-DEP TO CUST-NO
               READ VSAMCUST
                   INVALID KEY
                       PERFORM 3300-NOT-ON-CUST-FILE
               END-READ
               IF WS-CUST-STATUS NOT = "00"
                   AND WS-CUST-STATUS NOT = "23"
                   PERFORM 3300-NOT-ON-CUST-FILE
               END-IF
           ELSE
               MOVE WS-CUR-NAME TO CUST-NAME
           END-IF
           MOVE SPACES TO WS-SCV-REC
           MOVE "D" TO SV-REC-TYPE
           MOVE WS-CUR-KIND TO SV-DEP-KIND
           MOVE WS-CUR-DEP TO SV-DEPOSITOR
           MOVE WS-CUR-CAT TO SV-CATEGORY
           MOVE CUST-NAME TO SV-NAME
           MOVE CUST-ID-NO TO SV-ID-NO
           MOVE CUST-DOB TO SV-DOB
           MOVE CUST-ADDR1 TO SV-ADDR1
           MOVE CUST-ADDR2 TO SV-ADDR2
           MOVE WS-GRP-ACCOUNTS TO SV-ACCOUNTS
           MOVE WS-GRP-BAL TO SV-BALANCE
           MOVE WS-GRP-INT TO SV-INTEREST
           MOVE WS-GRP-PROV TO SV-PROVISIONAL
           MOVE WS-GRP-TOTAL TO SV-TOTAL
           MOVE WS-GRP-INSURED TO SV-INSURED
           MOVE WS-GRP-UNINSURED TO SV-UNINSURED
           WRITE WS-SCV-REC
           IF WS-SCV-STATUS = "00"
               ADD 1 TO WS-DEP-COUNT
               ADD WS-GRP-BAL TO WS-SCV-BAL
               ADD WS-GRP-INT TO WS-SCV-INT
               ADD WS-GRP-PROV TO WS-SCV-PROV
               ADD WS-GRP-TOTAL TO WS-SCV-TOTAL
               ADD WS-GRP-INSURED TO WS-SCV-INSURED
               ADD WS-GRP-UNINSURED TO WS-SCV-UNINSURED
           ELSE
               ADD 1 TO WS-FILE-ERRORS
           END-IF
      * PRO RATA, TRUNCATED TO THE CENT - THE LAST SLICE TAKES WHAT
      * IS LEFT SO THE SLICES ADD BACK TO THE DEPOSITOR'S FIGURES.
           MOVE ZEROS TO WS-ALC-SPREAD
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-ITM-COUNT
               MOVE WS-IT-TYPE(WS-IT-IX) TO WS-ALC-TYPE
               MOVE WS-IT-BRANCH(WS-IT-IX) TO WS-ALC-BRANCH
               MOVE WS-IT-TOTAL(WS-IT-IX) TO WS-ALC-TOTAL
               IF WS-IT-IX = WS-ITM-COUNT AND WS-ITM-OVER-TOTAL = ZEROS
                   COMPUTE WS-ALC-INSURED = WS-GRP-INSURED
                       - WS-ALC-SPREAD
               ELSE
                   IF WS-GRP-TOTAL = ZEROS
                       MOVE ZEROS TO WS-ALC-INSURED
                   ELSE
                       COMPUTE WS-ALC-INSURED = WS-ALC-TOTAL
                           * WS-GRP-INSURED / WS-GRP-TOTAL
                   END-IF
               END-IF
               ADD WS-ALC-INSURED TO WS-ALC-SPREAD
               PERFORM 3400-ADD-SUMMARY
           END-PERFORM
           IF WS-ITM-OVER-TOTAL > ZEROS
               MOVE "*" TO WS-ALC-TYPE
               MOVE "***" TO WS-ALC-BRANCH
               MOVE WS-ITM-OVER-TOTAL TO WS-ALC-TOTAL
               COMPUTE WS-ALC-INSURED = WS-GRP-INSURED - WS-ALC-SPREAD
               PERFORM 3400-ADD-SUMMARY
           END-IF
           MOVE 'N' TO WS-HAVE-GROUP.

       3300-NOT-ON-CUST-FILE.
           ADD 1 TO WS-NOCUST-COUNT
           MOVE SPACES TO WS-CUST-REC
           MOVE WS-CUR-NAME TO CUST-NAME
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** CUSTOMER " WS-CUR-DEP
               " NOT ON CUSTOMER FILE - ACCOUNT NAME USED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3400-ADD-SUMMARY.
           COMPUTE WS-ALC-UNINSURED = WS-ALC-TOTAL - WS-ALC-INSURED
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BB-IX FROM 1 BY 1
                   UNTIL WS-BB-IX > WS-BB-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-BB-BRANCH(WS-BB-IX) = WS-ALC-BRANCH
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD WS-ALC-TOTAL TO WS-BB-DEPOSITS(WS-BB-IX)
                   ADD WS-ALC-INSURED TO WS-BB-INSURED(WS-BB-IX)
                   ADD WS-ALC-UNINSURED TO WS-BB-UNINSURED(WS-BB-IX)
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-BB-COUNT < 200
                   ADD 1 TO WS-BB-COUNT
                   SET WS-BB-IX TO WS-BB-COUNT
                   MOVE WS-ALC-BRANCH TO WS-BB-BRANCH(WS-BB-IX)
                   MOVE WS-ALC-TOTAL TO WS-BB-DEPOSITS(WS-BB-IX)
                   MOVE WS-ALC-INSURED TO WS-BB-INSURED(WS-BB-IX)
                   MOVE WS-ALC-UNINSURED TO WS-BB-UNINSURED(WS-BB-IX)
               ELSE
                   ADD 1 TO WS-BB-OVERFLOW
               END-IF
           END-IF
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-BT-TYPE(WS-BT-IX) = WS-ALC-TYPE
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD WS-ALC-TOTAL TO WS-BT-DEPOSITS(WS-BT-IX)
                   ADD WS-ALC-INSURED TO WS-BT-INSURED(WS-BT-IX)
                   ADD WS-ALC-UNINSURED TO WS-BT-UNINSURED(WS-BT-IX)
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N' AND WS-BT-COUNT < 20
               ADD 1 TO WS-BT-COUNT
               SET WS-BT-IX TO WS-BT-COUNT
               MOVE WS-ALC-TYPE TO WS-BT-TYPE(WS-BT-IX)
               MOVE WS-ALC-TOTAL TO WS-BT-DEPOSITS(WS-BT-IX)
               MOVE WS-ALC-INSURED TO WS-BT-INSURED(WS-BT-IX)
               MOVE WS-ALC-UNINSURED TO WS-BT-UNINSURED(WS-BT-IX)
           END-IF.

      * THE ZSNAP POSITION THE FILE MUST TIE BACK TO.
       4000-TOTAL-SNAPSHOT.
           OPEN INPUT SNAPIN
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "SNAPSHOT" TO WS-FAIL-NAME
               PERFORM 2900-OPEN-FAILED
               MOVE 'Y' TO WS-EOF-SNAP
           END-IF
           PERFORM UNTIL WS-EOF-SNAP = 'Y'
               READ SNAPIN
                   AT END
                       MOVE 'Y' TO WS-EOF-SNAP
                   NOT AT END
                       ADD 1 TO WS-SNAP-COUNT
                       ADD SN-BALANCE TO WS-SNAP-TOTAL
                       IF WS-SNAP-DATE = SPACES
                           MOVE SN-SNAP-DATE TO WS-SNAP-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-STATUS = "00" OR WS-SNAP-STATUS = "10"
               CLOSE SNAPIN
           END-IF.

       5000-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "DEPOSITS BY BRANCH" TO WS-RPT-LINE
           MOVE "DEPOSITS" TO WS-RPT-LINE(25:8)
           MOVE "INSURED" TO WS-RPT-LINE(42:7)
           MOVE "UNINSURED" TO WS-RPT-LINE(56:9)
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-BB-IX FROM 1 BY 1
                   UNTIL WS-BB-IX > WS-BB-COUNT
               MOVE WS-BB-DEPOSITS(WS-BB-IX) TO WS-AMT-ED
               MOVE WS-BB-INSURED(WS-BB-IX) TO WS-AMT-ED2
               MOVE WS-BB-UNINSURED(WS-BB-IX) TO WS-AMT-ED3
               MOVE SPACES TO WS-RPT-LINE
               STRING "  BR=" WS-BB-BRANCH(WS-BB-IX)
                   "        " WS-AMT-ED WS-AMT-ED2 WS-AMT-ED3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-PERFORM
           IF WS-BB-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SLICES BEYOND THE BRANCH TABLE=" WS-BB-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "DEPOSITS BY ACCOUNT TYPE" TO WS-RPT-LINE
           MOVE "DEPOSITS" TO WS-RPT-LINE(25:8)
           MOVE "INSURED" TO WS-RPT-LINE(42:7)
           MOVE "UNINSURED" TO WS-RPT-LINE(56:9)
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
               MOVE WS-BT-DEPOSITS(WS-BT-IX) TO WS-AMT-ED
               MOVE WS-BT-INSURED(WS-BT-IX) TO WS-AMT-ED2
               MOVE WS-BT-UNINSURED(WS-BT-IX) TO WS-AMT-ED3
               MOVE SPACES TO WS-RPT-LINE
               STRING "  TYPE=" WS-BT-TYPE(WS-BT-IX)
                   "        " WS-AMT-ED WS-AMT-ED2 WS-AMT-ED3
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-PERFORM
           MOVE WS-SCV-TOTAL TO WS-AMT-ED
           MOVE WS-SCV-INSURED TO WS-AMT-ED2
           MOVE WS-SCV-UNINSURED TO WS-AMT-ED3
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TOTAL         " WS-AMT-ED WS-AMT-ED2 WS-AMT-ED3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-ITM-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  (TYPE * / BR *** = ACCOUNTS BEYOND A "
                   "DEPOSITOR'S SPREAD TABLE=" WS-ITM-OVERFLOW ")"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * CONTROL TOTALS - THE FILE AGAINST THE ZSNAP POSITION.
       6000-TIE-CONTROLS.
           MOVE "CONTROL TOTALS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-ACCT-LEDGER TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACCOUNTS READ=" WS-ACCT-READ
               " LEDGER=" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SNAP-TOTAL TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SNAPSHOT " WS-SNAP-DATE
               " ROWS=" WS-SNAP-COUNT
               " BALANCE=" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-SNAP-COUNT NOT = WS-ACCT-READ
               OR WS-SNAP-TOTAL NOT = WS-ACCT-LEDGER
               ADD 1 TO WS-TIE-FAILS
               MOVE "  *** ACCOUNTS DO NOT AGREE WITH THE SNAPSHOT"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE WS-LOAN-TOTAL TO WS-AMT-ED
           MOVE WS-ODRAWN-TOTAL TO WS-AMT-ED2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LOANS=" WS-LOAN-COUNT " " WS-AMT-ED
               " OVERDRAWN=" WS-ODRAWN-COUNT " " WS-AMT-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-PROV-EXCL-TOTAL TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OPEN DISPUTES=" WS-DISP-OPEN-COUNT
               " PROVISIONAL LEFT OUT=" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SCV-BAL TO WS-AMT-ED
           MOVE WS-SCV-PROV TO WS-AMT-ED2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  SCV BALANCE=" WS-AMT-ED
               " PROVISIONAL=" WS-AMT-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           COMPUTE WS-PROOF-TOTAL = WS-LOAN-TOTAL + WS-ODRAWN-TOTAL
               + WS-PROV-EXCL-TOTAL + WS-SCV-BAL + WS-SCV-PROV
           IF WS-PROOF-TOTAL NOT = WS-ACCT-LEDGER
               ADD 1 TO WS-TIE-FAILS
               MOVE WS-PROOF-TOTAL TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** LOANS+OVERDRAWN+LEFT OUT+SCV="
                   WS-AMT-ED " - NOT THE LEDGER"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE WS-INT-TOTAL TO WS-AMT-ED
           MOVE WS-SCV-INT TO WS-AMT-ED2
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACCRUED INTEREST=" WS-AMT-ED
               " SCV INTEREST=" WS-AMT-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-INT-TOTAL NOT = WS-SCV-INT
               ADD 1 TO WS-TIE-FAILS
               MOVE "  *** SCV INTEREST DOES NOT EQUAL THE ACCRUALS"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE WS-POSITION-TOTAL TO WS-AMT-ED
           MOVE WS-SHARE-TOTAL TO WS-AMT-ED2
           MOVE WS-SCV-TOTAL TO WS-AMT-ED3
           MOVE SPACES TO WS-RPT-LINE
           STRING "  POSITIONS=" WS-AMT-ED
               " SHARES=" WS-AMT-ED2
               " SCV=" WS-AMT-ED3
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-POSITION-TOTAL NOT = WS-SHARE-TOTAL
               OR WS-SHARE-TOTAL NOT = WS-SCV-TOTAL
               ADD 1 TO WS-TIE-FAILS
               MOVE "  *** JOINT ALLOCATION DOES NOT ADD BACK"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "  ACCOUNTS SHARED=" WS-SHARE-COUNT
               " JOINT=" WS-JOINT-COUNT
               " NIL=" WS-NIL-COUNT
               " DEPOSITOR ROWS=" WS-DEP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DEPOSITORS OVER THE LIMIT=" WS-UNINS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE 0 TO RETURN-CODE
           IF WS-LIMIT-SW = 'Y'
               MOVE SPACES TO WS-SCV-REC
               MOVE "T" TO SV-REC-TYPE
               MOVE WS-DEP-COUNT TO SV-T-COUNT
               MOVE WS-SCV-TOTAL TO SV-T-TOTAL
               MOVE WS-SCV-INSURED TO SV-T-INSURED
               MOVE WS-SCV-UNINSURED TO SV-T-UNINSURED
               WRITE WS-SCV-REC
               CLOSE SCVOUT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-BAD-CARDS > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** SCVCARD CARDS IGNORED=" WS-BAD-CARDS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OWN-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** JOINT OWNERS BEYOND 20 ON ONE ACCOUNT="
                   WS-OWN-OVERFLOW " - NOT ALLOCATED A SHARE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERRORS > ZEROS OR WS-TIE-FAILS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 AND WS-NOCUST-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 8
               MOVE "*** SCV FILE NOT PROVED - DO NOT SEND"
                   TO WS-RPT-LINE
           ELSE
               MOVE "SCV FILE TIES TO THE SNAPSHOT - MAY BE SENT"
                   TO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE
           CLOSE SCVRPT.
