      *
      * ZLEGSZ - NIGHTLY LEGAL ORDER SEIZURE BATCH. READS EVERY
      * ACTIVE COURT GARNISHMENT ORDER AND TAX LEVY ON VSAM.ZLEGORD
      * (LORDREC, ENTERED ON ZSUPV) AND SEIZES FROM THE ACCOUNT
      * WHATEVER IT HOLDS ABOVE THE ORDER'S EXEMPTION FLOOR, UP TO
      * THE AMOUNT STILL OWED ON THE ORDER:
      *   SEIZABLE = BALANCE - PROTECTED - UNEXPIRED HOLDS
      * WHERE PROTECTED IS THE EXEMPTION FLOOR OR THE ACCOUNT'S
      * MINIMUM BALANCE (100 ON SAVINGS), WHICHEVER IS HIGHER - A
      * SEIZURE NEVER DRAWS ON THE OVERDRAFT. AN UNMATURED TERM
      * DEPOSIT IS LOCKED AND IS SKIPPED UNTIL ZTDMAT PAYS IT OUT; A
      * SANCTIONS OR ESTATE FREEZE HOLDS THE WHOLE BALANCE, SO
      * NOTHING IS TAKEN FROM A FROZEN ACCOUNT EITHER. A DORMANT
      * ACCOUNT IS STILL SEIZED FROM - THE ORDER IS NOT CUSTOMER
      * ACTIVITY AND DOES NOT MOVE WS-LAST-ACT-DATE.
      * EACH SEIZURE IS JOURNALED AS A "GS" DEBIT CARRYING THE ORDER
      * NUMBER IN JR-ORIG-REF (SO ZRECON AND ZGLEXT TIE OUT) AND
      * WRITTEN TO THE LEGREM REMITTANCE FILE FOR THE ISSUING COURT
      * OR TAX OFFICE. AN ORDER IS CLOSED (STATUS S) ONCE THE AMOUNT
      * SEIZED REACHES THE ORDER AMOUNT; ONE NOT YET SATISFIED STAYS
      * ACTIVE AND IS TRIED AGAIN EVERY NIGHT AS MONEY COMES IN.
      * SEVERAL ORDERS ON ONE ACCOUNT ARE SERVED IN ORDER-NUMBER
      * SEQUENCE. LEGRPT LISTS THE NIGHT'S SEIZURES AND THE ORDERS
      * THAT COULD NOT BE SERVED; ZLEGREG PRINTS THE REGISTER.
      *
      * LEGREM RECORD: AUTHORITY X(20), ORDER NUMBER 9(12), ACCOUNT
      * 9(10), ACCOUNT NAME X(20), AMOUNT 9(10)V99, SEIZURE DATE
      * X(8), JOURNAL REFERENCE 9(12), ORDER SATISFIED FLAG X(1)
      * (Y ON THE SEIZURE THAT CLOSED THE ORDER), FILLER.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZLEGSZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMLORD ASSIGN TO VSAMLORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LO-KEY
               FILE STATUS IS WS-LORD-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT VSAMREFC ASSIGN TO VSAMREFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFC-STATUS.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LEGREM ASSIGN TO LEGREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT LEGRPT ASSIGN TO LEGRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY CALENDS.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMLORD.
       01  WS-LORD-REC.
           COPY LORDREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       FD  LEGREM RECORDING MODE F.
       01  WS-REMIT-REC.
           05  LR-AUTHORITY PIC X(20).
           05  LR-ORDER-NO PIC 9(12).
           05  LR-ACCNO PIC 9(10).
           05  LR-NAME PIC X(20).
           05  LR-AMOUNT PIC 9(10)V99.
           05  LR-DATE PIC X(8).
           05  LR-REF-NO PIC 9(12).
           05  LR-FINAL PIC X(1).
           05  FILLER PIC X(5).
       FD  LEGRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY CALENDF.
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       COPY CALENDW.
      * 'Y' WHEN THE RUN DATE IS A WEEKEND/HOLIDAY - NOTHING IS
      * SEIZED (RC=4); THE ORDERS ARE SERVED ON THE NEXT BUSINESS
      * DAY'S RUN.
       01  WS-NONBUS-SW PIC X VALUE 'N'.
       01  WS-LORD-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-REFC-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-REMIT-STATUS PIC XX.
       01  WS-EOF-LORD PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-ORDER-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SEIZE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CLOSED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOFUNDS-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-LOCKED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ACCT-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SEIZE-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * LEGREM CONTROL TOTALS - PROVED AGAINST THE SEIZURES POSTED
      * BEFORE THE FILE IS RELEASED, THE SAME PROOF ZCLROUT MAKES.
       01  WS-REMIT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REMIT-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * ONE ORDER'S SEIZURE WORK FIELDS.
       01  WS-ORDER-OK PIC X VALUE 'Y'.
       01  WS-MIN-BALANCE PIC S9(10)V99.
       01  WS-PROTECTED PIC S9(10)V99.
       01  WS-AVAILABLE PIC S9(11)V99.
       01  WS-OWED PIC S9(10)V99.
       01  WS-SEIZE-AMT PIC S9(10)V99.
       01  WS-FINAL-SW PIC X VALUE 'N'.
      * UNEXPIRED DEPOSIT HOLDS ON THE ACCOUNT - SUBTRACTED FROM
      * WHAT CAN BE SEIZED, SAME HELD-FUNDS FIGURE ZBANK USES ONLINE.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HELD-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A V99 ITEM DROPS THE DECIMAL POINT.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-OWED-ED PIC 9(10).99.
       01  WS-TOTAL-ED PIC -(11)9.99.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZLEGSZ" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-NONBUS-SW NOT = 'Y'
               PERFORM 2000-PROCESS-ORDERS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-SEIZE-COUNT TO WS-RUNC-COUNT
           MOVE WS-SEIZE-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O VSAMLORD
           OPEN I-O VSAMZBNK
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN INPUT VSAMHOLD
           OPEN EXTEND JRNLZBNK
           OPEN OUTPUT LEGREM
           OPEN OUTPUT LEGRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           PERFORM 8740-CAL-OPEN
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 8750-CAL-CHECK-DATE
           IF WS-CAL-BUSDAY-SW = 'N'
               MOVE 'Y' TO WS-NONBUS-SW
           END-IF
           MOVE "ZLEGSZ - NIGHTLY LEGAL ORDER SEIZURE" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-PROCESS-ORDERS.
           PERFORM UNTIL WS-EOF-LORD = 'Y'
               READ VSAMLORD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-LORD
                   NOT AT END
                       IF LO-STATUS = 'A'
                           ADD 1 TO WS-ORDER-COUNT
                           PERFORM 2100-SERVE-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM.

       2100-SERVE-ONE-ORDER.
           MOVE 'Y' TO WS-ORDER-OK
           MOVE LO-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-ORDER-OK
                   ADD 1 TO WS-ACCT-FAIL-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                       " ACCOUNT NOT FOUND - NOT SERVED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
           END-READ
           IF WS-ORDER-OK = 'Y'
               IF WS-ACCT-STATUS = 'C'
                   MOVE 'N' TO WS-ORDER-OK
                   ADD 1 TO WS-ACCT-FAIL-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                       " ACCOUNT CLOSED - REFER TO AUTHORITY"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
      * A TERM DEPOSIT IS LOCKED UNTIL MATURITY - SKIP, THE ORDER
      * IS SERVED ONCE ZTDMAT HAS PAID THE TERM OUT.
           IF WS-ORDER-OK = 'Y'
               IF WS-ACCOUNT-TYPE = "T"
                       AND WS-MATURITY-DATE IS NUMERIC
                       AND WS-MATURITY-DATE > WS-RUN-DATE
                   MOVE 'N' TO WS-ORDER-OK
                   ADD 1 TO WS-LOCKED-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                       " TERM LOCKED UNTIL " WS-MATURITY-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
           IF WS-ORDER-OK = 'Y'
               EVALUATE WS-ACCOUNT-TYPE
                   WHEN "S"
                       MOVE 100 TO WS-MIN-BALANCE
                   WHEN OTHER
                       COMPUTE WS-MIN-BALANCE =
                           0 - WS-OVERDRAFT-LIMIT
               END-EVALUATE
               MOVE LO-FLOOR TO WS-PROTECTED
               IF WS-MIN-BALANCE > WS-PROTECTED
                   MOVE WS-MIN-BALANCE TO WS-PROTECTED
               END-IF
               MOVE WS-ACCNO TO WS-HOLD-ACCT
               PERFORM 8450-SUM-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE - WS-PROTECTED
                   - WS-HELD-TOTAL
               COMPUTE WS-OWED = LO-ORDER-AMT - LO-SATISFIED
               IF WS-AVAILABLE < WS-OWED
                   MOVE WS-AVAILABLE TO WS-SEIZE-AMT
               ELSE
                   MOVE WS-OWED TO WS-SEIZE-AMT
               END-IF
               IF WS-SEIZE-AMT NOT > 0
                   MOVE 'N' TO WS-ORDER-OK
                   ADD 1 TO WS-NOFUNDS-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-OWED TO WS-OWED-ED
                   STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                       " OWED=" WS-OWED-ED
                       " NOTHING ABOVE THE FLOOR"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
           IF WS-ORDER-OK = 'Y'
               PERFORM 2200-POST-SEIZURE
           END-IF.

      * DEBIT THE ACCOUNT (IN WS-FILE-REC) WITH THE SEIZURE. THE
      * JOURNAL ENTRY, THE REMITTANCE AND THE ORDER UPDATE ARE ONLY
      * WRITTEN ONCE THE ACCOUNT REWRITE HAS TAKEN, AS IN ZLOANC.
       2200-POST-SEIZURE.
           PERFORM 8300-GET-REF-NO
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "GS" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZLEGSZ" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE LO-ORDER-NO TO JR-ORIG-REF
           MOVE WS-SEIZE-AMT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           SUBTRACT WS-SEIZE-AMT FROM WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'N'
               ADD 1 TO WS-ACCT-FAIL-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                   " ACCOUNT REWRITE FAILED - NOT SERVED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               ADD WS-SEIZE-AMT TO LO-SATISFIED
               MOVE WS-RUN-DATE TO LO-LAST-SEIZED
               MOVE 'N' TO WS-FINAL-SW
               IF LO-SATISFIED NOT < LO-ORDER-AMT
                   MOVE 'Y' TO WS-FINAL-SW
                   MOVE 'S' TO LO-STATUS
                   MOVE WS-RUN-DATE TO LO-CLOSED-DATE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               REWRITE WS-LORD-REC
               PERFORM 2300-WRITE-REMITTANCE
               ADD 1 TO WS-SEIZE-COUNT
               ADD WS-SEIZE-AMT TO WS-SEIZE-TOTAL
               COMPUTE WS-OWED = LO-ORDER-AMT - LO-SATISFIED
               MOVE WS-SEIZE-AMT TO WS-AMT-ED
               MOVE WS-OWED TO WS-OWED-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-FINAL-SW = 'Y'
                   STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                       " SEIZED=" WS-AMT-ED " SATISFIED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "ORDER " LO-ACCNO "/" LO-ORDER-NO
                       " SEIZED=" WS-AMT-ED " OWED=" WS-OWED-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
           END-IF.

       2300-WRITE-REMITTANCE.
           MOVE SPACES TO WS-REMIT-REC
           MOVE LO-AUTHORITY TO LR-AUTHORITY
           MOVE LO-ORDER-NO TO LR-ORDER-NO
           MOVE WS-ACCNO TO LR-ACCNO
           MOVE WS-CUST-NAME TO LR-NAME
           MOVE WS-SEIZE-AMT TO LR-AMOUNT
           MOVE WS-RUN-DATE TO LR-DATE
           MOVE WS-REF-NO TO LR-REF-NO
           MOVE WS-FINAL-SW TO LR-FINAL
           WRITE WS-REMIT-REC
           IF WS-REMIT-STATUS = "00"
               ADD 1 TO WS-REMIT-COUNT
               ADD LR-AMOUNT TO WS-REMIT-TOTAL
           END-IF.

      * SUM THE UNEXPIRED DEPOSIT HOLDS FOR WS-HOLD-ACCT - A HOLD
      * STILL COUNTS UNTIL ITS RELEASE DATE ARRIVES.
       8450-SUM-HOLDS.
           MOVE ZEROS TO WS-HELD-TOTAL
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
                           IF HD-RELEASE-DATE > WS-RUN-DATE
                               ADD HD-AMOUNT TO WS-HELD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
      * HISTORY CLUSTER. A DUPLICATE IS SKIPPED SILENTLY - THE ESDS
      * ENTRY IS THE MASTER AND ZHISTLD CAN REBUILD THE HISTORY.
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

       COPY CALENDP.

       COPY RUNCTLP.

       9000-TERMINATE.
           IF WS-NONBUS-SW = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE=" WS-RUN-DATE
                   " IS NOT A BUSINESS DAY - NOTHING SEIZED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACTIVE ORDERS=" WS-ORDER-COUNT
               " SEIZURES=" WS-SEIZE-COUNT
               " SATISFIED AND CLOSED=" WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NOTHING ABOVE FLOOR=" WS-NOFUNDS-COUNT
               " TERM LOCKED=" WS-LOCKED-COUNT
               " ACCOUNT ERRORS=" WS-ACCT-FAIL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-SEIZE-TOTAL TO WS-TOTAL-ED
           STRING "TOTAL SEIZED (GS)=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-REMIT-TOTAL TO WS-TOTAL-ED
           STRING "LEGREM RECORDS=" WS-REMIT-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
      * THE REMITTANCE FILE MUST CARRY EXACTLY WHAT WAS TAKEN FROM
      * THE ACCOUNTS - OUT OF PROOF ENDS RC=8 SO THE RELEASE STEP IS
      * SKIPPED.
           IF WS-REMIT-COUNT NOT = WS-SEIZE-COUNT
                   OR WS-REMIT-TOTAL NOT = WS-SEIZE-TOTAL
               MOVE "*** LEGREM OUT OF PROOF - FILE NOT RELEASED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE VSAMLORD
           CLOSE VSAMZBNK
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE JRNLZBNK
           PERFORM 8745-CAL-CLOSE
           CLOSE LEGREM
           CLOSE LEGRPT.
