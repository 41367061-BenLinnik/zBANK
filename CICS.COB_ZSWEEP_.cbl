      *
      * ZSWEEP - NIGHTLY BALANCE-DRIVEN SWEEP EXECUTION BATCH JOB.
      * READS EVERY ACTIVE INSTRUCTION ON VSAM.ZSWEEP (SWEPREC) AND
      * MOVES MONEY BETWEEN THE CUSTOMER'S CHECKING ACCOUNT AND THE
      * NOMINATED SAVINGS ACCOUNT ACCORDING TO TONIGHT'S BALANCES:
      *   O - OVERDRAFT COVER: A CHECKING BALANCE BELOW THE TARGET
      *       IS TOPPED BACK UP FROM SAVINGS - IN PART IF SAVINGS
      *       CANNOT COVER ALL OF IT.
      *   E - EXCESS SWEEP: A CHECKING BALANCE ABOVE THE CEILING HAS
      *       THE EXCESS MOVED INTO SAVINGS.
      * THE ACCOUNT GIVING THE MONEY IS HELD TO THE SAME PER-ACCOUNT-
      * TYPE MINIMUM-BALANCE, DEPOSIT-HOLD AND TERM-DEPOSIT RULES
      * ZSTORD APPLIES, AND EACH SWEEP POSTS THE SAME TD/TC JOURNAL
      * PAIR UNDER ONE REFERENCE THAT AN ONLINE TRANSFER WRITES, SO
      * ZRECON STILL TIES OUT. A SWEEP WHOSE ACCOUNTS ARE GONE,
      * CLOSED OR NO LONGER UNDER ONE CUSTOMER IS CANCELLED; ONE
      * THAT CANNOT MOVE MONEY TONIGHT IS REPORTED AND TRIED AGAIN
      * ON THE NEXT RUN. RUNS AFTER THE POSTING PROGRAMS (ZSTORD,
      * ZCLRPST, ZCHQPST, ZATMPST) AND BEFORE ZINTR, SO INTEREST IS
      * ACCRUED ON THE SWEPT BALANCES.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMSWEP ASSIGN TO VSAMSWEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SWEP-STATUS.
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
           SELECT SWEEPRPT ASSIGN TO SWEEPRPT
               ORGANIZATION IS SEQUENTIAL.
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
           COPY CALENDS.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMSWEP.
       01  WS-SWEP-REC.
           COPY SWEPREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  SWEEPRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       COPY CALENDF.
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       COPY CALENDW.
      * 'Y' WHEN THE RUN DATE IS A WEEKEND/HOLIDAY - THE RUN WARNS
      * ON ITS RUN-CONTROL ROW (RC=4) AND SWEEPS NOTHING, THE SAME
      * AS ZSTORD; THE NEXT BUSINESS DAY'S RUN SWEEPS THE BALANCES.
       01  WS-NONBUS-SW PIC X VALUE 'N'.
       01  WS-HIST-STATUS PIC XX.
       01  WS-SWEP-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-EOF-SWEP PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-SWEEP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ACTIVE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXEC-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PARTIAL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOT-DUE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FUNDS-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ACCT-FAIL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CANCELLED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXEC-TOTAL PIC S9(12)V99 VALUE ZEROS.
       01  WS-MIN-BALANCE PIC S9(10)V99.
       01  WS-AVAILABLE PIC S9(11)V99.
      * UNEXPIRED DEPOSIT HOLDS ON THE GIVING ACCOUNT - SUBTRACTED
      * FROM AVAILABILITY, SAME HELD-FUNDS FIGURE ZBANK USES ONLINE.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HELD-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * THE SAVINGS SIDE, KEPT ASIDE WHILE THE CHECKING ACCOUNT IS
      * READ INTO THE FILE RECORD.
       01  WS-SAV-AVAILABLE PIC S9(11)V99.
       01  WS-SAV-CUST-NO PIC 9(10).
      * THE MOVEMENT TONIGHT - WHICH WAY AND HOW MUCH.
       01  WS-FROM-ACCNO PIC 9(10).
       01  WS-TO-ACCNO PIC 9(10).
       01  WS-SWEEP-AMT PIC S9(11)V99.
       01  WS-NEED-AMT PIC S9(11)V99.
       01  WS-PARTIAL-SW PIC X VALUE 'N'.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A V99 ITEM DROPS THE DECIMAL POINT.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-EXEC-TOTAL-ED PIC -(11)9.99.
       01  WS-SWEEP-OK PIC X VALUE 'Y'.
       01  WS-SWEEP-ID PIC X(13).
       01  WS-REASON PIC X(44).
       01  WS-REFC-STATUS PIC XX.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZSWEEP" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-NONBUS-SW NOT = 'Y'
               PERFORM 2000-EXECUTE-SWEEPS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-EXEC-COUNT TO WS-RUNC-COUNT
           MOVE WS-EXEC-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O VSAMSWEP
           OPEN I-O VSAMZBNK
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN INPUT VSAMHOLD
           OPEN EXTEND JRNLZBNK
           OPEN OUTPUT SWEEPRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           PERFORM 8740-CAL-OPEN
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 8750-CAL-CHECK-DATE
           IF WS-CAL-BUSDAY-SW = 'N'
               MOVE 'Y' TO WS-NONBUS-SW
           END-IF
           MOVE "ZSWEEP - NIGHTLY BALANCE SWEEP EXECUTION" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-EXECUTE-SWEEPS.
           PERFORM UNTIL WS-EOF-SWEP = 'Y'
               READ VSAMSWEP NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWEP
                   NOT AT END
                       ADD 1 TO WS-SWEEP-COUNT
                       IF SW-STATUS = 'A'
                           ADD 1 TO WS-ACTIVE-COUNT
                           PERFORM 2100-EXECUTE-ONE-SWEEP
                       END-IF
               END-READ
           END-PERFORM.

       2100-EXECUTE-ONE-SWEEP.
           MOVE 'Y' TO WS-SWEEP-OK
           MOVE SPACES TO WS-SWEEP-ID
           STRING SW-ACCNO "/" SW-SEQ-NO
               DELIMITED BY SIZE INTO WS-SWEEP-ID
      * THE SAVINGS ACCOUNT FIRST - ITS FIGURES ARE KEPT ASIDE SO
      * THE CHECKING ACCOUNT CAN THEN BE READ INTO THE FILE RECORD.
           MOVE SW-SAV-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-SWEEP-OK
                   MOVE "SAVINGS ACCOUNT GONE - CANCELLED"
                       TO WS-REASON
                   PERFORM 2150-CANCEL-SWEEP
           END-READ
           IF WS-SWEEP-OK = 'Y'
               PERFORM 2110-CHECK-ACCOUNT
           END-IF
           IF WS-SWEEP-OK = 'Y'
               MOVE WS-CUST-NO TO WS-SAV-CUST-NO
               PERFORM 2120-COMPUTE-AVAILABLE
               MOVE WS-AVAILABLE TO WS-SAV-AVAILABLE
               MOVE SW-ACCNO TO WS-ACCNO
               READ VSAMZBNK
                   INVALID KEY
                       MOVE 'N' TO WS-SWEEP-OK
                       MOVE "CHECKING ACCOUNT GONE - CANCELLED"
                           TO WS-REASON
                       PERFORM 2150-CANCEL-SWEEP
               END-READ
           END-IF
           IF WS-SWEEP-OK = 'Y'
               PERFORM 2110-CHECK-ACCOUNT
           END-IF
           IF WS-SWEEP-OK = 'Y' AND WS-CUST-NO NOT = WS-SAV-CUST-NO
               MOVE 'N' TO WS-SWEEP-OK
               MOVE "ACCOUNTS NO LONGER ONE CUSTOMER - CANCELLED"
                   TO WS-REASON
               PERFORM 2150-CANCEL-SWEEP
           END-IF
           IF WS-SWEEP-OK = 'Y'
               IF SW-TYPE = "O"
                   PERFORM 2200-SIZE-COVER
               ELSE
                   PERFORM 2250-SIZE-EXCESS
               END-IF
           END-IF
           IF WS-SWEEP-OK = 'Y'
               PERFORM 2300-POST-SWEEP
           END-IF.

      * THE ACCOUNT NOW IN THE FILE RECORD MUST BE OPEN, ACTIVE AND
      * NOT AN UNMATURED TERM DEPOSIT. A CLOSED ACCOUNT IS TERMINAL -
      * THE SWEEP IS CANCELLED SO IT STOPS FAILING EVERY NIGHT ONCE
      * ZCLARCH ARCHIVES THE ACCOUNT. A LOAN ACCOUNT NEVER TAKES OR
      * GIVES SWEPT MONEY (ZLOANC REPAYS IT) AND IS CANCELLED THE
      * SAME WAY. DORMANT ONLY SKIPS.
       2110-CHECK-ACCOUNT.
           IF WS-ACCT-STATUS = 'C'
               MOVE 'N' TO WS-SWEEP-OK
               MOVE SPACES TO WS-REASON
               STRING "ACCOUNT " WS-ACCNO " CLOSED - CANCELLED"
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2150-CANCEL-SWEEP
           ELSE
           IF WS-ACCOUNT-TYPE = "L"
               MOVE 'N' TO WS-SWEEP-OK
               MOVE SPACES TO WS-REASON
               STRING "ACCOUNT " WS-ACCNO " IS A LOAN - CANCELLED"
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2150-CANCEL-SWEEP
           ELSE
           IF WS-ACCT-STATUS = 'D'
               MOVE 'N' TO WS-SWEEP-OK
               ADD 1 TO WS-ACCT-FAIL-COUNT
               MOVE SPACES TO WS-REASON
               STRING "ACCOUNT " WS-ACCNO " DORMANT - SKIPPED"
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2190-REPORT-FAILURE
           ELSE
           IF WS-ACCOUNT-TYPE = "T"
                   AND WS-MATURITY-DATE IS NUMERIC
                   AND WS-MATURITY-DATE > WS-RUN-DATE
               MOVE 'N' TO WS-SWEEP-OK
               ADD 1 TO WS-ACCT-FAIL-COUNT
               MOVE SPACES TO WS-REASON
               STRING "ACCOUNT " WS-ACCNO " UNMATURED TERM - SKIPPED"
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM 2190-REPORT-FAILURE
           END-IF
           END-IF
           END-IF
           END-IF.

      * WHAT THE ACCOUNT IN THE FILE RECORD COULD GIVE TONIGHT - THE
      * BALANCE ABOVE ITS TYPE'S MINIMUM, LESS UNEXPIRED HOLDS.
       2120-COMPUTE-AVAILABLE.
           EVALUATE WS-ACCOUNT-TYPE
               WHEN "S"
                   MOVE 100 TO WS-MIN-BALANCE
               WHEN OTHER
                   COMPUTE WS-MIN-BALANCE = 0 - WS-OVERDRAFT-LIMIT
           END-EVALUATE
           MOVE WS-ACCNO TO WS-HOLD-ACCT
           PERFORM 8450-SUM-HOLDS
           COMPUTE WS-AVAILABLE = WS-BALANCE - WS-MIN-BALANCE
               - WS-HELD-TOTAL.

      * MARK THE SWEEP CANCELLED IN PLACE SO IT NEVER RUNS AGAIN -
      * THE ROW STAYS ON FILE, STATUS 'C', SAME AS AN ONLINE
      * CANCELLATION FROM THE ZBANK SWEEPS SCREEN.
       2150-CANCEL-SWEEP.
           MOVE 'C' TO SW-STATUS
           REWRITE WS-SWEP-REC
           ADD 1 TO WS-CANCELLED-COUNT
           PERFORM 2190-REPORT-FAILURE.

       2190-REPORT-FAILURE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "SWEEP " WS-SWEEP-ID
               " " SW-TYPE
               " " WS-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * OVERDRAFT COVER - CHECKING (IN THE FILE RECORD) BELOW ITS
      * TARGET IS TOPPED UP FROM SAVINGS, AS FAR AS SAVINGS CAN GO.
       2200-SIZE-COVER.
           IF WS-BALANCE NOT < SW-LEVEL
               MOVE 'N' TO WS-SWEEP-OK
               ADD 1 TO WS-NOT-DUE-COUNT
           ELSE
               COMPUTE WS-NEED-AMT = SW-LEVEL - WS-BALANCE
               IF WS-SAV-AVAILABLE NOT > ZEROS
                   MOVE 'N' TO WS-SWEEP-OK
                   ADD 1 TO WS-FUNDS-FAIL-COUNT
                   MOVE WS-NEED-AMT TO WS-AMT-ED
                   MOVE SPACES TO WS-REASON
                   STRING "NEED=" WS-AMT-ED
                       " NO SAVINGS FUNDS - RETRY"
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM 2190-REPORT-FAILURE
               ELSE
                   MOVE SW-SAV-ACCNO TO WS-FROM-ACCNO
                   MOVE SW-ACCNO TO WS-TO-ACCNO
                   IF WS-NEED-AMT > WS-SAV-AVAILABLE
                       MOVE WS-SAV-AVAILABLE TO WS-SWEEP-AMT
                       MOVE 'Y' TO WS-PARTIAL-SW
                   ELSE
                       MOVE WS-NEED-AMT TO WS-SWEEP-AMT
                       MOVE 'N' TO WS-PARTIAL-SW
                   END-IF
               END-IF
           END-IF.

      * EXCESS SWEEP - CHECKING ABOVE ITS CEILING SENDS THE EXCESS TO
      * SAVINGS, BUT NEVER FUNDS STILL HELD ON THE CHECKING ACCOUNT.
       2250-SIZE-EXCESS.
           IF WS-BALANCE NOT > SW-LEVEL
               MOVE 'N' TO WS-SWEEP-OK
               ADD 1 TO WS-NOT-DUE-COUNT
           ELSE
               COMPUTE WS-NEED-AMT = WS-BALANCE - SW-LEVEL
               PERFORM 2120-COMPUTE-AVAILABLE
               IF WS-AVAILABLE NOT > ZEROS
                   MOVE 'N' TO WS-SWEEP-OK
                   ADD 1 TO WS-FUNDS-FAIL-COUNT
                   MOVE WS-NEED-AMT TO WS-AMT-ED
                   MOVE SPACES TO WS-REASON
                   STRING "EXCESS=" WS-AMT-ED
                       " FUNDS HELD - RETRY"
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM 2190-REPORT-FAILURE
               ELSE
                   MOVE SW-ACCNO TO WS-FROM-ACCNO
                   MOVE SW-SAV-ACCNO TO WS-TO-ACCNO
                   IF WS-NEED-AMT > WS-AVAILABLE
                       MOVE WS-AVAILABLE TO WS-SWEEP-AMT
                       MOVE 'Y' TO WS-PARTIAL-SW
                   ELSE
                       MOVE WS-NEED-AMT TO WS-SWEEP-AMT
                       MOVE 'N' TO WS-PARTIAL-SW
                   END-IF
               END-IF
           END-IF.

       2300-POST-SWEEP.
      * DEBIT LEG - THE GIVING ACCOUNT IS RE-READ SO THE FILE RECORD
      * HOLDS IT. THE JOURNAL ENTRY IS ONLY WRITTEN ONCE THE REWRITE
      * HAS TAKEN, SO A VSAM ERROR CAN NEVER LEAVE A JOURNALED
      * MOVEMENT WITH NO MATCHING BALANCE CHANGE FOR ZRECON.
           MOVE WS-FROM-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           PERFORM 8300-GET-REF-NO
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "TD" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZSWEEP" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-SWEEP-AMT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           SUBTRACT WS-SWEEP-AMT FROM WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-LAST-ACT-DATE
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'N'
               ADD 1 TO WS-ACCT-FAIL-COUNT
               MOVE "DEBIT REWRITE FAILED - SKIPPED" TO WS-REASON
               PERFORM 2190-REPORT-FAILURE
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               PERFORM 2310-POST-CREDIT-LEG
           END-IF.

       2310-POST-CREDIT-LEG.
           MOVE WS-TO-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "TC" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZSWEEP" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-SWEEP-AMT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           ADD WS-SWEEP-AMT TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO WS-LAST-ACT-DATE
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'N'
               PERFORM 2320-REVERSE-DEBIT-LEG
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               ADD 1 TO WS-EXEC-COUNT
               ADD WS-SWEEP-AMT TO WS-EXEC-TOTAL
               MOVE WS-RUN-DATE TO SW-LAST-RUN
               MOVE WS-SWEEP-AMT TO SW-LAST-AMOUNT
               REWRITE WS-SWEP-REC
               MOVE WS-SWEEP-AMT TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-PARTIAL-SW = 'Y'
                   ADD 1 TO WS-PARTIAL-COUNT
                   STRING "SWEEP " WS-SWEEP-ID
                       " " SW-TYPE
                       " FROM=" WS-FROM-ACCNO
                       " AMT=" WS-AMT-ED
                       " EXECUTED IN PART"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "SWEEP " WS-SWEEP-ID
                       " " SW-TYPE
                       " FROM=" WS-FROM-ACCNO
                       " AMT=" WS-AMT-ED
                       " EXECUTED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
           END-IF.

       2320-REVERSE-DEBIT-LEG.
      * CREDIT-LEG REWRITE FAILED AFTER THE DEBIT WAS POSTED - PUT
      * THE MONEY BACK AND JOURNAL THE SAME TR REVERSAL THE ONLINE
      * TRANSFER WRITES, SO THE JOURNAL STILL NETS TO THE BALANCES.
           MOVE WS-FROM-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "TR" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZSWEEP" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-SWEEP-AMT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           ADD WS-SWEEP-AMT TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           REWRITE WS-FILE-REC
           WRITE WS-JRNL-REC
           PERFORM 8900-WRITE-HISTORY
           ADD 1 TO WS-ACCT-FAIL-COUNT
           MOVE "CREDIT REWRITE FAILED - AMOUNT RETURNED" TO WS-REASON
           PERFORM 2190-REPORT-FAILURE.

      * SUM THE UNEXPIRED DEPOSIT HOLDS FOR WS-HOLD-ACCT - A HOLD
      * STILL COUNTS UNTIL ITS RELEASE DATE ARRIVES. SAME HELD-FUNDS
      * FIGURE THE ZBANK W/T AVAILABILITY CHECK COMPUTES ONLINE.
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
      * HISTORY CLUSTER. A DUPLICATE ON RELOADED DATA IS SKIPPED
      * SILENTLY - THE ESDS ENTRY IS THE MASTER AND ZHISTLD CAN
      * REBUILD THE HISTORY.
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
                   " IS NOT A BUSINESS DAY - NOTHING SWEPT"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SWEEPS READ=" WS-SWEEP-COUNT
               " ACTIVE=" WS-ACTIVE-COUNT
               " EXECUTED=" WS-EXEC-COUNT
               " IN PART=" WS-PARTIAL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-EXEC-TOTAL TO WS-EXEC-TOTAL-ED
           STRING "NO FUNDS=" WS-FUNDS-FAIL-COUNT
               " ACCOUNT ERRORS=" WS-ACCT-FAIL-COUNT
               " TOTAL MOVED=" WS-EXEC-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NOTHING TO SWEEP=" WS-NOT-DUE-COUNT
               " SWEEPS CANCELLED=" WS-CANCELLED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE VSAMSWEP
           CLOSE VSAMZBNK
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE JRNLZBNK
           PERFORM 8745-CAL-CLOSE
           CLOSE SWEEPRPT.
