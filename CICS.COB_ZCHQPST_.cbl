      *
      * ZCHQPST - NIGHTLY CHEQUE PRESENTMENT POSTING BATCH. READS THE
      * FIXED-LAYOUT FILE OF CHEQUES DRAWN ON OUR CUSTOMERS AND
      * PRESENTED THROUGH THE CHEQUE CLEARING HOUSE, AND PAYS EACH
      * ONE AGAINST VSAM.ZBANK UNDER THE SAME AVAILABLE-BALANCE RULE
      * ZCLRPST APPLIES TO AN EXTERNAL DEBIT - BALANCE LESS THE
      * ACCOUNT-TYPE MINIMUM LESS THE UNEXPIRED DEPOSIT HOLDS. A PAID
      * CHEQUE IS JOURNALED UNDER ACTION CODE "CQ" WITH THE CHEQUE
      * SERIAL IN JR-ORIG-REF, AND REGISTERED ON THE PAID-CHEQUE FILE
      * VSAM.ZCHQPD. AN UNPAID CHEQUE GOES TO THE CHQRET RETURN FILE
      * WITH A REASON CODE:
      *   01 UNKNOWN ACCOUNT     02 ACCOUNT CLOSED
      *   04 INSUFFICIENT FUNDS  05 REWRITE FAILED
      *   09 CHECK DIGIT         10 SERIAL NOT ISSUED
      *   11 ALREADY PAID        12 PAYMENT STOPPED
      * A SERIAL IS ISSUED WHEN IT FALLS INSIDE A BOOK ON VSAM.ZCHQBK
      * FOR THE ACCOUNT (ZSUPV ACTION I); IT IS STOPPED WHILE AN
      * ACTIVE ROW FOR IT SITS ON VSAM.ZCHQSTP (ZBANK STOP-PAYMENT
      * SCREEN OR ZSUPV ACTION S).
      *
      * RESTART: THE PAID REGISTER IS WRITTEN RIGHT AFTER EACH
      * POSTING, SO A RERUN AFTER AN ABEND FINDS EVERY CHEQUE THE
      * DEAD RUN PAID ALREADY ON IT. A REGISTER HIT CARRYING TODAY'S
      * PAID DATE AND THE SAME PRESENTER REFERENCE IS THAT SAME ITEM
      * AND IS COUNTED AS POSTED WITHOUT BEING APPLIED AGAIN; ANY
      * OTHER HIT IS A GENUINE SECOND PRESENTMENT AND RETURNS AS
      * REASON 11. THE ONE RESIDUAL EXPOSURE IS AN ABEND BETWEEN THE
      * ACCOUNT REWRITE AND THE REGISTER WRITE - AT MOST ONE ITEM,
      * THE SAME WINDOW ZCLRPST ACCEPTS.
      *
      * CONTROL TOTALS PROVE ITEMS IN = ITEMS PAID + ITEMS RETURNED
      * (COUNTS AND AMOUNTS); A MISMATCH ENDS RC=8. A NON-BUSINESS
      * RUN DATE STILL POSTS AND ENDS RC=4.
      *
      * CHQIN RECORD:  ACCOUNT 9(10), SERIAL 9(8), AMOUNT 9(10)V99,
      *                PRESENTER REF X(16), FILLER X(4)
      * CHQRET RECORD: THE CHQIN RECORD + REASON X(2) + TEXT X(20)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCHQPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQIN ASSIGN TO CHQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
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
           SELECT CHQRET ASSIGN TO CHQRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT CHQRPT ASSIGN TO CHQRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT VSAMCHQB ASSIGN TO VSAMCHQB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KEY
               FILE STATUS IS WS-CHQB-STATUS.
           SELECT VSAMCHQS ASSIGN TO VSAMCHQS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CHQS-STATUS.
           SELECT VSAMCHQP ASSIGN TO VSAMCHQP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CHQP-STATUS.
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
       FD  CHQIN RECORDING MODE F.
       01  WS-CHQ-REC.
           05  QI-ACCNO PIC 9(10).
           05  QI-SERIAL PIC 9(8).
           05  QI-AMOUNT PIC 9(10)V99.
           05  QI-PRES-REF PIC X(16).
           05  FILLER PIC X(4).
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  CHQRET RECORDING MODE F.
       01  WS-RET-REC.
           05  QR-ACCNO PIC 9(10).
           05  QR-SERIAL PIC 9(8).
           05  QR-AMOUNT PIC 9(10)V99.
           05  QR-PRES-REF PIC X(16).
           05  FILLER PIC X(4).
           05  QR-REASON PIC X(2).
           05  QR-REASON-TEXT PIC X(20).
       FD  CHQRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       FD  VSAMCHQB.
       01  WS-CHQB-REC.
           COPY CHQBREC.
       FD  VSAMCHQS.
       01  WS-CHQS-REC.
           COPY CHQSREC.
       FD  VSAMCHQP.
       01  WS-CHQP-REC.
           COPY CHQPREC.
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
      * ACCOUNT-NUMBER CHECK DIGIT WORK AREA - SEE ACCTCHK.
       COPY ACCTCHKW.
       01  WS-NONBUS-SW PIC X VALUE 'N'.
       01  WS-IN-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-RET-STATUS PIC XX.
       01  WS-REFC-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-CHQB-STATUS PIC XX.
       01  WS-CHQS-STATUS PIC XX.
       01  WS-CHQP-STATUS PIC XX.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-ITEM-OK PIC X.
       01  WS-ALREADY-SW PIC X VALUE 'N'.
       01  WS-REASON PIC X(2).
       01  WS-REASON-TEXT PIC X(20).
       01  WS-MIN-BALANCE PIC S9(10)V99.
       01  WS-AVAILABLE PIC S9(11)V99.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
      * UNEXPIRED DEPOSIT HOLDS ON THE DRAWER'S ACCOUNT - SUBTRACTED
      * FROM AVAILABILITY, SAME HELD-FUNDS FIGURE ZBANK USES ONLINE.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HELD-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * CHEQUE-BOOK BROWSE STATE - SEE 2150-CHECK-ISSUED.
       01  WS-EOF-CHQB PIC X VALUE 'N'.
       01  WS-ISSUED-SW PIC X VALUE 'N'.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-IN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-POSTED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-RETURN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ALREADY-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-STOP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-IN-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-POSTED-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-RETURN-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-ED PIC -(12)9.99.
       01  WS-AMOUNT-ED PIC Z(9)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZCHQPST" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ITEMS
           PERFORM 9000-TERMINATE
           MOVE WS-POSTED-COUNT TO WS-RUNC-COUNT
           MOVE WS-POSTED-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CHQIN
           OPEN I-O VSAMZBNK
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN EXTEND JRNLZBNK
           OPEN INPUT VSAMHOLD
           OPEN INPUT VSAMCHQB
           OPEN INPUT VSAMCHQS
           OPEN I-O VSAMCHQP
           OPEN OUTPUT CHQRET
           OPEN OUTPUT CHQRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           PERFORM 8740-CAL-OPEN
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 8750-CAL-CHECK-DATE
           IF WS-CAL-BUSDAY-SW = 'N'
               MOVE 'Y' TO WS-NONBUS-SW
           END-IF
           MOVE "ZCHQPST - CHEQUE PRESENTMENT POSTING" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-POST-ITEMS.
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ CHQIN
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       ADD QI-AMOUNT TO WS-IN-TOTAL
                       PERFORM 2100-POST-ONE-ITEM
               END-READ
           END-PERFORM.

       2100-POST-ONE-ITEM.
           MOVE 'Y' TO WS-ITEM-OK
           MOVE 'N' TO WS-ALREADY-SW
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-REASON-TEXT
      * AN ACCOUNT NUMBER THAT FAILS THE CHECK DIGIT WAS NEVER
      * PRINTED ON ONE OF OUR CHEQUES - BACK UNPAID.
           MOVE QI-ACCNO TO WS-ACHK-ACCNO
           PERFORM 8650-CHECK-ACCNO
           IF WS-ACHK-OK-SW = 'N'
               MOVE 'N' TO WS-ITEM-OK
               MOVE "09" TO WS-REASON
               MOVE "CHECK DIGIT" TO WS-REASON-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y'
               MOVE QI-ACCNO TO WS-ACCNO
               READ VSAMZBNK
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE "01" TO WS-REASON
                       MOVE "UNKNOWN ACCOUNT" TO WS-REASON-TEXT
               END-READ
           END-IF
           IF WS-ITEM-OK = 'Y' AND WS-ACCT-STATUS = 'C'
               MOVE 'N' TO WS-ITEM-OK
               MOVE "02" TO WS-REASON
               MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y'
               PERFORM 2150-CHECK-ISSUED
               IF WS-ISSUED-SW = 'N'
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE "10" TO WS-REASON
                   MOVE "SERIAL NOT ISSUED" TO WS-REASON-TEXT
               END-IF
           END-IF
      * ALREADY ON THE PAID REGISTER - EITHER OUR OWN POSTING FROM A
      * RUN THAT DIED TONIGHT (SAME DATE AND PRESENTER REFERENCE) OR
      * A SECOND PRESENTMENT OF A CHEQUE ALREADY PAID.
           IF WS-ITEM-OK = 'Y'
               MOVE QI-ACCNO TO CP-ACCNO
               MOVE QI-SERIAL TO CP-SERIAL
               READ VSAMCHQP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       IF CP-PAID-DATE = WS-RUN-DATE
                           AND CP-PRES-REF = QI-PRES-REF
                           AND CP-AMOUNT = QI-AMOUNT
                           MOVE 'Y' TO WS-ALREADY-SW
                       ELSE
                           MOVE "11" TO WS-REASON
                           MOVE "ALREADY PAID" TO WS-REASON-TEXT
                       END-IF
               END-READ
           END-IF
           IF WS-ITEM-OK = 'Y'
               MOVE QI-ACCNO TO CS-ACCNO
               MOVE QI-SERIAL TO CS-SERIAL
               READ VSAMCHQS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CS-STATUS = 'A'
                           MOVE 'N' TO WS-ITEM-OK
                           ADD 1 TO WS-STOP-COUNT
                           MOVE "12" TO WS-REASON
                           MOVE "PAYMENT STOPPED" TO WS-REASON-TEXT
                       END-IF
               END-READ
           END-IF
      * SAME AVAILABILITY RULE AS AN EXTERNAL DEBIT IN ZCLRPST -
      * THE ACCOUNT-TYPE MINIMUM AND THE UNEXPIRED HOLDS COME OFF.
           IF WS-ITEM-OK = 'Y'
               EVALUATE WS-ACCOUNT-TYPE
                   WHEN "S"
                       MOVE 100 TO WS-MIN-BALANCE
                   WHEN OTHER
                       COMPUTE WS-MIN-BALANCE =
                           0 - WS-OVERDRAFT-LIMIT
               END-EVALUATE
               MOVE WS-ACCNO TO WS-HOLD-ACCT
               PERFORM 8450-SUM-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE - WS-MIN-BALANCE
                   - WS-HELD-TOTAL
               IF QI-AMOUNT > WS-AVAILABLE
                   MOVE 'N' TO WS-ITEM-OK
                   MOVE "04" TO WS-REASON
                   MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
               END-IF
           END-IF
           IF WS-ALREADY-SW = 'Y'
               PERFORM 2260-COUNT-ALREADY-POSTED
           ELSE
           IF WS-ITEM-OK = 'Y'
               PERFORM 2200-APPLY-ITEM
           ELSE
               PERFORM 2300-RETURN-ITEM
           END-IF
           END-IF.

      * BROWSE THE DRAWER'S CHEQUE BOOKS FOR ONE WHOSE SERIAL RANGE
      * HOLDS THE PRESENTED SERIAL. BOOKS ARE KEYED ON THEIR FIRST
      * SERIAL, SO THE BROWSE STOPS AT THE FIRST BOOK STARTING
      * BEYOND IT.
       2150-CHECK-ISSUED.
           MOVE 'N' TO WS-ISSUED-SW
           MOVE QI-ACCNO TO CB-ACCNO
           MOVE ZEROS TO CB-FIRST-SERIAL
           MOVE 'N' TO WS-EOF-CHQB
           START VSAMCHQB KEY NOT LESS THAN CB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CHQB
           END-START
           PERFORM UNTIL WS-EOF-CHQB = 'Y'
               READ VSAMCHQB NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CHQB
                   NOT AT END
                       IF CB-ACCNO NOT = QI-ACCNO
                           OR CB-FIRST-SERIAL > QI-SERIAL
                           MOVE 'Y' TO WS-EOF-CHQB
                       ELSE
                           IF CB-LAST-SERIAL NOT < QI-SERIAL
                               MOVE 'Y' TO WS-ISSUED-SW
                               MOVE 'Y' TO WS-EOF-CHQB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-APPLY-ITEM.
           PERFORM 8300-GET-REF-NO
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "CQ" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZCHQPST" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE QI-SERIAL TO JR-ORIG-REF
           MOVE QI-AMOUNT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           SUBTRACT QI-AMOUNT FROM WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-LAST-ACT-DATE
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-FILE-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'Y'
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               PERFORM 2250-REGISTER-PAID
               ADD 1 TO WS-POSTED-COUNT
               ADD QI-AMOUNT TO WS-POSTED-TOTAL
               MOVE QI-AMOUNT TO WS-AMOUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "PAID     ACCNO=" QI-ACCNO
                   " SERIAL=" QI-SERIAL
                   " AMT=" WS-AMOUNT-ED
                   " REF=" WS-REF-NO
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE "05" TO WS-REASON
               MOVE "REWRITE FAILED" TO WS-REASON-TEXT
               PERFORM 2300-RETURN-ITEM
           END-IF.

      * REGISTER THE CHEQUE AS PAID SO A SECOND PRESENTMENT RETURNS
      * AS REASON 11. A DUPLICATE KEY CANNOT HAPPEN AFTER THE READ
      * ABOVE SHORT OF RELOADED DATA - SKIPPED, THE POSTING STANDS.
       2250-REGISTER-PAID.
           MOVE SPACES TO WS-CHQP-REC
           MOVE QI-ACCNO TO CP-ACCNO
           MOVE QI-SERIAL TO CP-SERIAL
           MOVE QI-AMOUNT TO CP-AMOUNT
           MOVE WS-RUN-DATE TO CP-PAID-DATE
           MOVE WS-REF-NO TO CP-REF-NO
           MOVE QI-PRES-REF TO CP-PRES-REF
           WRITE WS-CHQP-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * THE INTERRUPTED RUN ALREADY PAID THIS CHEQUE - THE BALANCE,
      * JOURNAL ENTRY AND REGISTER ROW STAND, ONLY THE COUNTS NEED
      * IT.
       2260-COUNT-ALREADY-POSTED.
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-ALREADY-COUNT
           ADD QI-AMOUNT TO WS-POSTED-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCNO=" QI-ACCNO
               " SERIAL=" QI-SERIAL
               " ALREADY PAID BY INTERRUPTED RUN"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2300-RETURN-ITEM.
           MOVE SPACES TO WS-RET-REC
           MOVE QI-ACCNO TO QR-ACCNO
           MOVE QI-SERIAL TO QR-SERIAL
           MOVE QI-AMOUNT TO QR-AMOUNT
           MOVE QI-PRES-REF TO QR-PRES-REF
           MOVE WS-REASON TO QR-REASON
           MOVE WS-REASON-TEXT TO QR-REASON-TEXT
           WRITE WS-RET-REC
           ADD 1 TO WS-RETURN-COUNT
           ADD QI-AMOUNT TO WS-RETURN-TOTAL
           MOVE QI-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "RETURNED ACCNO=" QI-ACCNO
               " SERIAL=" QI-SERIAL
               " AMT=" WS-AMOUNT-ED
               " " WS-REASON
               " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

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

       COPY ACCTCHK.

       COPY CALENDP.

       COPY RUNCTLP.

       9000-TERMINATE.
           IF WS-NONBUS-SW = 'Y'
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN DATE=" WS-RUN-DATE
                   " IS NOT A BUSINESS DAY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHEQUES IN=" WS-IN-COUNT
               " PAID=" WS-POSTED-COUNT
               " RETURNED=" WS-RETURN-COUNT
               " OF WHICH STOPPED=" WS-STOP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-IN-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT IN=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-POSTED-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT PAID=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-RETURN-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT RETURNED=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-IN-COUNT NOT = WS-POSTED-COUNT + WS-RETURN-COUNT
               OR WS-IN-TOTAL NOT = WS-POSTED-TOTAL + WS-RETURN-TOTAL
               MOVE "*** CONTROL TOTALS DO NOT PROVE - INVESTIGATE"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IN PROOF - IN = PAID+RETURNED" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-NONBUS-SW = 'Y'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ALREADY-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "CHEQUES ALREADY PAID BY INTERRUPTED RUN="
                   WS-ALREADY-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           CLOSE CHQIN
           CLOSE VSAMZBNK
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE VSAMCHQB
           CLOSE VSAMCHQS
           CLOSE VSAMCHQP
           CLOSE JRNLZBNK
           CLOSE CHQRET
           PERFORM 8745-CAL-CLOSE
           CLOSE CHQRPT.
