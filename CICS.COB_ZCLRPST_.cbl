      * ACTION CODE - XC FOR EXTERNAL CREDITS, XD FOR EXTERNAL
      * DEBITS - CARRYING THE ORIGINATOR'S REFERENCE. REJECTED
      * ITEMS GO TO THE CLRRET RETURN FILE WITH A REASON CODE:
      *   01 UNKNOWN ACCOUNT     02 ACCOUNT CLOSED (OR A LOAN)
      *   03 ACCOUNT LOCKED      04 WOULD BREACH MINIMUM
      *   05 REWRITE FAILED      06 INVALID DIRECTION
      *   07 TERM NOT MATURED    08 DUPLICATE REFERENCE
      *   09 CHECK DIGIT         10 NO MANDATE/OVER MAXIMUM
      *
      * DIRECT-DEBIT MANDATES: AN XD DEBIT POSTS ONLY WHEN THE
      * ACCOUNT HOLDS AN ACTIVE MANDATE FOR THE ORIGINATOR ID ON THE
      * ITEM (VSAM.ZMANDT, KEYED ACCOUNT + ORIGINATOR ID) AND THE
      * AMOUNT IS WITHIN THE MANDATE'S MAXIMUM, IF IT HAS ONE.
      * ANYTHING ELSE RETURNS AT ONCE WITH REASON 10 - IT IS NEVER
      * CARRIED FOR REPRESENTMENT, AND A CARRIED DEBIT WHOSE MANDATE
      * IS CANCELLED MEANWHILE RETURNS ON ITS NEXT ATTEMPT.
      *
      * CHECKPOINT/RESTART: PROGRESS IS APPENDED TO CLRCHKP - AN
      * 'S' RECORD AT START, A 'C' RECORD AFTER EVERY ITEM POSTED
      * GOES TO CLRRET. THE CLRRPT CONTROL REPORT SHOWS EVERY
      * ATTEMPT COUNT AND OUTCOME.
      *
      * RECOVERIES: A CREDIT FOR AN ACCOUNT ZCHGOFF HAS CHARGED OFF
      * (CLOSED - REASON 02 - OR ALREADY ARCHIVED - REASON 01) IS NOT
      * RETURNED WHEN THE ACCOUNT HAS AN OPEN COLLECTIONS CASE ON
      * VSAM.ZCOLL (COLLREC) AND THE AMOUNT IS NO MORE THAN THE DEBT
      * STILL OUTSTANDING. IT POSTS AGAINST THE CASE INSTEAD, AS A
      * "CX" MEMO ENTRY ON THE CHARGED-OFF ACCOUNT NUMBER WITH BOTH
      * BALANCES ZERO, AND COUNTS AS POSTED IN THE CONTROL TOTALS.
      *
      * CONTROL TOTALS PROVE ITEMS IN (CLRIN + REPRESENTED) = ITEMS
      * POSTED + ITEMS RETURNED + ITEMS CARRIED FORWARD (COUNTS AND
      * AMOUNTS); A MISMATCH ENDS RC=8.
      *
      * CLRIN RECORD:  ACCOUNT 9(10), DIRECTION X(1) (C/D),
      *                AMOUNT 9(10)V99, ORIGINATOR REF X(16),
      *                ORIGINATOR ID X(8)
      * CLRRET RECORD: ACCOUNT, DIRECTION, AMOUNT, ORIGINATOR REF,
      *                REASON X(2), TEXT X(20), ORIGINATOR ID X(8)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCLRPST.
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VSAMMAND ASSIGN TO VSAMMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MAND-STATUS.
           SELECT VSAMCOLL ASSIGN TO VSAMCOLL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-ACCNO
               FILE STATUS IS WS-COLL-STATUS.
           COPY CALENDS.
           COPY RUNCTLS.
       DATA DIVISION.
           05  CI-DIRECTION PIC X(1).
           05  CI-AMOUNT PIC 9(10)V99.
           05  CI-ORIG-REF PIC X(16).
           05  CI-ORIG-ID PIC X(8).
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
           05  RT-ORIG-REF PIC X(16).
           05  RT-REASON PIC X(2).
           05  RT-REASON-TEXT PIC X(20).
           05  RT-ORIG-ID PIC X(8).
       FD  CLRRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       FD  REPRIN RECORDING MODE F.
                                  ==RP-ORIG-REF== BY ==RO-ORIG-REF==
                                  ==RP-ATTEMPTS== BY ==RO-ATTEMPTS==
                                  ==RP-FIRST-DATE== BY
                                     ==RO-FIRST-DATE==
                                  ==RP-ORIG-ID== BY ==RO-ORIG-ID==.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       FD  VSAMMAND.
       01  WS-MAND-REC.
           COPY MNDTREC.
       FD  VSAMCOLL.
       01  WS-COLL-REC.
           COPY COLLREC.
       FD  VSAMDUP.
       01  WS-DUP-REC.
           COPY CLRDREC.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HELD-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * DIRECT-DEBIT MANDATE CHECK STATE.
       01  WS-MAND-STATUS PIC XX.
       01  WS-MANDATE-RET-COUNT PIC 9(8) VALUE ZEROS.
      * CHARGED-OFF RECOVERY STATE - 'Y' WHEN THE RETURNED CREDIT IN
      * HAND HAS AN OPEN COLLECTIONS CASE IT CAN BE TAKEN AGAINST.
       01  WS-COLL-STATUS PIC XX.
       01  WS-COLL-HIT-SW PIC X VALUE 'N'.
       01  WS-COLL-OUTSTANDING PIC S9(10)V99.
       01  WS-RECOVERY-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-RECOVERY-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-RUN-DATE PIC X(8).
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
      * REPRESENTMENT STATE FOR THE ITEM IN HAND - THE ATTEMPT THIS
           OPEN I-O VSAMHIST
           OPEN EXTEND JRNLZBNK
           OPEN INPUT VSAMHOLD
           OPEN INPUT VSAMMAND
           OPEN I-O VSAMCOLL
           OPEN OUTPUT CLRRET
           OPEN OUTPUT CLRRPT
           OPEN INPUT REPRIN
                       MOVE RP-DIRECTION TO RO-DIRECTION
                       MOVE RP-AMOUNT TO RO-AMOUNT
                       MOVE RP-ORIG-REF TO RO-ORIG-REF
                       MOVE RP-ORIG-ID TO RO-ORIG-ID
                       MOVE RP-ATTEMPTS TO RO-ATTEMPTS
                       MOVE RP-FIRST-DATE TO RO-FIRST-DATE
                       WRITE WS-RPOUT-REC
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE VSAMMAND
           CLOSE VSAMCOLL
           CLOSE VSAMDUP
           CLOSE VSAMFTL
           CLOSE JRNLZBNK
                       MOVE RP-DIRECTION TO CI-DIRECTION
                       MOVE RP-AMOUNT TO CI-AMOUNT
                       MOVE RP-ORIG-REF TO CI-ORIG-REF
                       MOVE RP-ORIG-ID TO CI-ORIG-ID
                       COMPUTE WS-CUR-ATTEMPT = RP-ATTEMPTS + 1
                       MOVE RP-FIRST-DATE TO WS-CUR-FIRST-DATE
                       MOVE SPACES TO WS-RPT-LINE
           MOVE RP-DIRECTION TO RO-DIRECTION
           MOVE RP-AMOUNT TO RO-AMOUNT
           MOVE RP-ORIG-REF TO RO-ORIG-REF
           MOVE RP-ORIG-ID TO RO-ORIG-ID
           MOVE RP-ATTEMPTS TO RO-ATTEMPTS
           MOVE RP-FIRST-DATE TO RO-FIRST-DATE
           WRITE WS-RPOUT-REC
               MOVE "02" TO WS-REASON
               MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
           END-IF
      * A LOAN ACCOUNT MOVES ONLY THROUGH ZLOANC AND THE LOAN GL -
      * AN XC/XD HERE WOULD POST TO THE DEPOSIT GL AND BREAK THE
      * ZGLPRF LOAN PROOF, SO IT RETURNS AS A CLOSED ACCOUNT WOULD.
           IF WS-ITEM-OK = 'Y' AND WS-ACCOUNT-TYPE = "L"
               MOVE 'N' TO WS-ITEM-OK
               MOVE "02" TO WS-REASON
               MOVE "LOAN ACCOUNT" TO WS-REASON-TEXT
           END-IF
           IF WS-ITEM-OK = 'Y' AND WS-FAILED-ATTEMPTS >= 3
               MOVE 'N' TO WS-ITEM-OK
               MOVE "03" TO WS-REASON
               MOVE "07" TO WS-REASON
               MOVE "TERM NOT MATURED" TO WS-REASON-TEXT
           END-IF
      * A DEBIT THE CUSTOMER NEVER AUTHORISED, OR ONE ABOVE WHAT THEY
      * AUTHORISED, GOES STRAIGHT BACK - CHECKED BEFORE FUNDS SO IT
      * CAN NEVER BE CARRIED FOR REPRESENTMENT.
           IF WS-ITEM-OK = 'Y' AND CI-DIRECTION = "D"
               MOVE CI-ACCNO TO MD-ACCNO
               MOVE CI-ORIG-ID TO MD-ORIG-ID
               READ VSAMMAND
                   INVALID KEY
                       MOVE 'N' TO WS-ITEM-OK
                       MOVE "10" TO WS-REASON
                       MOVE "NO ACTIVE MANDATE" TO WS-REASON-TEXT
                   NOT INVALID KEY
                       IF MD-STATUS NOT = 'A'
                           MOVE 'N' TO WS-ITEM-OK
                           MOVE "10" TO WS-REASON
                           MOVE "NO ACTIVE MANDATE" TO WS-REASON-TEXT
                       ELSE
                       IF MD-MAX-AMOUNT > ZEROS
                           AND CI-AMOUNT > MD-MAX-AMOUNT
                           MOVE 'N' TO WS-ITEM-OK
                           MOVE "10" TO WS-REASON
                           MOVE "OVER MANDATE MAXIMUM"
                               TO WS-REASON-TEXT
                       END-IF
                       END-IF
               END-READ
               IF WS-ITEM-OK = 'N'
                   ADD 1 TO WS-MANDATE-RET-COUNT
               END-IF
           END-IF
           IF WS-ITEM-OK = 'Y' AND CI-DIRECTION = "D"
               EVALUATE WS-ACCOUNT-TYPE
                   WHEN "S"
           IF WS-ITEM-OK = 'Y'
               PERFORM 2200-APPLY-ITEM
           ELSE
      * A CREDIT FOR A CHARGED-OFF ACCOUNT IS A RECOVERY, NOT A
      * RETURN, WHILE ITS COLLECTIONS CASE IS OPEN.
               MOVE 'N' TO WS-COLL-HIT-SW
               IF CI-DIRECTION = "C"
                   AND (WS-REASON = "01" OR WS-REASON = "02")
                   PERFORM 2500-FIND-COLL-CASE
               END-IF
               IF WS-COLL-HIT-SW = 'Y'
                   PERFORM 2550-APPLY-RECOVERY
               ELSE
                   PERFORM 2300-RETURN-ITEM
               END-IF
           END-IF
           END-IF
           END-IF.
               MOVE CI-ORIG-REF TO RT-ORIG-REF
               MOVE WS-REASON TO RT-REASON
               MOVE WS-REASON-TEXT TO RT-REASON-TEXT
               MOVE CI-ORIG-ID TO RT-ORIG-ID
               WRITE WS-RET-REC
               ADD 1 TO WS-RETURN-COUNT
               ADD CI-AMOUNT TO WS-RETURN-TOTAL
           MOVE CI-DIRECTION TO RO-DIRECTION
           MOVE CI-AMOUNT TO RO-AMOUNT
           MOVE CI-ORIG-REF TO RO-ORIG-REF
           MOVE CI-ORIG-ID TO RO-ORIG-ID
           MOVE WS-CUR-ATTEMPT TO RO-ATTEMPTS
           MOVE WS-CUR-FIRST-DATE TO RO-FIRST-DATE
           WRITE WS-RPOUT-REC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * LOOK FOR AN OPEN COLLECTIONS CASE ON THE CREDITED ACCOUNT. A
      * CREDIT LARGER THAN THE DEBT STILL OUTSTANDING IS NOT SPLIT -
      * IT RETURNS WHOLE WITH ITS ORIGINAL REASON.
       2500-FIND-COLL-CASE.
           MOVE CI-ACCNO TO CL-ACCNO
           READ VSAMCOLL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CL-STATUS = 'O'
                       COMPUTE WS-COLL-OUTSTANDING =
                           CL-CHGOFF-AMT - CL-RECOVERED
                       IF CI-AMOUNT NOT > WS-COLL-OUTSTANDING
                           MOVE 'Y' TO WS-COLL-HIT-SW
                       ELSE
                           MOVE SPACES TO WS-RPT-LINE
                           STRING "ACCNO=" CI-ACCNO
                               " CREDIT EXCEEDS CHARGED-OFF DEBT"
                               " - NOT TAKEN AS RECOVERY"
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                           WRITE WS-RPT-LINE
                       END-IF
                   END-IF
           END-READ.

      * TAKE THE CREDIT AGAINST THE CASE READ BY 2500 - THE CASE IS
      * UPDATED FIRST, THEN THE "CX" MEMO ENTRY IS JOURNALED AND THE
      * REFERENCE REGISTERED EXACTLY AS FOR AN XC POSTING.
       2550-APPLY-RECOVERY.
           ADD CI-AMOUNT TO CL-RECOVERED
           MOVE WS-RUN-DATE TO CL-LAST-RCV-DATE
           IF CL-RECOVERED = CL-CHGOFF-AMT
               MOVE 'S' TO CL-STATUS
           END-IF
           MOVE 'Y' TO WS-REWRITE-OK
           REWRITE WS-COLL-REC
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-REWRITE
           IF WS-REWRITE-OK = 'Y'
               PERFORM 8300-GET-REF-NO
               MOVE SPACES TO WS-JRNL-REC
               MOVE CI-ACCNO TO JR-ACCNO
               MOVE "CX" TO JR-ACTION
               MOVE WS-REF-NO TO JR-REF-NO
               MOVE SPACES TO JR-TERMID
               MOVE "B" TO JR-CHANNEL
               MOVE "ZCLRPST" TO JR-OPERATOR
               MOVE CL-CUST-NO TO JR-OWNER-CUST
               MOVE CI-ORIG-REF TO JR-ORIG-REF
               MOVE CI-AMOUNT TO JR-AMOUNT
               MOVE ZEROS TO JR-BEFORE-BAL
               MOVE ZEROS TO JR-AFTER-BAL
               MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
               MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               PERFORM 2250-REGISTER-REFERENCE
               ADD 1 TO WS-POSTED-COUNT
               ADD CI-AMOUNT TO WS-POSTED-TOTAL
               ADD 1 TO WS-RECOVERY-COUNT
               ADD CI-AMOUNT TO WS-RECOVERY-TOTAL
               PERFORM 2270-WRITE-CHECKPOINT
               MOVE SPACES TO WS-RPT-LINE
               STRING "RECOVERY ACCNO=" CI-ACCNO
                   " TAKEN AGAINST CHARGED-OFF DEBT REF="
                   WS-REF-NO
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE "05" TO WS-REASON
               MOVE "REWRITE FAILED" TO WS-REASON-TEXT
               PERFORM 2300-RETURN-ITEM
           END-IF.

      * SUM THE UNEXPIRED DEPOSIT HOLDS FOR WS-HOLD-ACCT - A HOLD
      * STILL COUNTS UNTIL ITS RELEASE DATE ARRIVES. SAME HELD-FUNDS
      * FIGURE THE ZBANK W/T AVAILABILITY CHECK COMPUTES ONLINE.
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-MANDATE-RET-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "DEBITS RETURNED NO/OVER MANDATE="
                   WS-MANDATE-RET-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-RECOVERY-COUNT > ZEROS
               MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "OF WHICH CHARGED-OFF RECOVERIES="
                   WS-RECOVERY-COUNT
                   " AMOUNT=" WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-ALREADY-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "ITEMS ALREADY POSTED BY INTERRUPTED RUN="
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE VSAMMAND
           CLOSE VSAMCOLL
           CLOSE JRNLZBNK
           CLOSE CLRRET
           CLOSE REPRIN
