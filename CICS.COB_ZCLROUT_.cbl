      * PENDING AND RETRY ON THE NEXT RUN; PAYMENTS WHOSE SOURCE IS
      * GONE, CLOSED OR LOCKED ARE MARKED REJECTED (STATUS R) SO
      * THEY STOP RETRYING, AND ARE LISTED FOR THE BRANCH.
      * A SENT PAYMENT THE BENEFICIARY BANK LATER SENDS BACK IS
      * PUT BACK ON ITS SOURCE ACCOUNT BY ZCLRRTN (ACTION "XR").
      *
      * A PAYMENT THAT NEEDED A SECOND OWNER'S APPROVAL CARRIES ITS
      * VSAM.ZAPPRV SEQUENCE IN PP-APPR-SEQ; ITS "XP" ENTRY NAMES
      * THE OWNER WHO KEYED IT IN JR-OWNER-CUST AND THE OWNER WHO
      * APPROVED IT IN JR-APPR-CUST (TAG "DUAL").
      *
      * EXTERNAL ITEMS OF ACCEPTED BULK PAYMENT FILES ARRIVE ON
      * BLKRELIN (BLKXREC), WRITTEN BY ZBULKPY EARLIER IN THE WINDOW.
      * THEY ARE ALREADY PAID FOR - THE FILE'S ONE "BD" DEBIT AND
      * THE ITEM'S "BX" ENTRY ARE ON THE JOURNAL - SO THEY ARE SENT
      * AS THEY STAND, WITH NO DEBIT HERE, AND COUNTED IN THE SAME
      * CONTROL TOTALS. A FILE'S ITEMS GO ONLY WHILE ITS VSAM.
      * ZBULKREG ROW IS STILL P; THE ROW IS MARKED S AS THEY GO, SO
      * A RELEASE GENERATION READ A SECOND TIME SENDS NOTHING.
      *
      * CLROUT RECORD: BENEFICIARY ACCOUNT 9(10), DIRECTION X(1)
      * (ALWAYS C), AMOUNT 9(10)V99, ORIGINATOR REF X(16).
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BLKRELIN ASSIGN TO BLKRELIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLKX-STATUS.
           SELECT VSAMBREG ASSIGN TO VSAMBREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT VSAMAPPR ASSIGN TO VSAMAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APPR-STATUS.
           SELECT CLROUT ASSIGN TO CLROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  BLKRELIN RECORDING MODE F.
       01  WS-BLKX-REC.
           COPY BLKXREC.
       FD  VSAMBREG.
       01  WS-BREG-REC.
           COPY BLKGREC.
       FD  VSAMAPPR.
       01  WS-APPR-REC.
           COPY APPRREC.
       FD  CLROUT RECORDING MODE F.
       01  WS-OUT-REC.
           05  CO-BENE-ACCNO PIC 9(10).
       01  WS-HIST-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-OUT-STATUS PIC XX.
       01  WS-BLKX-STATUS PIC XX.
       01  WS-BREG-STATUS PIC XX.
       01  WS-APPR-STATUS PIC XX.
      * THE BULK FILE WHOSE RELEASE ROWS ARE IN HAND, AND WHETHER
      * THEY ARE TO GO.
       01  WS-EOF-BLKX PIC X VALUE 'N'.
       01  WS-BLK-ACCNO PIC 9(10) VALUE ZEROS.
       01  WS-BLK-FILE-ID PIC X(8) VALUE SPACES.
       01  WS-BLK-SEND-SW PIC X VALUE 'N'.
       01  WS-BLK-SENT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BLK-SKIP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EOF-PAYP PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SEND-PAYMENTS
           PERFORM 2500-SEND-BULK-ITEMS
           PERFORM 9000-TERMINATE
           MOVE WS-SENT-COUNT TO WS-RUNC-COUNT
           MOVE WS-SENT-TOTAL TO WS-RUNC-AMOUNT
           OPEN I-O VSAMHIST
           OPEN INPUT VSAMHOLD
           OPEN EXTEND JRNLZBNK
           OPEN I-O VSAMBREG
           OPEN INPUT VSAMAPPR
           OPEN OUTPUT CLROUT
           OPEN OUTPUT CLORPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE "B" TO JR-CHANNEL
           MOVE "ZCLROUT" TO JR-OPERATOR
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           IF PP-APPR-SEQ IS NUMERIC AND PP-APPR-SEQ > ZEROS
               MOVE PP-ACCNO TO AP-ACCNO
               MOVE PP-APPR-SEQ TO AP-SEQ-NO
               READ VSAMAPPR
                   NOT INVALID KEY
                       MOVE AP-INIT-CUST TO JR-OWNER-CUST
                       MOVE "DUAL" TO JR-APPR-TAG
                       MOVE AP-APPR-CUST TO JR-APPR-CUST
               END-READ
           END-IF
           MOVE PP-AMOUNT TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           SUBTRACT PP-AMOUNT FROM WS-BALANCE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * THE EXTERNAL ITEMS OF TONIGHT'S ACCEPTED BULK PAYMENT FILES.
      * NO RELEASE GENERATION (OR AN EMPTY ONE) MEANS NO BULK ITEMS.
       2500-SEND-BULK-ITEMS.
           OPEN INPUT BLKRELIN
           IF WS-BLKX-STATUS NOT = "00"
               MOVE "NO BULK PAYMENT RELEASE FILE - NONE SENT"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-BLKX = 'Y'
                   READ BLKRELIN
                       AT END
                           MOVE 'Y' TO WS-EOF-BLKX
                       NOT AT END
                           PERFORM 2510-SEND-ONE-BULK-ITEM
                   END-READ
               END-PERFORM
               CLOSE BLKRELIN
           END-IF.

       2510-SEND-ONE-BULK-ITEM.
           IF BKX-DEBIT-ACCNO NOT = WS-BLK-ACCNO
                   OR BKX-FILE-ID NOT = WS-BLK-FILE-ID
               PERFORM 2520-CLAIM-BULK-FILE
           END-IF
           IF WS-BLK-SEND-SW = 'Y'
               MOVE BKX-BENE-ACCNO TO CO-BENE-ACCNO
               MOVE "C" TO CO-DIRECTION
               MOVE BKX-AMOUNT TO CO-AMOUNT
               MOVE SPACES TO CO-ORIG-REF
               STRING "ZBNK" BKX-REF-NO
                   DELIMITED BY SIZE INTO CO-ORIG-REF
               WRITE WS-OUT-REC
               IF WS-OUT-STATUS = "00"
                   ADD 1 TO WS-FILE-COUNT
                   ADD CO-AMOUNT TO WS-FILE-TOTAL
               END-IF
               ADD 1 TO WS-SENT-COUNT
               ADD BKX-AMOUNT TO WS-SENT-TOTAL
               ADD 1 TO WS-BLK-SENT-COUNT
               MOVE BKX-AMOUNT TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "BULK ACCT=" BKX-DEBIT-ACCNO
                   " TO=" BKX-BENE-ACCNO
                   " AMT=" WS-AMT-ED
                   " REF=" BKX-REF-NO
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               ADD 1 TO WS-BLK-SKIP-COUNT
           END-IF.

      * FIRST RELEASE ROW OF A NEW FILE - SEND ITS ITEMS ONLY WHILE
      * THE REGISTRY STILL SHOWS THEM UNSENT, AND MARK THEM SENT.
       2520-CLAIM-BULK-FILE.
           MOVE BKX-DEBIT-ACCNO TO WS-BLK-ACCNO
           MOVE BKX-FILE-ID TO WS-BLK-FILE-ID
           MOVE 'N' TO WS-BLK-SEND-SW
           MOVE BKX-DEBIT-ACCNO TO BG-DEBIT-ACCNO
           MOVE BKX-FILE-ID TO BG-FILE-ID
           READ VSAMBREG
               INVALID KEY
                   MOVE SPACES TO BG-STATUS
           END-READ
           IF BG-STATUS = 'P'
               MOVE 'S' TO BG-STATUS
               MOVE WS-RUN-DATE TO BG-SENT-DATE
               REWRITE WS-BREG-REC
               MOVE 'Y' TO WS-BLK-SEND-SW
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "BULK FILE " BKX-DEBIT-ACCNO "/" BKX-FILE-ID
                   " NOT AWAITING RELEASE - SKIPPED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

      * SUM THE UNEXPIRED DEPOSIT HOLDS FOR WS-HOLD-ACCT - SEE THE
      * SAME PARAGRAPH IN ZSTORD/ZCLRPST.
       8450-SUM-HOLDS.
               " REJECTED=" WS-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "BULK ITEMS SENT=" WS-BLK-SENT-COUNT
               " SKIPPED=" WS-BLK-SKIP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SENT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT SENT=" WS-TOTAL-ED
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE JRNLZBNK
           CLOSE VSAMBREG
           CLOSE VSAMAPPR
           CLOSE CLROUT
           CLOSE CLORPT.
