      *
      * ZBULKPY - NIGHTLY BULK PAYMENT FILE POSTING. A BUSINESS
      * CUSTOMER SUBMITS ONE FILE PER PAYROLL OR PAYMENT RUN - A
      * HEADER NAMING THE ACCOUNT TO DEBIT WITH THE DECLARED ITEM
      * COUNT AND TOTAL, ONE DETAIL PER PAYMENT, AND A TRAILER.
      * OPERATIONS CONCATENATE THE DAY'S FILES ON BULKIN; EACH FILE
      * STANDS OR FALLS ON ITS OWN.
      *
      * EVERY FILE IS VALIDATED WHOLE BEFORE ANYTHING POSTS: THE
      * HEADER/TRAILER COUNTS AND TOTALS AGAINST THE DETAILS, EVERY
      * DESTINATION ACCOUNT'S CHECK DIGIT (ACCTCHK), EVERY INTERNAL
      * DESTINATION ON VSAM.ZBANK AND OPEN, THE DEBIT ACCOUNT OPEN,
      * OWNED BY THE SUBMITTING CUSTOMER AND ABLE TO FUND THE WHOLE
      * FILE UNDER THE SAME MINIMUM-BALANCE AND HELD-FUNDS RULES
      * ZCLROUT APPLIES, AND THE FILE NOT ALREADY POSTED (VSAM.
      * ZBULKREG). ONE FAILURE REJECTS THE WHOLE FILE AND NOTHING
      * OF IT POSTS.
      *
      * AN ACCEPTED FILE POSTS ONE "BD" DEBIT FOR THE FILE TOTAL ON
      * THE BUSINESS ACCOUNT, THEN ONE ENTRY PER ITEM UNDER ITS OWN
      * REFERENCE: A "BC" CREDIT ON AN INTERNAL DESTINATION, OR FOR
      * AN EXTERNAL DESTINATION A "BX" ENTRY ON ACCOUNT ZERO (THE
      * MONEY LEAVES TRANSFER CLEARING FOR OUTBOUND CLEARING) PLUS A
      * RELEASE ROW ON BULKREL THAT THE NIGHTLY ZCLROUT EXTRACT SENDS
      * TO THE CLEARING NETWORK WITHOUT DEBITING AGAIN. BD = BC + BX
      * IS PROVED AT END OF RUN; OUT OF PROOF ENDS RC=8. SHOULD AN
      * INTERNAL CREDIT'S REWRITE FAIL AFTER THE DEBIT HAS POSTED,
      * THE ITEM'S AMOUNT IS CREDITED BACK ("BC") TO THE BUSINESS
      * ACCOUNT UNDER THE ITEM'S REFERENCE AND THE RUN ENDS RC=8.
      *
      * BULKRES CARRIES A RESULT BACK TO THE CUSTOMER FOR EVERY FILE
      * (ITEM 000000) AND EVERY ITEM, WITH A REASON CODE:
      *   ITEMS: 01 UNKNOWN ACCOUNT     02 ACCOUNT CLOSED (OR A LOAN)
      *          05 REWRITE FAILED      06 INVALID ITEM TYPE
      *          07 TERM NOT MATURED    09 CHECK DIGIT
      *          11 INVALID AMOUNT      12 SAME AS DEBIT ACCOUNT
      *          29 FILE REJECTED - THE ITEM WAS GOOD, THE FILE NOT
      *   FILES: 20 HEADER INVALID      21 NO TRAILER
      *          22 ITEM COUNT MISMATCH 23 TOTAL MISMATCH
      *          24 DEBIT ACCOUNT INVALID
      *          25 NOT ACCOUNT OWNER   26 INSUFFICIENT FUNDS
      *          27 TOO MANY ITEMS      28 ITEMS IN ERROR
      *          30 DEBIT REWRITE FAILED
      *          31 DUPLICATE FILE
      * RESULT STATUS: FILE A=ACCEPTED/R=REJECTED; ITEM P=POSTED,
      * R=REJECTED, N=NOT POSTED, F=FAILED AND RETURNED.
      * RC=4 - ONE OR MORE FILES REJECTED (THE CUSTOMER IS TOLD BY
      * BULKRES). RC=8 - OUT OF PROOF, A FAILED REWRITE, OR RECORDS
      * OUTSIDE ANY HEADER/TRAILER - OPERATIONS TO INVESTIGATE.
      *
      * BULKIN RECORDS (80 BYTES, TYPE IN COLUMN 1):
      *   H  FILE ID X(8), DEBIT ACCOUNT 9(10), CUSTOMER NO 9(10),
      *      ITEM COUNT 9(6), TOTAL 9(10)V99, CREATION DATE X(8)
      *   D  DESTINATION TYPE X(1) (I=ZBANK ACCOUNT, E=EXTERNAL),
      *      ACCOUNT 9(10), AMOUNT 9(10)V99, ITEM REFERENCE X(16),
      *      PAYEE NAME X(20)
      *   T  FILE ID X(8), ITEM COUNT 9(6), TOTAL 9(10)V99
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZBULKPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BULKIN ASSIGN TO BULKIN
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
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT VSAMBREG ASSIGN TO VSAMBREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT BULKRES ASSIGN TO BULKRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT BULKREL ASSIGN TO BULKREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT BULKRPT ASSIGN TO BULKRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  BULKIN RECORDING MODE F.
       01  WS-BULK-REC.
           05  BI-REC-TYPE PIC X(1).
           05  BI-HEADER.
               10  BI-H-FILE-ID PIC X(8).
               10  BI-H-DEBIT-ACCNO PIC 9(10).
               10  BI-H-CUST-NO PIC 9(10).
               10  BI-H-ITEM-COUNT PIC 9(6).
               10  BI-H-TOTAL PIC 9(10)V99.
               10  BI-H-CREATE-DATE PIC X(8).
               10  FILLER PIC X(25).
           05  BI-DETAIL REDEFINES BI-HEADER.
               10  BI-D-DEST-TYPE PIC X(1).
               10  BI-D-DEST-ACCNO PIC 9(10).
               10  BI-D-AMOUNT PIC 9(10)V99.
               10  BI-D-ITEM-REF PIC X(16).
               10  BI-D-PAYEE-NAME PIC X(20).
               10  FILLER PIC X(20).
           05  BI-TRAILER REDEFINES BI-HEADER.
               10  BI-T-FILE-ID PIC X(8).
               10  BI-T-ITEM-COUNT PIC 9(6).
               10  BI-T-TOTAL PIC 9(10)V99.
               10  FILLER PIC X(53).
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMBREG.
       01  WS-BREG-REC.
           COPY BLKGREC.
       FD  BULKRES RECORDING MODE F.
       01  WS-RES-REC.
           05  BS-DEBIT-ACCNO PIC 9(10).
           05  BS-FILE-ID PIC X(8).
           05  BS-ITEM-NO PIC 9(6).
           05  BS-DEST-TYPE PIC X(1).
           05  BS-DEST-ACCNO PIC 9(10).
           05  BS-AMOUNT PIC 9(10)V99.
           05  BS-ITEM-REF PIC X(16).
           05  BS-STATUS PIC X(1).
           05  BS-REASON PIC X(2).
           05  BS-REASON-TEXT PIC X(20).
           05  BS-REF-NO PIC 9(12).
       FD  BULKREL RECORDING MODE F.
       01  WS-BLKX-REC.
           COPY BLKXREC.
       FD  BULKRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       COPY ACCTCHKW.
       01  WS-IN-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-REFC-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-BREG-STATUS PIC XX.
       01  WS-RES-STATUS PIC XX.
       01  WS-REL-STATUS PIC XX.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-REWRITE-OK PIC X VALUE 'Y'.
       01  WS-MIN-BALANCE PIC S9(10)V99.
       01  WS-AVAILABLE PIC S9(11)V99.
       01  WS-EOF-HOLD PIC X VALUE 'N'.
       01  WS-HOLD-ACCT PIC 9(10).
       01  WS-HELD-TOTAL PIC S9(12)V99 VALUE ZEROS.
      * 'Y' ONCE SOMETHING NEEDS OPERATIONS - OUT OF PROOF, A FAILED
      * REWRITE OR RECORDS OUTSIDE ANY FILE. ENDS THE RUN RC=8.
       01  WS-SEVERE-SW PIC X VALUE 'N'.
      * THE FILE IN HAND - ITS HEADER, WHAT ITS DETAILS ADD UP TO,
      * AND THE FIRST REASON IT FAILED.
       01  WS-FILE-OK PIC X.
       01  WS-FILE-REASON PIC X(2).
       01  WS-FILE-REASON-TEXT PIC X(20).
       01  WS-TRY-REASON PIC X(2).
       01  WS-TRY-REASON-TEXT PIC X(20).
       01  WS-HDR-FILE-ID PIC X(8).
       01  WS-HDR-DEBIT-ACCNO PIC 9(10).
       01  WS-HDR-CUST-NO PIC 9(10).
       01  WS-HDR-ITEM-COUNT PIC 9(6).
       01  WS-HDR-TOTAL PIC 9(10)V99.
       01  WS-HDR-VALID-SW PIC X.
       01  WS-DET-TOTAL PIC 9(11)V99.
       01  WS-EXT-COUNT PIC 9(6).
       01  WS-BD-REF-NO PIC 9(12).
      * THE FILE'S DETAILS, HELD FOR THE VALIDATE-THEN-POST PASSES.
      * A FILE WITH MORE ITEMS THAN THE TABLE HOLDS IS REJECTED
      * WHOLE (REASON 27) - THE CUSTOMER SPLITS IT.
       01  WS-IT-MAX PIC 9(6) VALUE 5000.
       01  WS-IT-COUNT PIC 9(6).
       01  WS-IT-STORED PIC 9(6).
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IT-IX.
               10  WS-IT-TYPE PIC X(1).
               10  WS-IT-ACCNO PIC 9(10).
               10  WS-IT-AMOUNT PIC 9(10)V99.
               10  WS-IT-REF PIC X(16).
               10  WS-IT-STATUS PIC X(1).
               10  WS-IT-REASON PIC X(2).
               10  WS-IT-REASON-TEXT PIC X(20).
               10  WS-IT-REF-NO PIC 9(12).
       01  WS-ITEM-NO PIC 9(6).
      * RUN TOTALS.
       01  WS-FILE-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-ACCEPT-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-REJECT-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-STRAY-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-BD-COUNT PIC 9(6) VALUE ZEROS.
       01  WS-BD-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-BC-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BC-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-BX-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-BX-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-RETURN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-TOTAL-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZBULKPY" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FILES
           PERFORM 9000-TERMINATE
           MOVE WS-BD-COUNT TO WS-RUNC-COUNT
           MOVE WS-BD-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BULKIN
           OPEN I-O VSAMZBNK
           OPEN I-O VSAMREFC
           OPEN I-O VSAMHIST
           OPEN INPUT VSAMHOLD
           OPEN I-O VSAMBREG
           OPEN EXTEND JRNLZBNK
           OPEN OUTPUT BULKRES
           OPEN OUTPUT BULKREL
           OPEN OUTPUT BULKRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZBULKPY - BULK PAYMENT FILE POSTING" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-PROCESS-FILES.
           PERFORM 8100-READ-BULKIN
           PERFORM UNTIL WS-EOF-IN = 'Y'
               IF BI-REC-TYPE = "H"
                   PERFORM 2100-PROCESS-ONE-FILE
               ELSE
      * A DETAIL OR TRAILER WITH NO HEADER BEFORE IT BELONGS TO NO
      * FILE THIS RUN CAN NAME - NOTHING IS POSTED FROM IT AND
      * OPERATIONS MUST FIND OUT WHOSE IT IS.
                   ADD 1 TO WS-STRAY-COUNT
                   MOVE 'Y' TO WS-SEVERE-SW
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** RECORD TYPE '" BI-REC-TYPE
                       "' OUTSIDE ANY HEADER/TRAILER - IGNORED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   PERFORM 8100-READ-BULKIN
               END-IF
           END-PERFORM.

      * ONE FILE, HEADER TO TRAILER: LOAD ITS DETAILS, VALIDATE THE
      * WHOLE OF IT, AND ONLY THEN POST IT - OR POST NOTHING.
       2100-PROCESS-ONE-FILE.
           ADD 1 TO WS-FILE-COUNT
           MOVE 'Y' TO WS-FILE-OK
           MOVE SPACES TO WS-FILE-REASON
           MOVE SPACES TO WS-FILE-REASON-TEXT
           MOVE ZEROS TO WS-BD-REF-NO
           MOVE ZEROS TO WS-IT-COUNT
           MOVE ZEROS TO WS-IT-STORED
           MOVE ZEROS TO WS-DET-TOTAL
           MOVE ZEROS TO WS-EXT-COUNT
           MOVE BI-H-FILE-ID TO WS-HDR-FILE-ID
           MOVE 'Y' TO WS-HDR-VALID-SW
           IF BI-H-DEBIT-ACCNO IS NUMERIC
               MOVE BI-H-DEBIT-ACCNO TO WS-HDR-DEBIT-ACCNO
           ELSE
               MOVE ZEROS TO WS-HDR-DEBIT-ACCNO
               MOVE 'N' TO WS-HDR-VALID-SW
           END-IF
           IF BI-H-CUST-NO IS NUMERIC
                   AND BI-H-ITEM-COUNT IS NUMERIC
                   AND BI-H-TOTAL IS NUMERIC
               MOVE BI-H-CUST-NO TO WS-HDR-CUST-NO
               MOVE BI-H-ITEM-COUNT TO WS-HDR-ITEM-COUNT
               MOVE BI-H-TOTAL TO WS-HDR-TOTAL
           ELSE
               MOVE ZEROS TO WS-HDR-CUST-NO
               MOVE ZEROS TO WS-HDR-ITEM-COUNT
               MOVE ZEROS TO WS-HDR-TOTAL
               MOVE 'N' TO WS-HDR-VALID-SW
           END-IF
           IF WS-HDR-VALID-SW = 'N' OR WS-HDR-FILE-ID = SPACES
               MOVE "20" TO WS-TRY-REASON
               MOVE "HEADER INVALID" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           END-IF
           PERFORM 8100-READ-BULKIN
           PERFORM UNTIL WS-EOF-IN = 'Y' OR BI-REC-TYPE NOT = "D"
               PERFORM 2110-LOAD-ONE-ITEM
               PERFORM 8100-READ-BULKIN
           END-PERFORM
           IF WS-EOF-IN = 'N' AND BI-REC-TYPE = "T"
               PERFORM 2120-CHECK-TRAILER
               PERFORM 8100-READ-BULKIN
           ELSE
               MOVE "21" TO WS-TRY-REASON
               MOVE "NO TRAILER" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           END-IF
           PERFORM 2200-VALIDATE-FILE
           IF WS-FILE-OK = 'Y'
               PERFORM 2400-POST-FILE
           END-IF
           IF WS-FILE-OK = 'Y'
               ADD 1 TO WS-ACCEPT-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 2600-WRITE-RESULTS.

       2110-LOAD-ONE-ITEM.
           ADD 1 TO WS-IT-COUNT
           IF BI-D-AMOUNT IS NUMERIC
               ADD BI-D-AMOUNT TO WS-DET-TOTAL
           END-IF
           IF WS-IT-COUNT > WS-IT-MAX
               IF WS-IT-COUNT = WS-IT-MAX + 1
                   MOVE "27" TO WS-TRY-REASON
                   MOVE "TOO MANY ITEMS" TO WS-TRY-REASON-TEXT
                   PERFORM 2190-FAIL-FILE
               END-IF
           ELSE
               ADD 1 TO WS-IT-STORED
               SET WS-IT-IX TO WS-IT-STORED
               MOVE BI-D-DEST-TYPE TO WS-IT-TYPE(WS-IT-IX)
               IF BI-D-DEST-ACCNO IS NUMERIC
                   MOVE BI-D-DEST-ACCNO TO WS-IT-ACCNO(WS-IT-IX)
               ELSE
                   MOVE ZEROS TO WS-IT-ACCNO(WS-IT-IX)
               END-IF
               IF BI-D-AMOUNT IS NUMERIC
                   MOVE BI-D-AMOUNT TO WS-IT-AMOUNT(WS-IT-IX)
               ELSE
                   MOVE ZEROS TO WS-IT-AMOUNT(WS-IT-IX)
               END-IF
               MOVE BI-D-ITEM-REF TO WS-IT-REF(WS-IT-IX)
               MOVE 'V' TO WS-IT-STATUS(WS-IT-IX)
               MOVE SPACES TO WS-IT-REASON(WS-IT-IX)
               MOVE SPACES TO WS-IT-REASON-TEXT(WS-IT-IX)
               MOVE ZEROS TO WS-IT-REF-NO(WS-IT-IX)
      * AN UNREADABLE ACCOUNT OR AMOUNT IS MARKED NOW, WHILE THE RAW
      * FIELDS ARE STILL IN THE RECORD AREA.
               IF BI-D-DEST-ACCNO IS NOT NUMERIC
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
                   MOVE "09" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "CHECK DIGIT" TO WS-IT-REASON-TEXT(WS-IT-IX)
               END-IF
               IF BI-D-AMOUNT IS NOT NUMERIC
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
                   MOVE "11" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "INVALID AMOUNT" TO WS-IT-REASON-TEXT(WS-IT-IX)
               END-IF
           END-IF.

       2120-CHECK-TRAILER.
           IF BI-T-FILE-ID NOT = WS-HDR-FILE-ID
               MOVE "21" TO WS-TRY-REASON
               MOVE "TRAILER NOT THIS FILE" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           IF BI-T-ITEM-COUNT IS NOT NUMERIC
                   OR BI-T-ITEM-COUNT NOT = WS-IT-COUNT
               MOVE "22" TO WS-TRY-REASON
               MOVE "TRAILER COUNT WRONG" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           IF BI-T-TOTAL IS NOT NUMERIC
                   OR BI-T-TOTAL NOT = WS-DET-TOTAL
               MOVE "23" TO WS-TRY-REASON
               MOVE "TRAILER TOTAL WRONG" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           END-IF
           END-IF
           END-IF.

      * MARK THE FILE REJECTED. THE FIRST REASON FOUND IS THE ONE
      * THE CUSTOMER IS GIVEN; LATER ONES ONLY CONFIRM THE REJECTION.
       2190-FAIL-FILE.
           IF WS-FILE-OK = 'Y'
               MOVE 'N' TO WS-FILE-OK
               MOVE WS-TRY-REASON TO WS-FILE-REASON
               MOVE WS-TRY-REASON-TEXT TO WS-FILE-REASON-TEXT
           END-IF.

      * THE WHOLE-FILE CHECKS. EVERY ITEM IS CHECKED EVEN ONCE THE
      * FILE HAS FAILED, SO THE RESULT FILE TELLS THE CUSTOMER ALL
      * THAT IS WRONG WITH IT IN ONE PASS.
       2200-VALIDATE-FILE.
           IF WS-HDR-VALID-SW = 'Y'
               MOVE WS-HDR-DEBIT-ACCNO TO BG-DEBIT-ACCNO
               MOVE WS-HDR-FILE-ID TO BG-FILE-ID
               READ VSAMBREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "31" TO WS-TRY-REASON
                       MOVE "DUPLICATE FILE" TO WS-TRY-REASON-TEXT
                       PERFORM 2190-FAIL-FILE
               END-READ
           END-IF
           IF WS-IT-COUNT = ZEROS
                   OR WS-IT-COUNT NOT = WS-HDR-ITEM-COUNT
               MOVE "22" TO WS-TRY-REASON
               MOVE "ITEM COUNT MISMATCH" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           END-IF
           IF WS-DET-TOTAL NOT = WS-HDR-TOTAL
               MOVE "23" TO WS-TRY-REASON
               MOVE "TOTAL MISMATCH" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           END-IF
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-IT-STORED
               PERFORM 2210-VALIDATE-ONE-ITEM
           END-PERFORM
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-IT-STORED
               IF WS-IT-STATUS(WS-IT-IX) = 'R'
                   MOVE "28" TO WS-TRY-REASON
                   MOVE "ITEMS IN ERROR" TO WS-TRY-REASON-TEXT
                   PERFORM 2190-FAIL-FILE
               END-IF
           END-PERFORM
           PERFORM 2220-CHECK-DEBIT-ACCOUNT.

       2210-VALIDATE-ONE-ITEM.
           IF WS-IT-STATUS(WS-IT-IX) = 'V'
               IF WS-IT-TYPE(WS-IT-IX) NOT = "I"
                       AND WS-IT-TYPE(WS-IT-IX) NOT = "E"
                   MOVE "06" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "INVALID ITEM TYPE"
                       TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               ELSE
               IF WS-IT-AMOUNT(WS-IT-IX) = ZEROS
                   MOVE "11" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "INVALID AMOUNT" TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               ELSE
               IF WS-IT-ACCNO(WS-IT-IX) = WS-HDR-DEBIT-ACCNO
                   MOVE "12" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "SAME AS DEBIT ACCOUNT"
                       TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               END-IF
               END-IF
               END-IF
           END-IF
      * EXTERNAL ACCOUNT NUMBERS CARRY THE SAME CHECK DIGIT - A
      * MISKEYED ONE IS STOPPED HERE, NOT AT THE CLEARING HOUSE.
           IF WS-IT-STATUS(WS-IT-IX) = 'V'
               MOVE WS-IT-ACCNO(WS-IT-IX) TO WS-ACHK-ACCNO
               PERFORM 8650-CHECK-ACCNO
               IF WS-ACHK-OK-SW = 'N'
                   MOVE "09" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "CHECK DIGIT" TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               END-IF
           END-IF
           IF WS-IT-STATUS(WS-IT-IX) = 'V'
                   AND WS-IT-TYPE(WS-IT-IX) = "I"
               MOVE WS-IT-ACCNO(WS-IT-IX) TO WS-ACCNO
               READ VSAMZBNK
                   INVALID KEY
                       MOVE "01" TO WS-IT-REASON(WS-IT-IX)
                       MOVE "UNKNOWN ACCOUNT"
                           TO WS-IT-REASON-TEXT(WS-IT-IX)
                       MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               END-READ
           END-IF
           IF WS-IT-STATUS(WS-IT-IX) = 'V'
                   AND WS-IT-TYPE(WS-IT-IX) = "I"
               IF WS-ACCT-STATUS = 'C'
                   MOVE "02" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "ACCOUNT CLOSED" TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               ELSE
      * A LOAN ACCOUNT TAKES NO CREDITS - IT IS REPAID BY ZLOANC - SO
      * IT REJECTS AS A CLOSED ACCOUNT DOES, AS IN ZCLRPST.
               IF WS-ACCOUNT-TYPE = "L"
                   MOVE "02" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "LOAN ACCOUNT" TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               ELSE
      * AN UNMATURED TERM DEPOSIT MAY NOT BE TOPPED UP - THE SAME
      * TERM LOCK ZCLRPST APPLIES TO CREDITS FROM OUTSIDE.
               IF WS-ACCOUNT-TYPE = "T"
                       AND WS-MATURITY-DATE IS NUMERIC
                       AND WS-MATURITY-DATE > WS-RUN-DATE
                   MOVE "07" TO WS-IT-REASON(WS-IT-IX)
                   MOVE "TERM NOT MATURED"
                       TO WS-IT-REASON-TEXT(WS-IT-IX)
                   MOVE 'R' TO WS-IT-STATUS(WS-IT-IX)
               END-IF
               END-IF
               END-IF
           END-IF
           IF WS-IT-STATUS(WS-IT-IX) = 'V'
                   AND WS-IT-TYPE(WS-IT-IX) = "E"
               ADD 1 TO WS-EXT-COUNT
           END-IF.

      * THE BUSINESS ACCOUNT: A CHECKING ACCOUNT ON FILE, OPEN, NOT
      * LOCKED, OWNED BY THE CUSTOMER NAMED ON THE HEADER, AND ABLE
      * TO FUND THE WHOLE FILE AFTER ITS MINIMUM AND UNEXPIRED HOLDS.
       2220-CHECK-DEBIT-ACCOUNT.
           MOVE WS-HDR-DEBIT-ACCNO TO WS-ACHK-ACCNO
           PERFORM 8650-CHECK-ACCNO
           IF WS-ACHK-OK-SW = 'N'
               MOVE "24" TO WS-TRY-REASON
               MOVE "DEBIT CHECK DIGIT" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           MOVE WS-HDR-DEBIT-ACCNO TO WS-ACCNO
           MOVE 'Y' TO WS-REWRITE-OK
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-READ
           IF WS-REWRITE-OK = 'N'
               MOVE "24" TO WS-TRY-REASON
               MOVE "DEBIT ACCOUNT UNKNOWN" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           IF WS-ACCT-STATUS = 'C' OR WS-ACCT-STATUS = 'D'
               MOVE "24" TO WS-TRY-REASON
               MOVE "DEBIT ACCOUNT NOT OPEN" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           IF WS-FAILED-ATTEMPTS >= 3
               MOVE "24" TO WS-TRY-REASON
               MOVE "DEBIT ACCOUNT LOCKED" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           IF WS-ACCOUNT-TYPE NOT = "C"
               MOVE "24" TO WS-TRY-REASON
               MOVE "DEBIT NOT CHECKING" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
           IF WS-CUST-NO NOT = WS-HDR-CUST-NO
               MOVE "25" TO WS-TRY-REASON
               MOVE "NOT ACCOUNT OWNER" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
               COMPUTE WS-MIN-BALANCE = 0 - WS-OVERDRAFT-LIMIT
               MOVE WS-ACCNO TO WS-HOLD-ACCT
               PERFORM 8450-SUM-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE - WS-MIN-BALANCE
                   - WS-HELD-TOTAL
               IF WS-DET-TOTAL > WS-AVAILABLE
                   MOVE "26" TO WS-TRY-REASON
                   MOVE "INSUFFICIENT FUNDS" TO WS-TRY-REASON-TEXT
                   PERFORM 2190-FAIL-FILE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * POST AN ACCEPTED FILE - THE ONE DEBIT FIRST, THEN THE ITEMS.
      * THE JOURNAL ENTRY IS ONLY WRITTEN ONCE THE REWRITE HAS TAKEN,
      * SO A VSAM ERROR ON THE DEBIT LEAVES THE FILE WHOLLY UNPOSTED.
       2400-POST-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-HDR-DEBIT-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           PERFORM 8300-GET-REF-NO
           MOVE WS-REF-NO TO WS-BD-REF-NO
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "BD" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZBULKPY" TO JR-OPERATOR
           MOVE WS-HDR-FILE-ID TO JR-ORIG-REF
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-DET-TOTAL TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           SUBTRACT WS-DET-TOTAL FROM WS-BALANCE
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
               MOVE 'Y' TO WS-SEVERE-SW
               MOVE ZEROS TO WS-BD-REF-NO
               MOVE "30" TO WS-TRY-REASON
               MOVE "DEBIT REWRITE FAILED" TO WS-TRY-REASON-TEXT
               PERFORM 2190-FAIL-FILE
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               ADD 1 TO WS-BD-COUNT
               ADD WS-DET-TOTAL TO WS-BD-TOTAL
               MOVE ZEROS TO WS-ITEM-NO
               PERFORM VARYING WS-IT-IX FROM 1 BY 1
                       UNTIL WS-IT-IX > WS-IT-STORED
                   ADD 1 TO WS-ITEM-NO
                   PERFORM 8300-GET-REF-NO
                   MOVE WS-REF-NO TO WS-IT-REF-NO(WS-IT-IX)
                   IF WS-IT-TYPE(WS-IT-IX) = "I"
                       PERFORM 2420-POST-INTERNAL-CREDIT
                   ELSE
                       PERFORM 2440-POST-EXTERNAL-ITEM
                   END-IF
               END-PERFORM
               PERFORM 2450-REGISTER-FILE
           END-IF.

       2420-POST-INTERNAL-CREDIT.
           MOVE WS-IT-ACCNO(WS-IT-IX) TO WS-ACCNO
           MOVE 'Y' TO WS-REWRITE-OK
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-REWRITE-OK
           END-READ
           IF WS-REWRITE-OK = 'Y'
               MOVE SPACES TO WS-JRNL-REC
               MOVE WS-ACCNO TO JR-ACCNO
               MOVE "BC" TO JR-ACTION
               MOVE WS-REF-NO TO JR-REF-NO
               MOVE SPACES TO JR-TERMID
               MOVE "B" TO JR-CHANNEL
               MOVE "ZBULKPY" TO JR-OPERATOR
               MOVE WS-IT-REF(WS-IT-IX) TO JR-ORIG-REF
               MOVE WS-CUST-NO TO JR-OWNER-CUST
               MOVE WS-IT-AMOUNT(WS-IT-IX) TO JR-AMOUNT
               MOVE WS-BALANCE TO JR-BEFORE-BAL
               ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-BALANCE
               MOVE WS-BALANCE TO JR-AFTER-BAL
               MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
               MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
               REWRITE WS-FILE-REC
                   INVALID KEY
                       MOVE 'N' TO WS-REWRITE-OK
               END-REWRITE
           END-IF
           IF WS-REWRITE-OK = 'N'
               PERFORM 2430-RETURN-ITEM
           ELSE
               WRITE WS-JRNL-REC
               PERFORM 8900-WRITE-HISTORY
               ADD 1 TO WS-BC-COUNT
               ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-BC-TOTAL
               MOVE 'P' TO WS-IT-STATUS(WS-IT-IX)
           END-IF.

      * THE CREDIT COULD NOT BE APPLIED AFTER THE DEBIT POSTED - PUT
      * THE ITEM'S AMOUNT BACK ON THE BUSINESS ACCOUNT AS A "BC"
      * UNDER THE ITEM'S OWN REFERENCE, SO THE FILE STILL PROVES
      * BD = BC + BX AND THE CUSTOMER SEES WHICH ITEM CAME BACK.
       2430-RETURN-ITEM.
           MOVE 'Y' TO WS-SEVERE-SW
           MOVE WS-HDR-DEBIT-ACCNO TO WS-ACCNO
           READ VSAMZBNK
           MOVE SPACES TO WS-JRNL-REC
           MOVE WS-ACCNO TO JR-ACCNO
           MOVE "BC" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZBULKPY" TO JR-OPERATOR
           MOVE WS-IT-REF(WS-IT-IX) TO JR-ORIG-REF
           MOVE WS-CUST-NO TO JR-OWNER-CUST
           MOVE WS-IT-AMOUNT(WS-IT-IX) TO JR-AMOUNT
           MOVE WS-BALANCE TO JR-BEFORE-BAL
           ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-BALANCE
           MOVE WS-BALANCE TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           REWRITE WS-FILE-REC
           WRITE WS-JRNL-REC
           PERFORM 8900-WRITE-HISTORY
           ADD 1 TO WS-BC-COUNT
           ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-BC-TOTAL
           ADD 1 TO WS-RETURN-COUNT
           MOVE 'F' TO WS-IT-STATUS(WS-IT-IX)
           MOVE "05" TO WS-IT-REASON(WS-IT-IX)
           MOVE "REWRITE FAILED" TO WS-IT-REASON-TEXT(WS-IT-IX)
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** ITEM " WS-ITEM-NO
               " CREDIT TO " WS-IT-ACCNO(WS-IT-IX)
               " FAILED - RETURNED TO " WS-HDR-DEBIT-ACCNO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * AN EXTERNAL ITEM IS PAID FROM TRANSFER CLEARING INTO OUTBOUND
      * CLEARING BY A "BX" ENTRY ON ACCOUNT ZERO - IT TOUCHES NO
      * ACCOUNT, THE SAME WAY A WALK-IN FOREIGN-CURRENCY DEAL IS
      * JOURNALED - AND QUEUED ON BULKREL FOR ZCLROUT TO SEND.
       2440-POST-EXTERNAL-ITEM.
           MOVE SPACES TO WS-JRNL-REC
           MOVE ZEROS TO JR-ACCNO
           MOVE "BX" TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE SPACES TO JR-TERMID
           MOVE "B" TO JR-CHANNEL
           MOVE "ZBULKPY" TO JR-OPERATOR
           MOVE WS-IT-REF(WS-IT-IX) TO JR-ORIG-REF
           MOVE ZEROS TO JR-OWNER-CUST
           MOVE WS-IT-AMOUNT(WS-IT-IX) TO JR-AMOUNT
           MOVE ZEROS TO JR-BEFORE-BAL
           MOVE ZEROS TO JR-AFTER-BAL
           MOVE WS-CURR-DATETIME(1:8) TO JR-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO JR-TS-TIME
           WRITE WS-JRNL-REC
           ADD 1 TO WS-BX-COUNT
           ADD WS-IT-AMOUNT(WS-IT-IX) TO WS-BX-TOTAL
           MOVE SPACES TO WS-BLKX-REC
           MOVE WS-IT-ACCNO(WS-IT-IX) TO BKX-BENE-ACCNO
           MOVE WS-IT-AMOUNT(WS-IT-IX) TO BKX-AMOUNT
           MOVE WS-REF-NO TO BKX-REF-NO
           MOVE WS-HDR-DEBIT-ACCNO TO BKX-DEBIT-ACCNO
           MOVE WS-HDR-FILE-ID TO BKX-FILE-ID
           MOVE WS-ITEM-NO TO BKX-ITEM-NO
           MOVE WS-RUN-DATE TO BKX-POST-DATE
           WRITE WS-BLKX-REC
           IF WS-REL-STATUS = "00"
               ADD 1 TO WS-REL-COUNT
           END-IF
           MOVE 'P' TO WS-IT-STATUS(WS-IT-IX).

      * RECORD THE POSTED FILE SO THE SAME FILE CAN NEVER POST TWICE,
      * AND SO ZCLROUT KNOWS ITS EXTERNAL ITEMS ARE STILL TO SEND.
       2450-REGISTER-FILE.
           MOVE SPACES TO WS-BREG-REC
           MOVE WS-HDR-DEBIT-ACCNO TO BG-DEBIT-ACCNO
           MOVE WS-HDR-FILE-ID TO BG-FILE-ID
           IF WS-EXT-COUNT > ZEROS
               MOVE 'P' TO BG-STATUS
           ELSE
               MOVE 'N' TO BG-STATUS
           END-IF
           MOVE WS-RUN-DATE TO BG-POST-DATE
           MOVE WS-IT-COUNT TO BG-ITEM-COUNT
           MOVE WS-EXT-COUNT TO BG-EXT-COUNT
           MOVE WS-DET-TOTAL TO BG-TOTAL
           MOVE WS-BD-REF-NO TO BG-REF-NO
           WRITE WS-BREG-REC
               INVALID KEY
                   MOVE 'Y' TO WS-SEVERE-SW
           END-WRITE.

      * THE RESULT FILE FOR THE CUSTOMER - ONE LINE FOR THE FILE,
      * THEN ONE PER ITEM - AND THE CONTROL REPORT LINES.
       2600-WRITE-RESULTS.
           MOVE SPACES TO WS-RES-REC
           MOVE WS-HDR-DEBIT-ACCNO TO BS-DEBIT-ACCNO
           MOVE WS-HDR-FILE-ID TO BS-FILE-ID
           MOVE ZEROS TO BS-ITEM-NO
           MOVE "H" TO BS-DEST-TYPE
           MOVE WS-HDR-DEBIT-ACCNO TO BS-DEST-ACCNO
           IF WS-DET-TOTAL > 9999999999.99
               MOVE 9999999999.99 TO BS-AMOUNT
           ELSE
               MOVE WS-DET-TOTAL TO BS-AMOUNT
           END-IF
           MOVE WS-BD-REF-NO TO BS-REF-NO
           MOVE WS-DET-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FILE-OK = 'Y'
               MOVE 'A' TO BS-STATUS
               STRING "FILE " WS-HDR-DEBIT-ACCNO "/" WS-HDR-FILE-ID
                   " ITEMS=" WS-IT-COUNT
                   " TOTAL=" WS-TOTAL-ED
                   " POSTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE 'R' TO BS-STATUS
               MOVE WS-FILE-REASON TO BS-REASON
               MOVE WS-FILE-REASON-TEXT TO BS-REASON-TEXT
               STRING "FILE " WS-HDR-DEBIT-ACCNO "/" WS-HDR-FILE-ID
                   " ITEMS=" WS-IT-COUNT
                   " REJECTED " WS-FILE-REASON
                   " " WS-FILE-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RES-REC
           WRITE WS-RPT-LINE
           MOVE ZEROS TO WS-ITEM-NO
           PERFORM VARYING WS-IT-IX FROM 1 BY 1
                   UNTIL WS-IT-IX > WS-IT-STORED
               ADD 1 TO WS-ITEM-NO
               PERFORM 2610-WRITE-ONE-RESULT
           END-PERFORM.

       2610-WRITE-ONE-RESULT.
           IF WS-FILE-OK = 'N' AND WS-IT-STATUS(WS-IT-IX) = 'V'
               MOVE 'N' TO WS-IT-STATUS(WS-IT-IX)
               MOVE "29" TO WS-IT-REASON(WS-IT-IX)
               MOVE "FILE REJECTED" TO WS-IT-REASON-TEXT(WS-IT-IX)
           END-IF
           MOVE SPACES TO WS-RES-REC
           MOVE WS-HDR-DEBIT-ACCNO TO BS-DEBIT-ACCNO
           MOVE WS-HDR-FILE-ID TO BS-FILE-ID
           MOVE WS-ITEM-NO TO BS-ITEM-NO
           MOVE WS-IT-TYPE(WS-IT-IX) TO BS-DEST-TYPE
           MOVE WS-IT-ACCNO(WS-IT-IX) TO BS-DEST-ACCNO
           MOVE WS-IT-AMOUNT(WS-IT-IX) TO BS-AMOUNT
           MOVE WS-IT-REF(WS-IT-IX) TO BS-ITEM-REF
           MOVE WS-IT-STATUS(WS-IT-IX) TO BS-STATUS
           MOVE WS-IT-REASON(WS-IT-IX) TO BS-REASON
           MOVE WS-IT-REASON-TEXT(WS-IT-IX) TO BS-REASON-TEXT
           MOVE WS-IT-REF-NO(WS-IT-IX) TO BS-REF-NO
           WRITE WS-RES-REC
           IF WS-IT-STATUS(WS-IT-IX) = 'R'
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ITEM " WS-ITEM-NO
                   " ACCT=" WS-IT-ACCNO(WS-IT-IX)
                   " " WS-IT-REASON(WS-IT-IX)
                   " " WS-IT-REASON-TEXT(WS-IT-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

      * READ THE NEXT BULKIN RECORD; A READ ERROR ENDS THE INPUT.
       8100-READ-BULKIN.
           READ BULKIN
               AT END
                   MOVE 'Y' TO WS-EOF-IN
           END-READ
           IF WS-EOF-IN = 'N' AND WS-IN-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-IN
               MOVE 'Y' TO WS-SEVERE-SW
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** BULKIN READ ERROR STATUS=" WS-IN-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

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

      * SUM THE UNEXPIRED DEPOSIT HOLDS FOR WS-HOLD-ACCT - SEE THE
      * SAME PARAGRAPH IN ZSTORD/ZCLROUT.
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

       COPY ACCTCHK.

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

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "FILES READ=" WS-FILE-COUNT
               " POSTED=" WS-ACCEPT-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " STRAY RECORDS=" WS-STRAY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-BD-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "BD DEBITS=" WS-BD-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-BC-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "BC CREDITS=" WS-BC-COUNT
               " AMOUNT=" WS-TOTAL-ED
               " RETURNED=" WS-RETURN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-BX-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "BX EXTERNAL=" WS-BX-COUNT
               " AMOUNT=" WS-TOTAL-ED
               " RELEASED=" WS-REL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-BD-TOTAL NOT = WS-BC-TOTAL + WS-BX-TOTAL
                   OR WS-BX-COUNT NOT = WS-REL-COUNT
               MOVE "*** CONTROL TOTALS DO NOT PROVE - BD NOT = BC + BX"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 'Y' TO WS-SEVERE-SW
           ELSE
               MOVE "IN PROOF - BD = BC + BX" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-SEVERE-SW = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF
           CLOSE BULKIN
           CLOSE VSAMZBNK
           CLOSE VSAMREFC
           CLOSE VSAMHIST
           CLOSE VSAMHOLD
           CLOSE VSAMBREG
           CLOSE JRNLZBNK
           CLOSE BULKRES
           CLOSE BULKREL
           CLOSE BULKRPT.
