      *
      * ZATMSET - ATM NETWORK DAILY SETTLEMENT RECONCILIATION. THE
      * SHARED ATM NETWORK SETTLES WITH US EACH DAY FOR A NET AMOUNT
      * AND SENDS ITS SETTLEMENT FILE (ATMSETL, ATMSREC) - EVERY
      * ITEM IT SENT US ON ATMIN, SETTLED OR RETURNED, WITH ITS
      * INTERCHANGE FEE, AND ITS OWN TOTALS AND NET SETTLEMENT. THIS
      * RUN PROVES THAT FIGURE AGAINST WHAT ZATMPST DID WITH THE
      * SAME ITEMS:
      *   1. ITEM BY ITEM ON THE NETWORK REFERENCE - THE DAY'S AW/AD
      *      JOURNAL ENTRIES (JR-ORIG-REF) AND THE ATMRET RETURNS ON
      *      ONE SIDE, THE SETTLEMENT FILE'S ITEMS ON THE OTHER,
      *      BOTH SORTED BY REFERENCE AND MATCHED IN ONE ORDERED
      *      PASS (SAME PATTERN AS ZRECON). EXCEPTIONS REPORTED:
      *        SETTLED - NEVER POSTED  (NOT ON OUR JOURNAL, OR
      *                                 RETURNED BY US)
      *        POSTED - NOT SETTLED    (NOT ON THE FILE, OR THE
      *                                 NETWORK SHOWS IT RETURNED)
      *        AMOUNT DIFFERENCE       (OR TYPE DIFFERENCE)
      *        RETURN NOT AGREED       (A RETURN ON ONE SIDE ONLY)
      *   2. THE NETWORK'S TRAILER AGAINST ITS OWN ITEMS, AND ITS
      *      NET SETTLEMENT (DEPOSITS - WITHDRAWALS - INTERCHANGE
      *      FEES) AGAINST THE SAME FIGURE BUILT FROM OUR POSTED
      *      AW/AD ENTRIES.
      * IT THEN WRITES THE DAY'S GL ENTRIES IN THE JOURNAL LAYOUT TO
      * ATMGL (ACCOUNT ZERO, CHANNEL 'B') FOR ZGLEXT, WHICH READS
      * THE FILE AFTER THE JOURNAL SPLIT - THE FXMARGIN PATTERN:
      *   AF - INTERCHANGE FEES FOR THE DAY,
      *   AS - NET SETTLEMENT RECEIVED FROM THE NETWORK, OR
      *   AP - NET SETTLEMENT PAID TO THE NETWORK.
      * RC=8 - A SETTLEMENT FILE FOR ANOTHER DAY OR WITH NO HEADER
      *        (NO GL ENTRIES WRITTEN), A TRAILER THAT DOES NOT
      *        AGREE WITH ITS ITEMS, OR A NET SETTLEMENT THAT DOES
      *        NOT PROVE - HOLD ZGLEXT;
      * RC=4 - THE NET PROVES BUT ITEM EXCEPTIONS OFFSET EACH OTHER.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZATMSET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMSETL ASSIGN TO ATMSETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT ATMRET ASSIGN TO ATMRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT SORTWRK1 ASSIGN TO SORTWK.
           SELECT SOURF ASSIGN TO SOURF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOUR-STATUS.
           SELECT SORTWRK2 ASSIGN TO SORTWK.
           SELECT SNETF ASSIGN TO SNETF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNET-STATUS.
           SELECT VSAMREFC ASSIGN TO VSAMREFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-REFC-STATUS.
           SELECT ATMGL ASSIGN TO ATMGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGL-STATUS.
           SELECT ATSRPT ASSIGN TO ATSRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  ATMSETL RECORDING MODE F.
       01  WS-SETL-REC.
           COPY ATMSREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  ATMRET RECORDING MODE F.
       01  WS-RET-REC.
           05  RT-CARD-NO PIC 9(16).
           05  RT-TYPE PIC X(1).
           05  RT-AMOUNT PIC 9(10)V99.
           05  RT-NET-REF PIC X(16).
           05  RT-REASON PIC X(2).
           05  RT-REASON-TEXT PIC X(20).
      * OUR SIDE - P = POSTED (AW/AD JOURNAL ENTRY), R = RETURNED ON
      * ATMRET.
       SD  SORTWRK1.
       01  WS-SORT1-REC.
           05  S1-NET-REF PIC X(16).
           05  S1-SOURCE PIC X(1).
           05  S1-TYPE PIC X(1).
           05  S1-AMOUNT PIC 9(10)V99.
           05  S1-ACCNO PIC 9(10).
       FD  SOURF RECORDING MODE F.
       01  WS-SOUR-REC.
           05  SO-NET-REF PIC X(16).
           05  SO-SOURCE PIC X(1).
           05  SO-TYPE PIC X(1).
           05  SO-AMOUNT PIC 9(10)V99.
           05  SO-ACCNO PIC 9(10).
      * THE NETWORK'S SIDE - ITS D ROWS.
       SD  SORTWRK2.
       01  WS-SORT2-REC.
           05  S2-NET-REF PIC X(16).
           05  S2-TYPE PIC X(1).
           05  S2-STATUS PIC X(1).
           05  S2-AMOUNT PIC 9(10)V99.
           05  S2-FEE PIC 9(6)V99.
           05  S2-CARD-NO PIC 9(16).
       FD  SNETF RECORDING MODE F.
       01  WS-SNET-REC.
           05  SN-NET-REF PIC X(16).
           05  SN-TYPE PIC X(1).
           05  SN-STATUS PIC X(1).
           05  SN-AMOUNT PIC 9(10)V99.
           05  SN-FEE PIC 9(6)V99.
           05  SN-CARD-NO PIC 9(16).
       FD  VSAMREFC.
       01  WS-REFC-REC.
           COPY REFCREC.
      * THE SETTLEMENT GL ENTRIES, IN THE JOURNAL LAYOUT ZGLEXT READS.
       FD  ATMGL RECORDING MODE F.
       01  WS-AGL-REC.
           COPY JRNLREC REPLACING ==JR-ACCNO== BY ==AG-ACCNO==
                                  ==JR-ACTION== BY ==AG-ACTION==
                                  ==JR-AMOUNT== BY ==AG-AMOUNT==
                                  ==JR-BEFORE-BAL== BY
                                     ==AG-BEFORE-BAL==
                                  ==JR-AFTER-BAL== BY ==AG-AFTER-BAL==
                                  ==JR-TIMESTAMP== BY ==AG-TIMESTAMP==
                                  ==JR-TS-DATE== BY ==AG-TS-DATE==
                                  ==JR-TS-TIME== BY ==AG-TS-TIME==
                                  ==JR-REF-NO== BY ==AG-REF-NO==
                                  ==JR-TERMID== BY ==AG-TERMID==
                                  ==JR-CHANNEL== BY ==AG-CHANNEL==
                                  ==JR-OPERATOR== BY
                                     ==AG-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==AG-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==AG-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==AG-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==AG-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==AG-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==AG-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==AG-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==AG-OWNER-CUST==.
       FD  ATSRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-SETL-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-RET-STATUS PIC XX.
       01  WS-SOUR-STATUS PIC XX.
       01  WS-SNET-STATUS PIC XX.
       01  WS-REFC-STATUS PIC XX.
       01  WS-AGL-STATUS PIC XX.
       01  WS-EOF-SETL PIC X VALUE 'N'.
       01  WS-EOF-JRNL PIC X VALUE 'N'.
       01  WS-EOF-RET PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * THE SETTLEMENT FILE'S HEADER AND TRAILER, KEPT FOR THE PROOF.
       01  WS-HEADER-OK PIC X VALUE 'N'.
       01  WS-TRAILER-SEEN PIC X VALUE 'N'.
       01  WS-BUS-DATE PIC X(8) VALUE SPACES.
       01  WS-NETWORK-ID PIC X(8) VALUE SPACES.
       01  WS-T-W-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-T-W-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-T-D-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-T-D-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-T-FEE-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01  WS-T-RET-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-T-RET-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-T-NET-DIR PIC X(1) VALUE SPACE.
       01  WS-T-NET-AMOUNT PIC 9(11)V99 VALUE ZEROS.
      * THE NETWORK'S ITEMS AS READ, FOR THE TRAILER CHECK.
       01  WS-NW-W-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NW-W-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-NW-D-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NW-D-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-NW-FEE-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01  WS-NW-RET-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NW-RET-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-NW-BAD-COUNT PIC 9(8) VALUE ZEROS.
      * OUR SIDE - THE DAY'S POSTINGS AND RETURNS.
       01  WS-OUR-W-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OUR-W-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-OUR-D-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OUR-D-TOTAL PIC 9(11)V99 VALUE ZEROS.
       01  WS-OUR-RET-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OUR-RET-TOTAL PIC 9(11)V99 VALUE ZEROS.
      * STREAM KEYS - HIGH-VALUES MARKS A STREAM AT END, SO THE
      * LOWEST KEY ACROSS THE TWO STREAMS IS ALWAYS THE NEXT
      * REFERENCE TO MATCH - SAME PATTERN AS ZRECON.
       01  WS-OUR-KEY PIC X(16) VALUE HIGH-VALUES.
       01  WS-NET-KEY PIC X(16) VALUE HIGH-VALUES.
      * MATCH RESULTS.
       01  WS-MATCH-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-RET-MATCH-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-UNPOSTED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-UNSETTLED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DIFF-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-RET-DIFF-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EXC-TEXT PIC X(30).
      * THE PROOF.
       01  WS-PROOF-FAIL PIC X VALUE 'N'.
       01  WS-NET-CLAIMED PIC S9(12)V99 VALUE ZEROS.
       01  WS-NET-CALC PIC S9(12)V99 VALUE ZEROS.
       01  WS-NET-OURS PIC S9(12)V99 VALUE ZEROS.
       01  WS-NET-DIFF PIC S9(12)V99 VALUE ZEROS.
       01  WS-REFC-KEY PIC X(8) VALUE 'TXNREF'.
       01  WS-REF-NO PIC 9(12) VALUE ZEROS.
       01  WS-AGL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-GL-ACTION PIC X(2).
       01  WS-GL-AMOUNT PIC 9(10)V99.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - A DIRECT
      * STRING OF A SIGNED V99 ITEM LOSES THE SIGN AND THE DECIMAL
      * POINT, SO MONEY GOES THROUGH ONE OF THESE FIRST.
       01  WS-AMT-ED PIC 9(10).99.
       01  WS-AMT2-ED PIC 9(10).99.
       01  WS-TOTAL-ED PIC -(12)9.99.
       01  WS-TOTAL2-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZATMSET" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-HEADER-OK = 'N'
               CLOSE ATMSETL
               CLOSE VSAMREFC
               CLOSE ATMGL
               CLOSE ATSRPT
               MOVE 8 TO RETURN-CODE
               MOVE ZEROS TO WS-RUNC-COUNT
               MOVE ZEROS TO WS-RUNC-AMOUNT
               MOVE RETURN-CODE TO WS-RUNC-RC
               PERFORM 8600-RUNCTL-END
               STOP RUN
           END-IF
           SORT SORTWRK1
               ON ASCENDING KEY S1-NET-REF
               INPUT PROCEDURE 2000-RELEASE-OURS
               GIVING SOURF
           SORT SORTWRK2
               ON ASCENDING KEY S2-NET-REF
               INPUT PROCEDURE 2500-RELEASE-NETWORK
               GIVING SNETF
           PERFORM 3000-MATCH-ITEMS
           PERFORM 4000-PROVE-SETTLEMENT
           PERFORM 5000-WRITE-GL
           PERFORM 9000-TERMINATE
           COMPUTE WS-RUNC-COUNT = WS-NW-W-COUNT + WS-NW-D-COUNT
               + WS-NW-RET-COUNT
           MOVE WS-NET-CLAIMED TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

      * THE FIRST ROW MUST BE THE HEADER FOR TONIGHT'S ITEMS - A
      * FILE FOR ANY OTHER DAY IS NOT RECONCILED AND POSTS NOTHING.
       1000-INITIALIZE.
           OPEN OUTPUT ATSRPT
           OPEN OUTPUT ATMGL
           OPEN INPUT ATMSETL
           OPEN I-O VSAMREFC
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZATMSET - ATM NETWORK SETTLEMENT RECONCILIATION"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           READ ATMSETL
               AT END
                   MOVE 'Y' TO WS-EOF-SETL
           END-READ
           IF WS-EOF-SETL = 'N' AND AS-REC-TYPE = "H"
               MOVE AS-H-BUS-DATE TO WS-BUS-DATE
               MOVE AS-H-NETWORK-ID TO WS-NETWORK-ID
               MOVE SPACES TO WS-RPT-LINE
               STRING "NETWORK=" WS-NETWORK-ID
                   " SETTLEMENT FOR BUSINESS DATE=" WS-BUS-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-BUS-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-HEADER-OK
               ELSE
                   MOVE "*** SETTLEMENT FILE IS NOT FOR TONIGHT'S ITEMS"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           ELSE
               MOVE "*** SETTLEMENT FILE EMPTY OR HAS NO HEADER ROW"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * TONIGHT'S NETWORK POSTINGS FROM THE JOURNAL AND THE ITEMS
      * ZATMPST RETURNED ON ATMRET.
       2000-RELEASE-OURS.
           OPEN INPUT JRNLZBNK
           PERFORM UNTIL WS-EOF-JRNL = 'Y'
               READ JRNLZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-JRNL
                   NOT AT END
                       IF JR-TS-DATE = WS-BUS-DATE
                           AND JR-CHANNEL = "A"
                           AND (JR-ACTION = "AW" OR JR-ACTION = "AD")
                           PERFORM 2100-RELEASE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNLZBNK
           OPEN INPUT ATMRET
           PERFORM UNTIL WS-EOF-RET = 'Y'
               READ ATMRET
                   AT END
                       MOVE 'Y' TO WS-EOF-RET
                   NOT AT END
                       MOVE RT-NET-REF TO S1-NET-REF
                       MOVE "R" TO S1-SOURCE
                       MOVE RT-TYPE TO S1-TYPE
                       MOVE RT-AMOUNT TO S1-AMOUNT
                       MOVE ZEROS TO S1-ACCNO
                       ADD 1 TO WS-OUR-RET-COUNT
                       ADD RT-AMOUNT TO WS-OUR-RET-TOTAL
                       RELEASE WS-SORT1-REC
               END-READ
           END-PERFORM
           CLOSE ATMRET.

       2100-RELEASE-POSTING.
           MOVE JR-ORIG-REF TO S1-NET-REF
           MOVE "P" TO S1-SOURCE
           MOVE JR-AMOUNT TO S1-AMOUNT
           MOVE JR-ACCNO TO S1-ACCNO
           IF JR-ACTION = "AW"
               MOVE "W" TO S1-TYPE
               ADD 1 TO WS-OUR-W-COUNT
               ADD JR-AMOUNT TO WS-OUR-W-TOTAL
           ELSE
               MOVE "D" TO S1-TYPE
               ADD 1 TO WS-OUR-D-COUNT
               ADD JR-AMOUNT TO WS-OUR-D-TOTAL
           END-IF
           RELEASE WS-SORT1-REC.

      * THE REST OF THE SETTLEMENT FILE - D ROWS ARE TALLIED AND
      * SORTED FOR THE MATCH, THE T ROW IS KEPT FOR THE PROOF.
       2500-RELEASE-NETWORK.
           PERFORM UNTIL WS-EOF-SETL = 'Y'
               READ ATMSETL
                   AT END
                       MOVE 'Y' TO WS-EOF-SETL
                   NOT AT END
                       EVALUATE AS-REC-TYPE
                           WHEN "D"
                               PERFORM 2600-RELEASE-NETWORK-ITEM
                           WHEN "T"
                               PERFORM 2700-KEEP-TRAILER
                           WHEN OTHER
                               ADD 1 TO WS-NW-BAD-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ATMSETL.

       2600-RELEASE-NETWORK-ITEM.
           IF AS-STATUS = "R"
               ADD 1 TO WS-NW-RET-COUNT
               ADD AS-AMOUNT TO WS-NW-RET-TOTAL
           ELSE
               IF AS-TYPE = "W"
                   ADD 1 TO WS-NW-W-COUNT
                   ADD AS-AMOUNT TO WS-NW-W-TOTAL
               ELSE
                   ADD 1 TO WS-NW-D-COUNT
                   ADD AS-AMOUNT TO WS-NW-D-TOTAL
               END-IF
               ADD AS-FEE TO WS-NW-FEE-TOTAL
           END-IF
           MOVE AS-NET-REF TO S2-NET-REF
           MOVE AS-TYPE TO S2-TYPE
           MOVE AS-STATUS TO S2-STATUS
           MOVE AS-AMOUNT TO S2-AMOUNT
           MOVE AS-FEE TO S2-FEE
           MOVE AS-CARD-NO TO S2-CARD-NO
           RELEASE WS-SORT2-REC.

       2700-KEEP-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE AS-T-W-COUNT TO WS-T-W-COUNT
           MOVE AS-T-W-TOTAL TO WS-T-W-TOTAL
           MOVE AS-T-D-COUNT TO WS-T-D-COUNT
           MOVE AS-T-D-TOTAL TO WS-T-D-TOTAL
           MOVE AS-T-FEE-TOTAL TO WS-T-FEE-TOTAL
           MOVE AS-T-RET-COUNT TO WS-T-RET-COUNT
           MOVE AS-T-RET-TOTAL TO WS-T-RET-TOTAL
           MOVE AS-T-NET-DIR TO WS-T-NET-DIR
           MOVE AS-T-NET-AMOUNT TO WS-T-NET-AMOUNT.

      * ONE-FOR-ONE ORDERED MATCH ON THE NETWORK REFERENCE. A
      * REFERENCE REPEATED ON ONE SIDE ONLY LEAVES THE EXTRA ITEM
      * UNMATCHED, SO IT IS REPORTED RATHER THAN ABSORBED.
       3000-MATCH-ITEMS.
           MOVE "ITEM EXCEPTIONS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT SOURF
           OPEN INPUT SNETF
           PERFORM 8100-READ-OURS
           PERFORM 8200-READ-NETWORK
           PERFORM 3100-ONE-REFERENCE
               UNTIL WS-OUR-KEY = HIGH-VALUES
                 AND WS-NET-KEY = HIGH-VALUES
           CLOSE SOURF
           CLOSE SNETF
           IF WS-EXCEPTION-COUNT = ZEROS
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3100-ONE-REFERENCE.
           IF WS-OUR-KEY = WS-NET-KEY
               PERFORM 3200-COMPARE-PAIR
               PERFORM 8100-READ-OURS
               PERFORM 8200-READ-NETWORK
           ELSE
               IF WS-OUR-KEY < WS-NET-KEY
                   PERFORM 3300-OURS-ONLY
                   PERFORM 8100-READ-OURS
               ELSE
                   PERFORM 3400-NETWORK-ONLY
                   PERFORM 8200-READ-NETWORK
               END-IF
           END-IF.

       3200-COMPARE-PAIR.
           EVALUATE TRUE
               WHEN SO-SOURCE = "P" AND SN-STATUS NOT = "R"
                   IF SO-TYPE NOT = SN-TYPE
                       OR SO-AMOUNT NOT = SN-AMOUNT
                       ADD 1 TO WS-DIFF-COUNT
                       MOVE "AMOUNT DIFFERENCE" TO WS-EXC-TEXT
                       IF SO-TYPE NOT = SN-TYPE
                           MOVE "TYPE DIFFERENCE" TO WS-EXC-TEXT
                       END-IF
                       PERFORM 3500-REPORT-DIFFERENCE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                   END-IF
               WHEN SO-SOURCE = "R" AND SN-STATUS = "R"
                   ADD 1 TO WS-RET-MATCH-COUNT
               WHEN SO-SOURCE = "P"
                   ADD 1 TO WS-UNSETTLED-COUNT
                   MOVE "POSTED - NETWORK RETURNED IT" TO WS-EXC-TEXT
                   PERFORM 3600-REPORT-OURS
               WHEN OTHER
                   ADD 1 TO WS-UNPOSTED-COUNT
                   MOVE "SETTLED - BUT WE RETURNED IT" TO WS-EXC-TEXT
                   PERFORM 3700-REPORT-NETWORK
           END-EVALUATE.

       3300-OURS-ONLY.
           IF SO-SOURCE = "P"
               ADD 1 TO WS-UNSETTLED-COUNT
               MOVE "POSTED - NOT SETTLED" TO WS-EXC-TEXT
           ELSE
               ADD 1 TO WS-RET-DIFF-COUNT
               MOVE "RETURN NOT ON SETTLEMENT FILE" TO WS-EXC-TEXT
           END-IF
           PERFORM 3600-REPORT-OURS.

       3400-NETWORK-ONLY.
           IF SN-STATUS = "R"
               ADD 1 TO WS-RET-DIFF-COUNT
               MOVE "RETURN NOT ON OUR ATMRET" TO WS-EXC-TEXT
           ELSE
               ADD 1 TO WS-UNPOSTED-COUNT
               MOVE "SETTLED - NEVER POSTED" TO WS-EXC-TEXT
           END-IF
           PERFORM 3700-REPORT-NETWORK.

       3500-REPORT-DIFFERENCE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SO-AMOUNT TO WS-AMT-ED
           MOVE SN-AMOUNT TO WS-AMT2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "REF=" SO-NET-REF
               " " WS-EXC-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    ACCNO=" SO-ACCNO
               " OURS=" SO-TYPE " " WS-AMT-ED
               " NETWORK=" SN-TYPE " " WS-AMT2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3600-REPORT-OURS.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SO-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "REF=" SO-NET-REF
               " " WS-EXC-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    ACCNO=" SO-ACCNO
               " TYPE=" SO-TYPE
               " AMOUNT=" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3700-REPORT-NETWORK.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SN-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "REF=" SN-NET-REF
               " " WS-EXC-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "    CARD=" SN-CARD-NO
               " TYPE=" SN-TYPE
               " AMOUNT=" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * THE NETWORK'S TRAILER MUST AGREE WITH ITS OWN ITEMS, ITS NET
      * MUST EQUAL ITS COMPONENTS, AND THAT NET MUST EQUAL THE SAME
      * FIGURE BUILT FROM OUR POSTINGS (THE FEES BEING THE NETWORK'S
      * TO CHARGE). ANY FAILURE ENDS RC=8.
       4000-PROVE-SETTLEMENT.
           MOVE "SETTLEMENT PROOF" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-TRAILER-SEEN = 'N'
               MOVE 'Y' TO WS-PROOF-FAIL
               MOVE "*** SETTLEMENT FILE HAS NO TRAILER ROW"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               IF WS-T-W-COUNT NOT = WS-NW-W-COUNT
                   OR WS-T-W-TOTAL NOT = WS-NW-W-TOTAL
                   OR WS-T-D-COUNT NOT = WS-NW-D-COUNT
                   OR WS-T-D-TOTAL NOT = WS-NW-D-TOTAL
                   OR WS-T-FEE-TOTAL NOT = WS-NW-FEE-TOTAL
                   OR WS-T-RET-COUNT NOT = WS-NW-RET-COUNT
                   OR WS-T-RET-TOTAL NOT = WS-NW-RET-TOTAL
                   MOVE 'Y' TO WS-PROOF-FAIL
                   MOVE "*** NETWORK TRAILER DOES NOT AGREE WITH ITEMS"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
           IF WS-NW-BAD-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** UNRECOGNISED SETTLEMENT ROWS="
                   WS-NW-BAD-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE WS-T-NET-AMOUNT TO WS-NET-CLAIMED
           IF WS-T-NET-DIR = "D"
               COMPUTE WS-NET-CLAIMED = 0 - WS-T-NET-AMOUNT
           END-IF
           COMPUTE WS-NET-CALC = WS-T-D-TOTAL - WS-T-W-TOTAL
               - WS-T-FEE-TOTAL
           COMPUTE WS-NET-OURS = WS-OUR-D-TOTAL - WS-OUR-W-TOTAL
               - WS-T-FEE-TOTAL
           COMPUTE WS-NET-DIFF = WS-NET-CLAIMED - WS-NET-OURS
           IF WS-TRAILER-SEEN = 'Y'
               AND (WS-T-NET-DIR NOT = "C" AND WS-T-NET-DIR NOT = "D")
               MOVE 'Y' TO WS-PROOF-FAIL
               MOVE "*** NET SETTLEMENT DIRECTION NOT C OR D"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-NET-CLAIMED NOT = WS-NET-CALC
               MOVE 'Y' TO WS-PROOF-FAIL
               MOVE "*** NETWORK NET DOES NOT EQUAL ITS COMPONENTS"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "                          NETWORK           OURS"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-T-W-TOTAL TO WS-TOTAL-ED
           MOVE WS-OUR-W-TOTAL TO WS-TOTAL2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "WITHDRAWALS     " WS-TOTAL-ED " " WS-TOTAL2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  COUNT         " WS-T-W-COUNT
               "         " WS-OUR-W-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-T-D-TOTAL TO WS-TOTAL-ED
           MOVE WS-OUR-D-TOTAL TO WS-TOTAL2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEPOSITS        " WS-TOTAL-ED " " WS-TOTAL2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  COUNT         " WS-T-D-COUNT
               "         " WS-OUR-D-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-T-RET-TOTAL TO WS-TOTAL-ED
           MOVE WS-OUR-RET-TOTAL TO WS-TOTAL2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "RETURNED ITEMS  " WS-TOTAL-ED " " WS-TOTAL2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  COUNT         " WS-T-RET-COUNT
               "         " WS-OUR-RET-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-T-FEE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "INTERCHANGE FEES" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-NET-CLAIMED TO WS-TOTAL-ED
           MOVE WS-NET-OURS TO WS-TOTAL2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "NET SETTLEMENT  " WS-TOTAL-ED " " WS-TOTAL2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "  (NET POSITIVE = THE NETWORK PAYS US)" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-NET-DIFF NOT = ZEROS
               MOVE 'Y' TO WS-PROOF-FAIL
               MOVE WS-NET-DIFF TO WS-TOTAL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NET SETTLEMENT DOES NOT PROVE - DIFFERENCE="
                   WS-TOTAL-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * THE DAY'S GL ENTRIES - THE INTERCHANGE FEES AND THE NET AS
      * THE NETWORK SETTLED IT. WRITTEN EVEN WHEN THE PROOF FAILS
      * (THE CASH HAS MOVED); RC=8 HOLDS ZGLEXT UNTIL IT IS CLEARED.
       5000-WRITE-GL.
           IF WS-T-FEE-TOTAL > ZEROS
               MOVE "AF" TO WS-GL-ACTION
               MOVE WS-T-FEE-TOTAL TO WS-GL-AMOUNT
               PERFORM 5100-WRITE-ONE-ENTRY
           END-IF
           IF WS-NET-CLAIMED > ZEROS
               MOVE "AS" TO WS-GL-ACTION
               MOVE WS-NET-CLAIMED TO WS-GL-AMOUNT
               PERFORM 5100-WRITE-ONE-ENTRY
           END-IF
           IF WS-NET-CLAIMED < ZEROS
               MOVE "AP" TO WS-GL-ACTION
               COMPUTE WS-GL-AMOUNT = 0 - WS-NET-CLAIMED
               PERFORM 5100-WRITE-ONE-ENTRY
           END-IF.

       5100-WRITE-ONE-ENTRY.
           MOVE SPACES TO WS-AGL-REC
           MOVE WS-GL-ACTION TO AG-ACTION
           MOVE WS-GL-AMOUNT TO AG-AMOUNT
           PERFORM 8300-GET-REF-NO
           MOVE ZEROS TO AG-ACCNO
           MOVE ZEROS TO AG-BEFORE-BAL
           MOVE ZEROS TO AG-AFTER-BAL
           MOVE WS-BUS-DATE TO AG-TS-DATE
           MOVE WS-CURR-DATETIME(9:6) TO AG-TS-TIME
           MOVE WS-REF-NO TO AG-REF-NO
           MOVE SPACES TO AG-TERMID
           MOVE "B" TO AG-CHANNEL
           MOVE "ZATMSET" TO AG-OPERATOR
           MOVE SPACES TO AG-ORIG-REF
           STRING WS-NETWORK-ID WS-BUS-DATE
               DELIMITED BY SIZE INTO AG-ORIG-REF
           MOVE ZEROS TO AG-OWNER-CUST
           WRITE WS-AGL-REC
           MOVE AG-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-AGL-STATUS = "00"
               ADD 1 TO WS-AGL-COUNT
               STRING "GL ENTRY " AG-ACTION " REF=" WS-REF-NO
                   " AMOUNT=" WS-AMT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE 'Y' TO WS-PROOF-FAIL
               STRING "*** GL ENTRY " AG-ACTION " NOT WRITTEN STATUS="
                   WS-AGL-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE.

       8100-READ-OURS.
           READ SOURF
               AT END
                   MOVE HIGH-VALUES TO WS-OUR-KEY
               NOT AT END
                   MOVE SO-NET-REF TO WS-OUR-KEY
           END-READ.

       8200-READ-NETWORK.
           READ SNETF
               AT END
                   MOVE HIGH-VALUES TO WS-NET-KEY
               NOT AT END
                   MOVE SN-NET-REF TO WS-NET-KEY
           END-READ.

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

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "ITEMS MATCHED=" WS-MATCH-COUNT
               " RETURNS AGREED=" WS-RET-MATCH-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SETTLED NOT POSTED=" WS-UNPOSTED-COUNT
               " POSTED NOT SETTLED=" WS-UNSETTLED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT DIFFERENCES=" WS-DIFF-COUNT
               " RETURNS NOT AGREED=" WS-RET-DIFF-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "GL ENTRIES WRITTEN=" WS-AGL-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-PROOF-FAIL = 'Y'
               MOVE "*** SETTLEMENT DOES NOT PROVE - HOLD ZGLEXT"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-EXCEPTION-COUNT > ZEROS
                   OR WS-NW-BAD-COUNT > ZEROS
                   MOVE "NET SETTLEMENT PROVES - ITEM EXCEPTIONS ABOVE"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "NET SETTLEMENT PROVES - ALL ITEMS AGREE"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE VSAMREFC
           CLOSE ATMGL
           CLOSE ATSRPT.
