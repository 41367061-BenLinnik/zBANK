      *
      * ZFXPOS - END-OF-DAY FOREIGN-CURRENCY POSITION REPORT. READS
      * THE DAY'S COUNTER DEALS FROM VSAM.ZFXDEAL (FXDREC) AND
      * REPORTS, FOR EACH TELLER AND EACH CURRENCY THEY DEALT IN,
      * THE FOREIGN CURRENCY BOUGHT AND SOLD, THE NET POSITION
      * (LONG WHEN THE BANK BOUGHT MORE THAN IT SOLD), THE HOME
      * CURRENCY PAID AND RECEIVED, AND THE MARGIN EARNED; THEN THE
      * BANK-WIDE POSITION PER CURRENCY FOR TREASURY.
      *
      * THE DEALS ARE PROVED AGAINST THE JOURNAL: FOR EACH OF THE
      * FB/FS/NB/NS ACTION CODES THE COUNT AND HOME AMOUNT OF
      * TODAY'S DEALS MUST EQUAL TODAY'S JOURNAL ENTRIES - ANY
      * DIFFERENCE ENDS RC=8.
      *
      * MARGIN SPLIT: THE JOURNALED HOME AMOUNT OF A DEAL IS THE
      * WHOLE CASH OR ACCOUNT SIDE, SO THE LEDGER CARRIES THE
      * FOREIGN NOTES AT THE DEALT RATE. FOR EVERY DEAL WITH A
      * MARGIN THIS PROGRAM WRITES AN FM ENTRY IN THE JOURNAL LAYOUT
      * TO FXMARGIN (AMOUNT = MARGIN, SAME REFERENCE AND DATE AS THE
      * DEAL, ACCOUNT ZERO, CHANNEL 'B'); ZGLEXT READS THE FILE
      * AFTER THE JOURNAL SPLIT AND GLMAP POSTS FM FROM THE FX
      * POSITION ACCOUNT TO FX MARGIN INCOME, LEAVING THE NOTES AT
      * MID. RUN BEFORE ZGLEXT.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZFXPOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMFXD ASSIGN TO VSAMFXD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXD-STATUS.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTFXP ASSIGN TO SORTFXP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORT-STATUS.
           SELECT FXMARGIN ASSIGN TO FXMARGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MGN-STATUS.
           SELECT FXPRPT ASSIGN TO FXPRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMFXD.
       01  WS-FXD-REC.
           COPY FXDREC.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-TELLER-ID PIC X(8).
           05  SR-CCY PIC X(3).
           05  SR-TYPE PIC X(1).
           05  SR-FCY-AMOUNT PIC 9(11)V99.
           05  SR-HOME-AMOUNT PIC 9(10)V99.
           05  SR-MARGIN PIC 9(10)V99.
       FD  SORTFXP RECORDING MODE F.
       01  WS-SO-REC.
           05  SO-TELLER-ID PIC X(8).
           05  SO-CCY PIC X(3).
           05  SO-TYPE PIC X(1).
           05  SO-FCY-AMOUNT PIC 9(11)V99.
           05  SO-HOME-AMOUNT PIC 9(10)V99.
           05  SO-MARGIN PIC 9(10)V99.
      * THE MARGIN ENTRIES, IN THE JOURNAL LAYOUT ZGLEXT READS.
       FD  FXMARGIN RECORDING MODE F.
       01  WS-MGN-REC.
           COPY JRNLREC REPLACING ==JR-ACCNO== BY ==MG-ACCNO==
                                  ==JR-ACTION== BY ==MG-ACTION==
                                  ==JR-AMOUNT== BY ==MG-AMOUNT==
                                  ==JR-BEFORE-BAL== BY
                                     ==MG-BEFORE-BAL==
                                  ==JR-AFTER-BAL== BY ==MG-AFTER-BAL==
                                  ==JR-TIMESTAMP== BY ==MG-TIMESTAMP==
                                  ==JR-TS-DATE== BY ==MG-TS-DATE==
                                  ==JR-TS-TIME== BY ==MG-TS-TIME==
                                  ==JR-REF-NO== BY ==MG-REF-NO==
                                  ==JR-TERMID== BY ==MG-TERMID==
                                  ==JR-CHANNEL== BY ==MG-CHANNEL==
                                  ==JR-OPERATOR== BY
                                     ==MG-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==MG-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==MG-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==MG-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==MG-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==MG-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==MG-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==MG-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==MG-OWNER-CUST==.
       FD  FXPRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-FXD-STATUS PIC XX.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-MGN-STATUS PIC XX.
       01  WS-EOF-FXD PIC X VALUE 'N'.
       01  WS-FXD-OPEN-SW PIC X VALUE 'Y'.
       01  WS-EOF-JRNL PIC X VALUE 'N'.
       01  WS-EOF-SORT PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * THE FOUR DEAL ACTION CODES, AND PER CODE THE DEAL SIDE AND
      * THE JOURNAL SIDE OF THE PROOF.
       01  WS-ACT-CODES PIC X(8) VALUE "FBFSNBNS".
       01  WS-ACT-CODE-TABLE REDEFINES WS-ACT-CODES.
           05  WS-ACT-CODE PIC X(2) OCCURS 4 TIMES.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 4 TIMES.
               10  WS-ACT-DEAL-COUNT PIC 9(8).
               10  WS-ACT-DEAL-HOME PIC 9(12)V99.
               10  WS-ACT-JRNL-COUNT PIC 9(8).
               10  WS-ACT-JRNL-HOME PIC 9(12)V99.
       01  WS-ACT-SUB PIC 9(2).
       01  WS-ACT-FOUND-SUB PIC 9(2).
      * BANK-WIDE POSITION PER CURRENCY. THE TABLE SIZE BOUNDS THE
      * NUMBER OF CURRENCIES QUOTED AT THE COUNTER, NOT DEALS.
       01  WS-CCY-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 30 TIMES INDEXED BY WS-CCY-IX.
               10  WS-CCY-CODE PIC X(3).
               10  WS-CCY-BUY-COUNT PIC 9(8).
               10  WS-CCY-SELL-COUNT PIC 9(8).
               10  WS-CCY-BOUGHT PIC 9(13)V99.
               10  WS-CCY-SOLD PIC 9(13)V99.
               10  WS-CCY-PAID PIC 9(12)V99.
               10  WS-CCY-RECEIVED PIC 9(12)V99.
               10  WS-CCY-MARGIN PIC 9(12)V99.
       01  WS-CCY-FOUND-SW PIC X.
       01  WS-CCY-OVERFLOW PIC 9(8) VALUE ZEROS.
      * CONTROL-BREAK STATE FOR THE TELLER / CURRENCY SECTION.
       01  WS-HAVE-GROUP PIC X VALUE 'N'.
       01  WS-TELLER-BREAK-SW PIC X.
       01  WS-CCY-BREAK-SW PIC X.
       01  WS-CUR-TELLER PIC X(8).
       01  WS-CUR-CCY PIC X(3).
       01  WS-GRP-BOUGHT PIC 9(13)V99.
       01  WS-GRP-SOLD PIC 9(13)V99.
       01  WS-GRP-PAID PIC 9(12)V99.
       01  WS-GRP-RECEIVED PIC 9(12)V99.
       01  WS-GRP-MARGIN PIC 9(12)V99.
       01  WS-TLR-DEALS PIC 9(8).
       01  WS-TLR-MARGIN PIC 9(12)V99.
       01  WS-NET PIC S9(13)V99.
       01  WS-NET-SIDE PIC X(5).
      * RUN TOTALS.
       01  WS-DEAL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TELLER-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-MGN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-MARGIN-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-BAD-ACTION-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DIFF-COUNT PIC 9(8) VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES.
       01  WS-AMT1-ED PIC -(11)9.99.
       01  WS-AMT2-ED PIC -(11)9.99.
       01  WS-AMT3-ED PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZFXPOS" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           SORT SORTWORK
               ON ASCENDING KEY SR-TELLER-ID SR-CCY
               INPUT PROCEDURE 2000-RELEASE-DEALS
               GIVING SORTFXP
           PERFORM 3000-REPORT-TELLERS
           PERFORM 4000-PRINT-CURRENCIES
           PERFORM 5000-TIE-TO-JOURNAL
           PERFORM 9000-TERMINATE
           MOVE WS-DEAL-COUNT TO WS-RUNC-COUNT
           MOVE WS-MARGIN-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT FXPRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           INITIALIZE WS-ACT-TABLE
           INITIALIZE WS-CCY-TABLE
           MOVE "ZFXPOS - FOREIGN-CURRENCY POSITION REPORT" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * TODAY'S DEALS GO TO THE SORT; EACH ONE IS ALSO TALLIED FOR
      * THE JOURNAL PROOF AND THE BANK-WIDE POSITION, AND ITS
      * MARGIN WRITTEN FOR THE LEDGER.
       2000-RELEASE-DEALS.
           OPEN OUTPUT FXMARGIN
           OPEN INPUT VSAMFXD
           IF WS-FXD-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** DEAL FILE OPEN FAILED STATUS="
                   WS-FXD-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 'Y' TO WS-EOF-FXD
               MOVE 'N' TO WS-FXD-OPEN-SW
           END-IF
           PERFORM UNTIL WS-EOF-FXD = 'Y'
               READ VSAMFXD
                   AT END
                       MOVE 'Y' TO WS-EOF-FXD
                   NOT AT END
                       IF FXD-DATE = WS-RUN-DATE
                           PERFORM 2100-RELEASE-ONE-DEAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FXD-OPEN-SW = 'Y'
               CLOSE VSAMFXD
           END-IF
           CLOSE FXMARGIN.

       2100-RELEASE-ONE-DEAL.
           ADD 1 TO WS-DEAL-COUNT
           MOVE ZEROS TO WS-ACT-FOUND-SUB
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > 4
               IF WS-ACT-CODE(WS-ACT-SUB) = FXD-ACTION
                   MOVE WS-ACT-SUB TO WS-ACT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND-SUB = ZEROS
               ADD 1 TO WS-BAD-ACTION-COUNT
           ELSE
               ADD 1 TO WS-ACT-DEAL-COUNT(WS-ACT-FOUND-SUB)
               ADD FXD-HOME-AMOUNT TO
                   WS-ACT-DEAL-HOME(WS-ACT-FOUND-SUB)
           END-IF
           PERFORM 2200-TALLY-CURRENCY
           IF FXD-MARGIN > ZEROS
               PERFORM 2300-WRITE-MARGIN
           END-IF
           MOVE FXD-TELLER-ID TO SR-TELLER-ID
           MOVE FXD-CCY TO SR-CCY
           MOVE FXD-TYPE TO SR-TYPE
           MOVE FXD-FCY-AMOUNT TO SR-FCY-AMOUNT
           MOVE FXD-HOME-AMOUNT TO SR-HOME-AMOUNT
           MOVE FXD-MARGIN TO SR-MARGIN
           RELEASE WS-SORT-REC.

       2200-TALLY-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
                      OR WS-CCY-FOUND-SW = 'Y'
               IF WS-CCY-CODE(WS-CCY-IX) = FXD-CCY
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND-SW = 'Y'
               SET WS-CCY-IX DOWN BY 1
           ELSE
               IF WS-CCY-COUNT < 30
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CCY-IX TO WS-CCY-COUNT
                   MOVE FXD-CCY TO WS-CCY-CODE(WS-CCY-IX)
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               ELSE
                   ADD 1 TO WS-CCY-OVERFLOW
               END-IF
           END-IF
           IF WS-CCY-FOUND-SW = 'Y'
               IF FXD-TYPE = "B"
                   ADD 1 TO WS-CCY-BUY-COUNT(WS-CCY-IX)
                   ADD FXD-FCY-AMOUNT TO WS-CCY-BOUGHT(WS-CCY-IX)
                   ADD FXD-HOME-AMOUNT TO WS-CCY-PAID(WS-CCY-IX)
               ELSE
                   ADD 1 TO WS-CCY-SELL-COUNT(WS-CCY-IX)
                   ADD FXD-FCY-AMOUNT TO WS-CCY-SOLD(WS-CCY-IX)
                   ADD FXD-HOME-AMOUNT TO WS-CCY-RECEIVED(WS-CCY-IX)
               END-IF
               ADD FXD-MARGIN TO WS-CCY-MARGIN(WS-CCY-IX)
           END-IF.

       2300-WRITE-MARGIN.
           MOVE SPACES TO WS-MGN-REC
           MOVE ZEROS TO MG-ACCNO
           MOVE "FM" TO MG-ACTION
           MOVE FXD-MARGIN TO MG-AMOUNT
           MOVE ZEROS TO MG-BEFORE-BAL
           MOVE ZEROS TO MG-AFTER-BAL
           MOVE FXD-DATE TO MG-TS-DATE
           MOVE FXD-TIME TO MG-TS-TIME
           MOVE FXD-REF-NO TO MG-REF-NO
           MOVE FXD-TERMID TO MG-TERMID
           MOVE "B" TO MG-CHANNEL
           MOVE "ZFXPOS" TO MG-OPERATOR
           MOVE FXD-CCY TO MG-FX-CCY
           MOVE FXD-FCY-AMOUNT TO MG-FX-AMOUNT
           MOVE ZEROS TO MG-OWNER-CUST
           WRITE WS-MGN-REC
           IF WS-MGN-STATUS = "00"
               ADD 1 TO WS-MGN-COUNT
               ADD FXD-MARGIN TO WS-MARGIN-TOTAL
           ELSE
               ADD 1 TO WS-DIFF-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** MARGIN ENTRY NOT WRITTEN REF=" FXD-REF-NO
                   " STATUS=" WS-MGN-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       3000-REPORT-TELLERS.
           MOVE "POSITION BY TELLER AND CURRENCY" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT SORTFXP
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               READ SORTFXP
                   AT END
                       MOVE 'Y' TO WS-EOF-SORT
                       IF WS-HAVE-GROUP = 'Y'
                           PERFORM 3200-FLUSH-CURRENCY
                           PERFORM 3300-FLUSH-TELLER
                       END-IF
                   NOT AT END
                       PERFORM 3100-TALLY-ONE-DEAL
               END-READ
           END-PERFORM
           CLOSE SORTFXP
           IF WS-TELLER-COUNT = ZEROS
               MOVE "  NO FOREIGN-CURRENCY DEALS TODAY" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       3100-TALLY-ONE-DEAL.
           MOVE 'N' TO WS-TELLER-BREAK-SW
           MOVE 'N' TO WS-CCY-BREAK-SW
           IF WS-HAVE-GROUP = 'N' OR SO-TELLER-ID NOT = WS-CUR-TELLER
               MOVE 'Y' TO WS-TELLER-BREAK-SW
               MOVE 'Y' TO WS-CCY-BREAK-SW
           END-IF
           IF SO-CCY NOT = WS-CUR-CCY
               MOVE 'Y' TO WS-CCY-BREAK-SW
           END-IF
           IF WS-HAVE-GROUP = 'Y' AND WS-CCY-BREAK-SW = 'Y'
               PERFORM 3200-FLUSH-CURRENCY
           END-IF
           IF WS-HAVE-GROUP = 'Y' AND WS-TELLER-BREAK-SW = 'Y'
               PERFORM 3300-FLUSH-TELLER
           END-IF
           IF WS-TELLER-BREAK-SW = 'Y'
               MOVE SO-TELLER-ID TO WS-CUR-TELLER
               ADD 1 TO WS-TELLER-COUNT
               MOVE ZEROS TO WS-TLR-DEALS
               MOVE ZEROS TO WS-TLR-MARGIN
               MOVE SPACES TO WS-RPT-LINE
               STRING "TELLER " WS-CUR-TELLER
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-CCY-BREAK-SW = 'Y'
               MOVE SO-CCY TO WS-CUR-CCY
               MOVE ZEROS TO WS-GRP-BOUGHT
               MOVE ZEROS TO WS-GRP-SOLD
               MOVE ZEROS TO WS-GRP-PAID
               MOVE ZEROS TO WS-GRP-RECEIVED
               MOVE ZEROS TO WS-GRP-MARGIN
           END-IF
           MOVE 'Y' TO WS-HAVE-GROUP
           IF SO-TYPE = "B"
               ADD SO-FCY-AMOUNT TO WS-GRP-BOUGHT
               ADD SO-HOME-AMOUNT TO WS-GRP-PAID
           ELSE
               ADD SO-FCY-AMOUNT TO WS-GRP-SOLD
               ADD SO-HOME-AMOUNT TO WS-GRP-RECEIVED
           END-IF
           ADD SO-MARGIN TO WS-GRP-MARGIN
           ADD 1 TO WS-TLR-DEALS.

      * ONE CURRENCY UNDER THE CURRENT TELLER - THE FOREIGN SIDE,
      * THEN THE HOME SIDE AND THE MARGIN.
       3200-FLUSH-CURRENCY.
           COMPUTE WS-NET = WS-GRP-BOUGHT - WS-GRP-SOLD
           PERFORM 8100-NET-SIDE
           MOVE WS-GRP-BOUGHT TO WS-AMT1-ED
           MOVE WS-GRP-SOLD TO WS-AMT2-ED
           MOVE WS-NET TO WS-AMT3-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-CUR-CCY
               " BOUGHT=" WS-AMT1-ED
               " SOLD=" WS-AMT2-ED
               " NET=" WS-AMT3-ED
               " " WS-NET-SIDE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-GRP-PAID TO WS-AMT1-ED
           MOVE WS-GRP-RECEIVED TO WS-AMT2-ED
           MOVE WS-GRP-MARGIN TO WS-AMT3-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "      PAID=" WS-AMT1-ED
               " RECEIVED=" WS-AMT2-ED
               " MARGIN=" WS-AMT3-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           ADD WS-GRP-MARGIN TO WS-TLR-MARGIN.

       3300-FLUSH-TELLER.
           MOVE WS-TLR-MARGIN TO WS-AMT1-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  TELLER TOTAL DEALS=" WS-TLR-DEALS
               " MARGIN=" WS-AMT1-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       4000-PRINT-CURRENCIES.
           MOVE "BANK POSITION BY CURRENCY" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-COUNT
               COMPUTE WS-NET = WS-CCY-BOUGHT(WS-CCY-IX)
                   - WS-CCY-SOLD(WS-CCY-IX)
               PERFORM 8100-NET-SIDE
               MOVE WS-CCY-BOUGHT(WS-CCY-IX) TO WS-AMT1-ED
               MOVE WS-CCY-SOLD(WS-CCY-IX) TO WS-AMT2-ED
               MOVE WS-NET TO WS-AMT3-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-CCY-CODE(WS-CCY-IX)
                   " BOUGHT=" WS-AMT1-ED
                   " SOLD=" WS-AMT2-ED
                   " NET=" WS-AMT3-ED
                   " " WS-NET-SIDE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-CCY-PAID(WS-CCY-IX) TO WS-AMT1-ED
               MOVE WS-CCY-RECEIVED(WS-CCY-IX) TO WS-AMT2-ED
               MOVE WS-CCY-MARGIN(WS-CCY-IX) TO WS-AMT3-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "      PAID=" WS-AMT1-ED
                   " RECEIVED=" WS-AMT2-ED
                   " MARGIN=" WS-AMT3-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "      DEALS BOUGHT=" WS-CCY-BUY-COUNT(WS-CCY-IX)
                   " SOLD=" WS-CCY-SELL-COUNT(WS-CCY-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-PERFORM
           IF WS-CCY-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** DEALS IN CURRENCIES OVER TABLE SIZE="
                   WS-CCY-OVERFLOW
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * TODAY'S FX JOURNAL ENTRIES, BY ACTION CODE, AGAINST THE
      * DEALS - EVERY DEAL WAS JOURNALED WITH THE SAME CODE AND HOME
      * AMOUNT, SO BOTH SIDES MUST AGREE EXACTLY.
       5000-TIE-TO-JOURNAL.
           OPEN INPUT JRNLZBNK
           PERFORM UNTIL WS-EOF-JRNL = 'Y'
               READ JRNLZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-JRNL
                   NOT AT END
                       IF JR-TS-DATE = WS-RUN-DATE
                           PERFORM 5100-TALLY-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNLZBNK
           MOVE "DEALS PROVED TO JOURNAL" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > 4
               MOVE WS-ACT-DEAL-HOME(WS-ACT-SUB) TO WS-AMT1-ED
               MOVE WS-ACT-JRNL-HOME(WS-ACT-SUB) TO WS-AMT2-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-ACT-CODE(WS-ACT-SUB)
                   " DEALS=" WS-ACT-DEAL-COUNT(WS-ACT-SUB)
                   " HOME=" WS-AMT1-ED
                   " JOURNAL=" WS-ACT-JRNL-COUNT(WS-ACT-SUB)
                   " HOME=" WS-AMT2-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF WS-ACT-DEAL-COUNT(WS-ACT-SUB) NOT =
                       WS-ACT-JRNL-COUNT(WS-ACT-SUB)
                   OR WS-ACT-DEAL-HOME(WS-ACT-SUB) NOT =
                       WS-ACT-JRNL-HOME(WS-ACT-SUB)
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** " WS-ACT-CODE(WS-ACT-SUB)
                       " DEALS DO NOT AGREE WITH THE JOURNAL"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       5100-TALLY-JOURNAL.
           PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > 4
               IF WS-ACT-CODE(WS-ACT-SUB) = JR-ACTION
                   ADD 1 TO WS-ACT-JRNL-COUNT(WS-ACT-SUB)
                   ADD JR-AMOUNT TO WS-ACT-JRNL-HOME(WS-ACT-SUB)
               END-IF
           END-PERFORM.

       8100-NET-SIDE.
           EVALUATE TRUE
               WHEN WS-NET > ZEROS
                   MOVE "LONG" TO WS-NET-SIDE
               WHEN WS-NET < ZEROS
                   MOVE "SHORT" TO WS-NET-SIDE
               WHEN OTHER
                   MOVE "FLAT" TO WS-NET-SIDE
           END-EVALUATE.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE WS-MARGIN-TOTAL TO WS-AMT1-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "DEALS=" WS-DEAL-COUNT
               " TELLERS=" WS-TELLER-COUNT
               " CURRENCIES=" WS-CCY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "MARGIN ENTRIES WRITTEN=" WS-MGN-COUNT
               " MARGIN TOTAL=" WS-AMT1-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-BAD-ACTION-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** DEALS WITH AN UNKNOWN ACTION CODE="
                   WS-BAD-ACTION-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               ADD WS-BAD-ACTION-COUNT TO WS-DIFF-COUNT
           END-IF
           IF WS-DIFF-COUNT > ZEROS
               MOVE "*** FX DEALS NOT PROVED - HOLD THE GL EXTRACT"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "FX DEALS PROVED TO THE JOURNAL" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE FXPRPT.
