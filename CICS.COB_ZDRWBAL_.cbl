      * SELF-SERVICE DP/WD CARRY SPACES IN JR-OPERATOR AND STAY OUT
      * OF THE DRAWER PROOF.
      *
      * CASH A TELLER BUYS FROM OR SELLS TO THE BRANCH VAULT MOVES
      * THE DRAWER WITHOUT TOUCHING AN ACCOUNT, SO IT IS NOT ON THE
      * JOURNAL. THE DAY'S B/S ROWS ON VSAM.ZVLTMOV (VMOVREC) GO INTO
      * THE SAME SORT AS THE JOURNAL ENTRIES - A BUY ON THE CASH-IN
      * SIDE, A SALE ON THE CASH-OUT SIDE - AND ARE SHOWN ON THEIR
      * OWN LINE UNDER THE TELLER.
      *
      * A WALK-IN FOREIGN-CURRENCY DEAL (NS/NB ON THE JOURNAL) TAKES
      * IN OR PAYS OUT HOME CASH THE SAME AS A DP/WD AND IS PROVED
      * WITH THEM, ALSO SHOWN ON ITS OWN LINE. A DEAL SETTLED AGAINST
      * AN ACCOUNT (FB/FS) MOVES NO HOME CASH AND STAYS OUT; THE
      * FOREIGN NOTES ARE REPORTED BY ZFXPOS.
      *
      * THE RUN IS A TWO-STREAM ORDERED MATCH ON TELLER ID - THE
      * DAY'S OPERATOR-STAMPED CASH JOURNAL ENTRIES SORTED BY
      * OPERATOR AGAINST THE DRAWER FILE READ IN KEY ORDER (SAME
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DW-KEY
               FILE STATUS IS WS-DRAW-STATUS.
           SELECT VSAMVMOV ASSIGN TO VSAMVMOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VMOV-STATUS.
           SELECT DRWCARD ASSIGN TO DRWCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
       FD  VSAMDRAW.
       01  WS-DRAW-REC.
           COPY DRAWREC.
       FD  VSAMVMOV.
       01  WS-VMOV-REC.
           COPY VMOVREC.
       FD  DRWCARD RECORDING MODE F.
       01  WS-DRW-CARD.
           05  DC-TELLER-ID PIC X(8).
       01  WS-JRNL-STATUS PIC XX.
       01  WS-DRAW-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-VMOV-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-EOF-JRNL PIC X VALUE 'N'.
       01  WS-EOF-CARD PIC X VALUE 'N'.
       01  WS-EOF-VMOV PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * STREAM KEYS - HIGH-VALUES MARKS A STREAM AT END, SO THE
       01  WS-JRNL-OUT PIC S9(12)V99.
       01  WS-DRAW-IN PIC S9(12)V99.
       01  WS-DRAW-OUT PIC S9(12)V99.
       01  WS-VLT-IN PIC S9(12)V99.
       01  WS-VLT-OUT PIC S9(12)V99.
       01  WS-FX-IN PIC S9(12)V99.
       01  WS-FX-OUT PIC S9(12)V99.
       01  WS-ON-DRAW-SW PIC X.
       01  WS-EXPECTED-NET PIC S9(12)V99.
       01  WS-TELLER-COUNT PIC 9(8) VALUE ZEROS.

      * ONLY TODAY'S CASH ENTRIES THAT CARRY A TELLER'S ID COUNT
      * TOWARD A DRAWER - SELF-SERVICE DP/WD CARRY SPACES IN
      * JR-OPERATOR AND BATCH POSTINGS CARRY CHANNEL 'B'. A WALK-IN
      * FOREIGN-CURRENCY DEAL MOVES HOME CASH TOO - NS TAKES IT IN,
      * NB PAYS IT OUT - AND SO DOES A COLLECTIONS RECOVERY TAKEN AT
      * THE COUNTER (CR), WHICH TAKES IT IN.
       2000-RELEASE-JOURNAL.
           OPEN INPUT JRNLZBNK
           PERFORM UNTIL WS-EOF-JRNL = 'Y'
                       IF JR-TS-DATE = WS-RUN-DATE
                           AND JR-CHANNEL = "O"
                           AND JR-OPERATOR NOT = SPACES
                           AND (JR-ACTION = "DP" OR JR-ACTION = "WD"
                             OR JR-ACTION = "NS" OR JR-ACTION = "NB"
                             OR JR-ACTION = "CR")
                           MOVE JR-OPERATOR TO SR-OPERATOR
                           MOVE JR-ACTION TO SR-ACTION
                           MOVE JR-AMOUNT TO SR-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNLZBNK
      * TODAY'S TELLER VAULT MOVEMENTS - A BUY (VB) ADDS TO THE
      * DRAWER, A SALE (VS) TAKES FROM IT. SHIPMENTS (I/O) ARE
      * VAULT-ONLY AND STAY OUT.
           OPEN INPUT VSAMVMOV
           IF WS-VMOV-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-VMOV
           END-IF
           PERFORM UNTIL WS-EOF-VMOV = 'Y'
               READ VSAMVMOV
                   AT END
                       MOVE 'Y' TO WS-EOF-VMOV
                   NOT AT END
                       IF VM-DATE = WS-RUN-DATE
                           AND (VM-TYPE = "B" OR VM-TYPE = "S")
                           MOVE VM-TELLER-ID TO SR-OPERATOR
                           IF VM-TYPE = "B"
                               MOVE "VB" TO SR-ACTION
                           ELSE
                               MOVE "VS" TO SR-ACTION
                           END-IF
                           MOVE VM-AMOUNT TO SR-AMOUNT
                           RELEASE WS-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VMOV-STATUS = "00" OR WS-VMOV-STATUS = "10"
               CLOSE VSAMVMOV
           END-IF.

       3000-MATCH-STREAMS.
           OPEN INPUT SORTOPR
           MOVE ZEROS TO WS-JRNL-OUT
           MOVE ZEROS TO WS-DRAW-IN
           MOVE ZEROS TO WS-DRAW-OUT
           MOVE ZEROS TO WS-VLT-IN
           MOVE ZEROS TO WS-VLT-OUT
           MOVE ZEROS TO WS-FX-IN
           MOVE ZEROS TO WS-FX-OUT
           MOVE 'N' TO WS-ON-DRAW-SW
           PERFORM UNTIL WS-JRNL-KEY NOT = WS-MATCH-KEY
               EVALUATE SO-ACTION
                   WHEN "DP"
                       ADD SO-AMOUNT TO WS-JRNL-IN
                   WHEN "CR"
                       ADD SO-AMOUNT TO WS-JRNL-IN
                   WHEN "NS"
                       ADD SO-AMOUNT TO WS-JRNL-IN
                       ADD SO-AMOUNT TO WS-FX-IN
                   WHEN "NB"
                       ADD SO-AMOUNT TO WS-JRNL-OUT
                       ADD SO-AMOUNT TO WS-FX-OUT
                   WHEN "VB"
                       ADD SO-AMOUNT TO WS-JRNL-IN
                       ADD SO-AMOUNT TO WS-VLT-IN
                   WHEN "VS"
                       ADD SO-AMOUNT TO WS-JRNL-OUT
                       ADD SO-AMOUNT TO WS-VLT-OUT
                   WHEN OTHER
                       ADD SO-AMOUNT TO WS-JRNL-OUT
               END-EVALUATE
               PERFORM 8100-READ-JRNL
           END-PERFORM
           IF WS-DRAW-KEY = WS-MATCH-KEY
           MOVE WS-EXPECTED-NET TO WS-NET-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TELLER=" WS-MATCH-KEY
               " CASH IN=" WS-IN-ED
               " OUT=" WS-OUT-ED
               " NET=" WS-NET-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-VLT-IN NOT = ZEROS OR WS-VLT-OUT NOT = ZEROS
               MOVE WS-VLT-IN TO WS-IN-ED
               MOVE WS-VLT-OUT TO WS-OUT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  INCLUDES VAULT BOUGHT=" WS-IN-ED
                   " SOLD=" WS-OUT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-FX-IN NOT = ZEROS OR WS-FX-OUT NOT = ZEROS
               MOVE WS-FX-IN TO WS-IN-ED
               MOVE WS-FX-OUT TO WS-OUT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  INCLUDES WALK-IN FX IN=" WS-IN-ED
                   " OUT=" WS-OUT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-ON-DRAW-SW = 'N'
               ADD 1 TO WS-DIFF-COUNT
               MOVE "  *** CASH ACTIVITY BUT NO DRAWER ROW ***"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
