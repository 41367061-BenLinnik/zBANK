      *
      * ZVLTBAL - END-OF-DAY BRANCH VAULT PROOF. FOR EVERY BRANCH
      * VAULT ON VSAM.ZVAULT (VLTREC) PROVES
      *     OPENING VAULT CASH
      *   + CASH SOLD TO THE VAULT BY TELLERS (ZTELL ACTION S)
      *   - CASH BOUGHT FROM THE VAULT BY TELLERS (ZTELL ACTION B)
      *   + CASH-CENTRE SHIPMENTS RECEIVED
      *   - SHIPMENTS SENT TO THE CASH CENTRE
      *   = COUNTED VAULT CASH (KEYED IN ON VLTCARD)
      * AND THAT THE DAY'S VAULT ROW AGREES WITH THE MOVEMENTS
      * RECORDED ON VSAM.ZVLTMOV (VMOVREC) - THE SAME TWO PROOFS
      * ZDRWBAL MAKES FOR A TELLER DRAWER.
      *
      * THE RUN FIRST POSTS THE DAY'S SHIPMENT CARDS: EACH ONE IS
      * ADDED TO THE BRANCH'S ROW FOR TODAY AND RECORDED AS AN I/O
      * MOVEMENT CARRYING THE CASH CENTRE'S SHIPMENT REFERENCE. A
      * REFERENCE ALREADY ON TODAY'S MOVEMENTS IS NOT POSTED AGAIN,
      * SO A RERUN AFTER A FAILURE DOES NOT DOUBLE A SHIPMENT.
      *
      * THE OPENING CASH IS THE CLOSING CASH OF THE BRANCH'S LATEST
      * EARLIER ROW (ROLLED FORWARD THROUGH ANY DAY THAT WAS NEVER
      * PROVED). EVERY PROVED BRANCH THEN GETS A ROW FOR TODAY -
      * CREATED IF THERE WERE NO MOVEMENTS - STAMPED WITH THE OPENING
      * CASH, THE CLOSING CASH (THE COUNT, OR THE EXPECTED FIGURE
      * WHEN NO COUNT WAS KEYED) AND WHETHER IT PROVED, SO TOMORROW
      * OPENS FROM TODAY'S CLOSE.
      *
      * ANY BRANCH THAT DOES NOT PROVE, OR ANY CARD THAT CANNOT BE
      * USED, ENDS RC=8 - THE SAME AS AN UNPROVED DRAWER.
      *
      * VLTCARD: ONE CARD PER COUNT OR SHIPMENT -
      *   COL 1     C = COUNTED VAULT CASH AT CLOSE
      *             I = SHIPMENT RECEIVED FROM THE CASH CENTRE
      *             O = SHIPMENT SENT TO THE CASH CENTRE
      *   COL 2-4   BRANCH CODE
      *   COL 5-18  AMOUNT 9(12)V99
      *   COL 19-30 SHIPMENT REFERENCE (I AND O ONLY, REQUIRED)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZVLTBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMVLT ASSIGN TO VSAMVLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-KEY
               FILE STATUS IS WS-VLT-STATUS.
           SELECT VSAMVMOV ASSIGN TO VSAMVMOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VMOV-STATUS.
           SELECT VLTCARD ASSIGN TO VLTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT VLTRPT ASSIGN TO VLTRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMVLT.
       01  WS-VLT-REC.
           COPY VLTREC.
       FD  VSAMVMOV.
       01  WS-VMOV-REC.
           COPY VMOVREC.
       FD  VLTCARD RECORDING MODE F.
       01  WS-VLT-CARD.
           05  VC-TYPE PIC X(1).
           05  VC-BRANCH PIC X(3).
           05  VC-AMOUNT PIC 9(12)V99.
           05  VC-SHIP-REF PIC X(12).
           05  FILLER PIC X(50).
       FD  VLTRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-VLT-STATUS PIC XX.
       01  WS-VMOV-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-EOF-VLT PIC X VALUE 'N'.
       01  WS-EOF-VMOV PIC X VALUE 'N'.
       01  WS-EOF-CARD PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-RUN-TIME PIC X(6).
      * CARDS AS LOADED FROM VLTCARD.
       01  WS-CD-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 200 TIMES INDEXED BY WS-CD-IX.
               10  WS-CD-TYPE PIC X(1).
               10  WS-CD-BRANCH PIC X(3).
               10  WS-CD-AMOUNT PIC 9(12)V99.
               10  WS-CD-SHIP-REF PIC X(12).
      * SHIPMENT REFERENCES ALREADY ON TODAY'S MOVEMENTS.
       01  WS-SR-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 200 TIMES INDEXED BY WS-SR-IX.
               10  WS-SR-BRANCH PIC X(3).
               10  WS-SR-SHIP-REF PIC X(12).
       01  WS-SR-FOUND-SW PIC X.
      * ONE ENTRY PER BRANCH VAULT - FROM ITS ROWS, TODAY'S
      * MOVEMENTS AND THE CARDS. THE TABLE SIZE BOUNDS THE NUMBER OF
      * BRANCHES, NOT MOVEMENTS.
       01  WS-BT-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 100 TIMES INDEXED BY WS-BT-IX.
               10  WS-BT-BRANCH PIC X(3).
               10  WS-BT-OPEN PIC S9(12)V99.
               10  WS-BT-TODAY-SW PIC X(1).
               10  WS-BT-IN PIC 9(12)V99.
               10  WS-BT-OUT PIC 9(12)V99.
               10  WS-BT-SHIP-IN PIC 9(12)V99.
               10  WS-BT-SHIP-OUT PIC 9(12)V99.
               10  WS-BT-MV-IN PIC 9(12)V99.
               10  WS-BT-MV-OUT PIC 9(12)V99.
               10  WS-BT-MV-SHIP-IN PIC 9(12)V99.
               10  WS-BT-MV-SHIP-OUT PIC 9(12)V99.
               10  WS-BT-COUNTED PIC 9(12)V99.
               10  WS-BT-CARD-SW PIC X(1).
       01  WS-FIND-BRANCH PIC X(3).
       01  WS-SAVE-KEY PIC X(11).
       01  WS-BT-FULL-SW PIC X VALUE 'N'.
       01  WS-BT-FOUND-SW PIC X.
       01  WS-EXPECTED PIC S9(13)V99.
       01  WS-BRANCH-DIFF-SW PIC X.
       01  WS-BRANCH-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DIFF-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CARD-ERR-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SHIP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SHIP-SKIP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CASH-TOTAL PIC S9(13)V99 VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR REPORT LINES - SEE ZDRWBAL.
       01  WS-AMT1-ED PIC -(11)9.99.
       01  WS-AMT2-ED PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZVLTBAL" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-MOVEMENTS
           PERFORM 3000-POST-SHIPMENTS
           PERFORM 4000-SCAN-VAULTS
           PERFORM 5000-PROVE-VAULTS
           PERFORM 6000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           MOVE WS-BRANCH-COUNT TO WS-RUNC-COUNT
           MOVE WS-CASH-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT VLTRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURR-DATETIME(9:6) TO WS-RUN-TIME
           MOVE "ZVLTBAL - BRANCH VAULT PROOF" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VLTCARD
           IF WS-CARD-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-CARD
           END-IF
           PERFORM UNTIL WS-EOF-CARD = 'Y'
               READ VLTCARD
                   AT END
                       MOVE 'Y' TO WS-EOF-CARD
                   NOT AT END
                       PERFORM 1100-LOAD-CARD
               END-READ
           END-PERFORM
           IF WS-CARD-STATUS = "00" OR WS-CARD-STATUS = "10"
               CLOSE VLTCARD
           END-IF.

      * A CARD THAT CANNOT BE USED IS LISTED AND COUNTED - THE RUN
      * CANNOT CLAIM A PROOF WITH A COUNT OR SHIPMENT LEFT OUT.
       1100-LOAD-CARD.
           IF (VC-TYPE NOT = "C" AND VC-TYPE NOT = "I"
                   AND VC-TYPE NOT = "O")
               OR VC-BRANCH = SPACES
               OR VC-AMOUNT NOT NUMERIC
               OR (VC-TYPE NOT = "C" AND VC-SHIP-REF = SPACES)
               ADD 1 TO WS-CARD-ERR-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CARD NOT USED: " WS-VLT-CARD(1:30)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
           IF WS-CD-COUNT >= 200
               ADD 1 TO WS-CARD-ERR-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CARD TABLE FULL, NOT USED: "
                   WS-VLT-CARD(1:30)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               ADD 1 TO WS-CD-COUNT
               SET WS-CD-IX TO WS-CD-COUNT
               MOVE VC-TYPE TO WS-CD-TYPE(WS-CD-IX)
               MOVE VC-BRANCH TO WS-CD-BRANCH(WS-CD-IX)
               MOVE VC-AMOUNT TO WS-CD-AMOUNT(WS-CD-IX)
               MOVE VC-SHIP-REF TO WS-CD-SHIP-REF(WS-CD-IX)
               MOVE VC-BRANCH TO WS-FIND-BRANCH
               PERFORM 8700-FIND-BRANCH
               IF WS-BT-FOUND-SW = 'Y' AND VC-TYPE = "C"
                   IF WS-BT-CARD-SW(WS-BT-IX) = 'Y'
                       ADD 1 TO WS-CARD-ERR-COUNT
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "*** SECOND COUNT CARD FOR BRANCH "
                           VC-BRANCH " - FIRST ONE USED"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE WS-RPT-LINE
                   ELSE
                       MOVE 'Y' TO WS-BT-CARD-SW(WS-BT-IX)
                       MOVE VC-AMOUNT TO WS-BT-COUNTED(WS-BT-IX)
                   END-IF
               END-IF
           END-IF
           END-IF.

      * TALLY TODAY'S MOVEMENTS PER BRANCH AND NOTE THE SHIPMENT
      * REFERENCES ALREADY POSTED.
       2000-READ-MOVEMENTS.
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
                           PERFORM 2100-TALLY-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VMOV-STATUS = "00" OR WS-VMOV-STATUS = "10"
               CLOSE VSAMVMOV
           END-IF.

       2100-TALLY-MOVEMENT.
           MOVE VM-BRANCH TO WS-FIND-BRANCH
           PERFORM 8700-FIND-BRANCH
           IF WS-BT-FOUND-SW = 'Y'
               EVALUATE VM-TYPE
                   WHEN "S"
                       ADD VM-AMOUNT TO WS-BT-MV-IN(WS-BT-IX)
                   WHEN "B"
                       ADD VM-AMOUNT TO WS-BT-MV-OUT(WS-BT-IX)
                   WHEN "I"
                       ADD VM-AMOUNT TO WS-BT-MV-SHIP-IN(WS-BT-IX)
                   WHEN "O"
                       ADD VM-AMOUNT TO WS-BT-MV-SHIP-OUT(WS-BT-IX)
               END-EVALUATE
           END-IF
           IF (VM-TYPE = "I" OR VM-TYPE = "O") AND WS-SR-COUNT < 200
               ADD 1 TO WS-SR-COUNT
               SET WS-SR-IX TO WS-SR-COUNT
               MOVE VM-BRANCH TO WS-SR-BRANCH(WS-SR-IX)
               MOVE VM-SHIP-REF TO WS-SR-SHIP-REF(WS-SR-IX)
           END-IF.

       3000-POST-SHIPMENTS.
           OPEN I-O VSAMVLT
           OPEN EXTEND VSAMVMOV
           PERFORM VARYING WS-CD-IX FROM 1 BY 1
                   UNTIL WS-CD-IX > WS-CD-COUNT
               IF WS-CD-TYPE(WS-CD-IX) NOT = "C"
                   PERFORM 3100-POST-ONE-SHIPMENT
               END-IF
           END-PERFORM
           CLOSE VSAMVMOV
           CLOSE VSAMVLT.

       3100-POST-ONE-SHIPMENT.
           MOVE 'N' TO WS-SR-FOUND-SW
           PERFORM VARYING WS-SR-IX FROM 1 BY 1
                   UNTIL WS-SR-IX > WS-SR-COUNT
                      OR WS-SR-FOUND-SW = 'Y'
               IF WS-SR-BRANCH(WS-SR-IX) = WS-CD-BRANCH(WS-CD-IX)
                   AND WS-SR-SHIP-REF(WS-SR-IX) =
                       WS-CD-SHIP-REF(WS-CD-IX)
                   MOVE 'Y' TO WS-SR-FOUND-SW
               END-IF
           END-PERFORM
           MOVE WS-CD-AMOUNT(WS-CD-IX) TO WS-AMT1-ED
           IF WS-SR-FOUND-SW = 'Y'
               ADD 1 TO WS-SHIP-SKIP-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "SHIPMENT " WS-CD-SHIP-REF(WS-CD-IX)
                   " BRANCH=" WS-CD-BRANCH(WS-CD-IX)
                   " ALREADY POSTED TODAY - SKIPPED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE WS-CD-BRANCH(WS-CD-IX) TO VT-BRANCH
               MOVE WS-RUN-DATE TO VT-DATE
               READ VSAMVLT
                   INVALID KEY
                       PERFORM 8750-NEW-VAULT-ROW
               END-READ
               IF WS-CD-TYPE(WS-CD-IX) = "I"
                   ADD WS-CD-AMOUNT(WS-CD-IX) TO VT-SHIP-IN
               ELSE
                   ADD WS-CD-AMOUNT(WS-CD-IX) TO VT-SHIP-OUT
               END-IF
               ADD 1 TO VT-MOVE-COUNT
               IF WS-VLT-STATUS = "00"
                   REWRITE WS-VLT-REC
               ELSE
                   WRITE WS-VLT-REC
               END-IF
               IF WS-VLT-STATUS NOT = "00"
                   ADD 1 TO WS-CARD-ERR-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** SHIPMENT " WS-CD-SHIP-REF(WS-CD-IX)
                       " BRANCH=" WS-CD-BRANCH(WS-CD-IX)
                       " NOT POSTED - VAULT FILE STATUS="
                       WS-VLT-STATUS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               ELSE
                   MOVE SPACES TO WS-VMOV-REC
                   MOVE WS-CD-BRANCH(WS-CD-IX) TO VM-BRANCH
                   MOVE WS-RUN-DATE TO VM-DATE
                   MOVE WS-RUN-TIME TO VM-TIME
                   MOVE WS-CD-TYPE(WS-CD-IX) TO VM-TYPE
                   MOVE WS-CD-AMOUNT(WS-CD-IX) TO VM-AMOUNT
                   MOVE ZEROS TO VM-REF-NO
                   MOVE WS-CD-SHIP-REF(WS-CD-IX) TO VM-SHIP-REF
                   WRITE WS-VMOV-REC
                   ADD 1 TO WS-SHIP-COUNT
                   MOVE WS-CD-BRANCH(WS-CD-IX) TO WS-FIND-BRANCH
                   PERFORM 8700-FIND-BRANCH
                   IF WS-BT-FOUND-SW = 'Y'
                       IF WS-CD-TYPE(WS-CD-IX) = "I"
                           ADD WS-CD-AMOUNT(WS-CD-IX)
                               TO WS-BT-MV-SHIP-IN(WS-BT-IX)
                       ELSE
                           ADD WS-CD-AMOUNT(WS-CD-IX)
                               TO WS-BT-MV-SHIP-OUT(WS-BT-IX)
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "SHIPMENT " WS-CD-SHIP-REF(WS-CD-IX)
                       " BRANCH=" WS-CD-BRANCH(WS-CD-IX)
                       " TYPE=" WS-CD-TYPE(WS-CD-IX)
                       " AMOUNT=" WS-AMT1-ED " POSTED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF.

      * READ EVERY VAULT ROW IN KEY (BRANCH, DATE) ORDER. EARLIER
      * ROWS ROLL THE OPENING CASH FORWARD - A PROVED ROW'S CLOSE
      * REPLACES IT, AN UNPROVED ROW'S MOVEMENTS ARE APPLIED TO IT -
      * SO IT ENDS AS THE CASH THE VAULT OPENED WITH TODAY.
       4000-SCAN-VAULTS.
           OPEN INPUT VSAMVLT
           IF WS-VLT-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-VLT
           END-IF
           PERFORM UNTIL WS-EOF-VLT = 'Y'
               READ VSAMVLT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-VLT
                   NOT AT END
                       PERFORM 4100-NOTE-ROW
               END-READ
           END-PERFORM
           IF WS-VLT-STATUS = "00" OR WS-VLT-STATUS = "10"
               CLOSE VSAMVLT
           END-IF.

       4100-NOTE-ROW.
           MOVE VT-BRANCH TO WS-FIND-BRANCH
           PERFORM 8700-FIND-BRANCH
           IF WS-BT-FOUND-SW = 'Y'
               IF VT-DATE < WS-RUN-DATE
                   IF VT-PROVED-SW = SPACES
                       COMPUTE WS-BT-OPEN(WS-BT-IX) =
                           WS-BT-OPEN(WS-BT-IX)
                           + VT-CASH-IN - VT-CASH-OUT
                           + VT-SHIP-IN - VT-SHIP-OUT
                   ELSE
                       MOVE VT-CLOSE-CASH TO WS-BT-OPEN(WS-BT-IX)
                   END-IF
               ELSE
               IF VT-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-BT-TODAY-SW(WS-BT-IX)
                   MOVE VT-CASH-IN TO WS-BT-IN(WS-BT-IX)
                   MOVE VT-CASH-OUT TO WS-BT-OUT(WS-BT-IX)
                   MOVE VT-SHIP-IN TO WS-BT-SHIP-IN(WS-BT-IX)
                   MOVE VT-SHIP-OUT TO WS-BT-SHIP-OUT(WS-BT-IX)
               END-IF
               END-IF
           END-IF.

       5000-PROVE-VAULTS.
           OPEN I-O VSAMVLT
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
               PERFORM 5100-PROVE-ONE-VAULT
           END-PERFORM
           CLOSE VSAMVLT.

       5100-PROVE-ONE-VAULT.
           ADD 1 TO WS-BRANCH-COUNT
           MOVE 'N' TO WS-BRANCH-DIFF-SW
           COMPUTE WS-EXPECTED = WS-BT-OPEN(WS-BT-IX)
               + WS-BT-IN(WS-BT-IX) - WS-BT-OUT(WS-BT-IX)
               + WS-BT-SHIP-IN(WS-BT-IX) - WS-BT-SHIP-OUT(WS-BT-IX)
           MOVE WS-BT-OPEN(WS-BT-IX) TO WS-AMT1-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "BRANCH=" WS-BT-BRANCH(WS-BT-IX)
               " OPENING VAULT CASH=" WS-AMT1-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-BT-IN(WS-BT-IX) TO WS-AMT1-ED
           MOVE WS-BT-OUT(WS-BT-IX) TO WS-AMT2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  + SOLD BY TELLERS=" WS-AMT1-ED
               " - BOUGHT=" WS-AMT2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-BT-SHIP-IN(WS-BT-IX) TO WS-AMT1-ED
           MOVE WS-BT-SHIP-OUT(WS-BT-IX) TO WS-AMT2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  + SHIPMENTS IN=  " WS-AMT1-ED
               " - OUT=   " WS-AMT2-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-EXPECTED TO WS-AMT1-ED
           MOVE WS-BT-COUNTED(WS-BT-IX) TO WS-AMT2-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BT-CARD-SW(WS-BT-IX) = 'Y'
               STRING "  = EXPECTED=      " WS-AMT1-ED
                   " COUNTED=" WS-AMT2-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  = EXPECTED=      " WS-AMT1-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE
           IF WS-BT-IN(WS-BT-IX) NOT = WS-BT-MV-IN(WS-BT-IX)
               OR WS-BT-OUT(WS-BT-IX) NOT = WS-BT-MV-OUT(WS-BT-IX)
               MOVE 'Y' TO WS-BRANCH-DIFF-SW
               MOVE WS-BT-MV-IN(WS-BT-IX) TO WS-AMT1-ED
               MOVE WS-BT-MV-OUT(WS-BT-IX) TO WS-AMT2-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** MOVEMENTS SOLD=" WS-AMT1-ED
                   " BOUGHT=" WS-AMT2-ED " DIFFER ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-BT-SHIP-IN(WS-BT-IX) NOT =
                   WS-BT-MV-SHIP-IN(WS-BT-IX)
               OR WS-BT-SHIP-OUT(WS-BT-IX) NOT =
                   WS-BT-MV-SHIP-OUT(WS-BT-IX)
               MOVE 'Y' TO WS-BRANCH-DIFF-SW
               MOVE WS-BT-MV-SHIP-IN(WS-BT-IX) TO WS-AMT1-ED
               MOVE WS-BT-MV-SHIP-OUT(WS-BT-IX) TO WS-AMT2-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** MOVEMENTS SHIP IN=" WS-AMT1-ED
                   " OUT=" WS-AMT2-ED " DIFFER ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           IF WS-BT-CARD-SW(WS-BT-IX) NOT = 'Y'
               MOVE 'Y' TO WS-BRANCH-DIFF-SW
               MOVE "  *** NO COUNTED-CASH CARD FOR VAULT ***"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
           IF WS-BT-COUNTED(WS-BT-IX) NOT = WS-EXPECTED
               MOVE 'Y' TO WS-BRANCH-DIFF-SW
               COMPUTE WS-AMT1-ED =
                   WS-BT-COUNTED(WS-BT-IX) - WS-EXPECTED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** COUNT DIFFERS FROM EXPECTED BY "
                   WS-AMT1-ED " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           END-IF
           IF WS-BRANCH-DIFF-SW = 'Y'
               ADD 1 TO WS-DIFF-COUNT
           ELSE
               MOVE "  VAULT PROVES" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           PERFORM 5200-CLOSE-VAULT-ROW.

      * STAMP TODAY'S ROW WITH ITS OPENING AND CLOSING CASH SO
      * TOMORROW OPENS FROM TONIGHT'S CLOSE.
       5200-CLOSE-VAULT-ROW.
           MOVE WS-BT-BRANCH(WS-BT-IX) TO VT-BRANCH
           MOVE WS-RUN-DATE TO VT-DATE
           READ VSAMVLT
               INVALID KEY
                   PERFORM 8750-NEW-VAULT-ROW
           END-READ
           IF WS-BT-OPEN(WS-BT-IX) < ZEROS
               MOVE ZEROS TO VT-OPEN-CASH
           ELSE
               MOVE WS-BT-OPEN(WS-BT-IX) TO VT-OPEN-CASH
           END-IF
           IF WS-BT-CARD-SW(WS-BT-IX) = 'Y'
               MOVE WS-BT-COUNTED(WS-BT-IX) TO VT-CLOSE-CASH
           ELSE
           IF WS-EXPECTED < ZEROS
               MOVE ZEROS TO VT-CLOSE-CASH
           ELSE
               MOVE WS-EXPECTED TO VT-CLOSE-CASH
           END-IF
           END-IF
           ADD VT-CLOSE-CASH TO WS-CASH-TOTAL
           IF WS-BRANCH-DIFF-SW = 'Y'
               MOVE 'N' TO VT-PROVED-SW
           ELSE
               MOVE 'Y' TO VT-PROVED-SW
           END-IF
           IF WS-VLT-STATUS = "00"
               REWRITE WS-VLT-REC
           ELSE
               WRITE WS-VLT-REC
           END-IF
           IF WS-VLT-STATUS NOT = "00"
               ADD 1 TO WS-DIFF-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** VAULT ROW NOT CLOSED - FILE STATUS="
                   WS-VLT-STATUS " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

       6000-PRINT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-BT-FULL-SW = 'Y'
               ADD 1 TO WS-DIFF-COUNT
               MOVE "*** BRANCH TABLE FULL - VAULTS LEFT UNPROVED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE WS-CASH-TOTAL TO WS-AMT1-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "VAULTS=" WS-BRANCH-COUNT
               " DIFFERENCES=" WS-DIFF-COUNT
               " CLOSING CASH=" WS-AMT1-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SHIPMENTS POSTED=" WS-SHIP-COUNT
               " ALREADY POSTED=" WS-SHIP-SKIP-COUNT
               " CARDS NOT USED=" WS-CARD-ERR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-DIFF-COUNT > ZEROS OR WS-CARD-ERR-COUNT > ZEROS
               MOVE "*** VAULTS DO NOT PROVE - INVESTIGATE" TO
                   WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "ALL VAULTS PROVE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 0 TO RETURN-CODE
           END-IF.

      * FIND WS-FIND-BRANCH IN THE BRANCH TABLE, ADDING IT WITH
      * ZERO FIGURES IF NEW. WS-BT-FOUND-SW = 'N' ONLY WHEN THE
      * TABLE IS FULL.
       8700-FIND-BRANCH.
           MOVE 'N' TO WS-BT-FOUND-SW
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
                      OR WS-BT-FOUND-SW = 'Y'
               IF WS-BT-BRANCH(WS-BT-IX) = WS-FIND-BRANCH
                   MOVE 'Y' TO WS-BT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-BT-FOUND-SW = 'Y'
               SET WS-BT-IX DOWN BY 1
           ELSE
           IF WS-BT-COUNT >= 100
               MOVE 'Y' TO WS-BT-FULL-SW
           ELSE
               ADD 1 TO WS-BT-COUNT
               SET WS-BT-IX TO WS-BT-COUNT
               MOVE WS-FIND-BRANCH TO WS-BT-BRANCH(WS-BT-IX)
               MOVE ZEROS TO WS-BT-OPEN(WS-BT-IX)
               MOVE 'N' TO WS-BT-TODAY-SW(WS-BT-IX)
               MOVE ZEROS TO WS-BT-IN(WS-BT-IX)
               MOVE ZEROS TO WS-BT-OUT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-SHIP-IN(WS-BT-IX)
               MOVE ZEROS TO WS-BT-SHIP-OUT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-MV-IN(WS-BT-IX)
               MOVE ZEROS TO WS-BT-MV-OUT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-MV-SHIP-IN(WS-BT-IX)
               MOVE ZEROS TO WS-BT-MV-SHIP-OUT(WS-BT-IX)
               MOVE ZEROS TO WS-BT-COUNTED(WS-BT-IX)
               MOVE 'N' TO WS-BT-CARD-SW(WS-BT-IX)
               MOVE 'Y' TO WS-BT-FOUND-SW
           END-IF
           END-IF.

      * A FRESH ROW FOR VT-BRANCH / VT-DATE - THE SAME ZERO ROW
      * ZTELL CREATES ON A BRANCH'S FIRST MOVEMENT OF THE DAY.
       8750-NEW-VAULT-ROW.
           MOVE VT-KEY TO WS-SAVE-KEY
           MOVE SPACES TO WS-VLT-REC
           MOVE WS-SAVE-KEY TO VT-KEY
           MOVE ZEROS TO VT-OPEN-CASH
           MOVE ZEROS TO VT-CASH-IN
           MOVE ZEROS TO VT-CASH-OUT
           MOVE ZEROS TO VT-SHIP-IN
           MOVE ZEROS TO VT-SHIP-OUT
           MOVE ZEROS TO VT-CLOSE-CASH
           MOVE ZEROS TO VT-MOVE-COUNT.

       COPY RUNCTLP.

       9000-TERMINATE.
           CLOSE VLTRPT.
