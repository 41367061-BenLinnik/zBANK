      *
      * ZGLPRF - NIGHTLY SUB-LEDGER TO GENERAL-LEDGER CONTROL PROOF.
      * ZGLEXT PROVES EACH DAY'S EXTRACT BALANCES AND ZGLACK PROVES
      * THE LEDGER ACCEPTED IT, BUT ONLY THIS PROOF SHOWS THAT THE
      * SUM OF THE ACCOUNT BALANCES STILL EQUALS THE GL CONTROL
      * ACCOUNTS THE POSTINGS LAND IN - A MAPPING SLIP OR A MANUAL
      * LEDGER JOURNAL CAN OTHERWISE MAKE THEM DRIFT UNSEEN.
      * FOR EACH CONTROL ACCOUNT ON THE PRFMAP CARDS:
      *   SUB-LEDGER = TONIGHT'S ZSNAP SNAPSHOT OF OPEN ACCOUNTS,
      *                TOTALLED BY ACCOUNT TYPE AND BRANCH, PLUS THE
      *                RESIDUAL BALANCES LEFT ON VSAM.ZBNKCLSD
      *   GL SIDE    = THE CREDIT BALANCE ON VSAM.ZGLBAL OF THE
      *                CONTROL ACCOUNT AND EVERY GL ACCOUNT ROLLED
      *                INTO IT, PLUS THE POSTINGS STILL IN TRANSIT
      *                (SENT, NOT YET ACKNOWLEDGED - GLPEND)
      * A DIFFERENCE BEYOND THE TOLERANCE, A SNAPSHOT ROW WHOSE TYPE
      * AND BRANCH MAP TO NO CONTROL ACCOUNT, OR A SNAPSHOT THAT IS
      * NOT TONIGHT'S ENDS THE RUN RC=8 FOR FINANCE TO INVESTIGATE.
      * A REJECTED POSTING SHOWS AS A DIFFERENCE UNTIL FINANCE
      * REPOSTS IT AND LOADS THE MANUAL JOURNAL WITH ZGLOPEN.
      *
      * PRFMAP CARDS (FIRST COLUMN IS THE CARD TYPE):
      *   S TYPE X(1) BRANCH X(3) CONTROL GL 9(8) - SUB-LEDGER SLICE
      *     (BRANCH *** = EVERY BRANCH WITHOUT ITS OWN CARD)
      *   G GL ACCOUNT 9(8) CONTROL GL 9(8) - GL ACCOUNT ROLLED INTO
      *     A CONTROL (THE CONTROL ACCOUNT ITSELF IS ALWAYS INCLUDED)
      *   T TOLERANCE 9(7)V99 - LARGEST DIFFERENCE ACCEPTED
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZGLPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRFMAP ASSIGN TO PRFMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT SNAPIN ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT VSAMCLSD ASSIGN TO VSAMCLSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-CLSD-STATUS.
           SELECT VSAMGLB ASSIGN TO VSAMGLB
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GB-ACCOUNT
               FILE STATUS IS WS-GLB-STATUS.
           SELECT GLPNDIN ASSIGN TO GLPNDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDI-STATUS.
           SELECT GLPRFRPT ASSIGN TO GLPRFRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRFMAP RECORDING MODE F.
       01  WS-MAP-CARD.
           05  PC-CARD-TYPE PIC X(1).
           05  PC-DATA PIC X(79).
           05  PC-SLICE REDEFINES PC-DATA.
               10  PC-S-TYPE PIC X(1).
               10  PC-S-BRANCH PIC X(3).
               10  PC-S-CONTROL PIC 9(8).
               10  FILLER PIC X(67).
           05  PC-ROLLUP REDEFINES PC-DATA.
               10  PC-G-ACCOUNT PIC 9(8).
               10  PC-G-CONTROL PIC 9(8).
               10  FILLER PIC X(63).
           05  PC-TOLERANCE REDEFINES PC-DATA.
               10  PC-T-AMOUNT PIC 9(7)V99.
               10  FILLER PIC X(70).
       FD  SNAPIN RECORDING MODE F.
       01  WS-SNAP-REC.
           COPY SNAPREC.
       FD  VSAMCLSD.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMGLB.
       01  WS-GLB-REC.
           COPY GLBREC.
       FD  GLPNDIN RECORDING MODE F.
       01  WS-PNDI-REC.
           05  GPI-ACCOUNT PIC 9(8).
           05  GPI-DR-CR PIC X(1).
           05  GPI-AMOUNT PIC 9(10)V99.
           05  GPI-DATE PIC X(8).
           05  GPI-SOURCE PIC X(2).
           05  GPI-REF PIC 9(12).
           05  GPI-SENT-DATE PIC X(8).
       FD  GLPRFRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-MAP-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-CLSD-STATUS PIC XX.
       01  WS-GLB-STATUS PIC XX.
       01  WS-PNDI-STATUS PIC XX.
       01  WS-EOF-MAP PIC X VALUE 'N'.
       01  WS-EOF-SNAP PIC X VALUE 'N'.
       01  WS-EOF-CLSD PIC X VALUE 'N'.
       01  WS-EOF-PNDI PIC X VALUE 'N'.
       01  WS-GLB-OPEN-SW PIC X VALUE 'N'.
       01  WS-FOUND-SW PIC X.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-TOLERANCE PIC 9(7)V99 VALUE ZEROS.
       01  WS-BAD-CARDS PIC 9(4) VALUE ZEROS.
      * SUB-LEDGER SLICES FROM THE S CARDS.
       01  WS-SLICE-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-SLICE-TABLE.
           05  WS-SLICE-ENTRY OCCURS 50 TIMES INDEXED BY WS-SL-IX.
               10  WS-SL-TYPE PIC X(1).
               10  WS-SL-BRANCH PIC X(3).
               10  WS-SL-CONTROL PIC 9(8).
      * ONE ROW PER CONTROL ACCOUNT - BOTH SIDES OF ITS PROOF.
       01  WS-CTL-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 20 TIMES INDEXED BY WS-CT-IX.
               10  WS-CT-CONTROL PIC 9(8).
               10  WS-CT-OPEN-COUNT PIC 9(8).
               10  WS-CT-OPEN-TOTAL PIC S9(13)V99.
               10  WS-CT-CLSD-COUNT PIC 9(8).
               10  WS-CT-CLSD-TOTAL PIC S9(13)V99.
               10  WS-CT-GL-CREDIT PIC S9(13)V99.
               10  WS-CT-TRANSIT PIC S9(13)V99.
               10  WS-CT-TRANSIT-COUNT PIC 9(8).
               10  WS-CT-DIFF PIC S9(13)V99.
      * GL ACCOUNTS MAKING UP EACH CONTROL (THE CONTROL ITSELF PLUS
      * THE G CARDS).
       01  WS-GLA-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 60 TIMES INDEXED BY WS-GA-IX.
               10  WS-GA-ACCOUNT PIC 9(8).
               10  WS-GA-CONTROL PIC 9(8).
      * OPEN-ACCOUNT BREAKDOWN BY ACCOUNT TYPE AND BRANCH.
       01  WS-TB-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-TB-OVERFLOW PIC 9(8) VALUE ZEROS.
       01  WS-TB-TABLE.
           05  WS-TB-ENTRY OCCURS 300 TIMES INDEXED BY WS-TB-IX.
               10  WS-TB-TYPE PIC X(1).
               10  WS-TB-BRANCH PIC X(3).
               10  WS-TB-CONTROL PIC 9(8).
               10  WS-TB-ACCOUNTS PIC 9(8).
               10  WS-TB-TOTAL PIC S9(13)V99.
      * THE ROW BEING TOTALLED.
       01  WS-ROW-TYPE PIC X(1).
       01  WS-ROW-BRANCH PIC X(3).
       01  WS-ROW-BALANCE PIC S9(10)V99.
       01  WS-ROW-CONTROL PIC 9(8).
       01  WS-WANT-CONTROL PIC 9(8).
       01  WS-WANT-GL PIC 9(8).
       01  WS-SNAP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-STALE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CLSD-READ PIC 9(8) VALUE ZEROS.
       01  WS-RESIDUAL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-UNMAPPED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-UNMAPPED-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-PNDI-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-MISSING-GL PIC 9(4) VALUE ZEROS.
       01  WS-OUT-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-SUBLEDGER-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-CT-SUB PIC S9(13)V99.
       01  WS-CT-GL PIC S9(13)V99.
       01  WS-ABS-DIFF PIC 9(13)V99.
       01  WS-AMT-ED PIC -(13)9.99.
       01  WS-AMT-ED2 PIC -(13)9.99.
       01  WS-BR-LAST-POST PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZGLPRF" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-OPEN-ACCOUNTS
           PERFORM 3000-TOTAL-CLOSED-RESIDUALS
           PERFORM 4000-TOTAL-GL-BALANCES
           PERFORM 5000-TOTAL-IN-TRANSIT
           PERFORM 6000-REPORT-BREAKDOWN
           PERFORM 7000-PROVE-CONTROLS
           PERFORM 9000-TERMINATE
           MOVE WS-CTL-COUNT TO WS-RUNC-COUNT
           MOVE WS-SUBLEDGER-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT GLPRFRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZGLPRF - SUB-LEDGER TO GENERAL LEDGER CONTROL PROOF"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT PRFMAP
           PERFORM UNTIL WS-EOF-MAP = 'Y'
               READ PRFMAP
                   AT END
                       MOVE 'Y' TO WS-EOF-MAP
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-CARD
               END-READ
           END-PERFORM
           CLOSE PRFMAP
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               " CONTROLS=" WS-CTL-COUNT
               " SLICES=" WS-SLICE-COUNT
               " TOLERANCE=" WS-TOLERANCE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       1100-LOAD-ONE-CARD.
           EVALUATE PC-CARD-TYPE
               WHEN "S"
                   IF PC-S-CONTROL IS NUMERIC AND WS-SLICE-COUNT < 50
                       ADD 1 TO WS-SLICE-COUNT
                       SET WS-SL-IX TO WS-SLICE-COUNT
                       MOVE PC-S-TYPE TO WS-SL-TYPE(WS-SL-IX)
                       MOVE PC-S-BRANCH TO WS-SL-BRANCH(WS-SL-IX)
                       MOVE PC-S-CONTROL TO WS-SL-CONTROL(WS-SL-IX)
                       MOVE PC-S-CONTROL TO WS-WANT-CONTROL
                       PERFORM 1200-ADD-CONTROL
                   ELSE
                       PERFORM 1900-BAD-CARD
                   END-IF
               WHEN "G"
                   IF PC-G-ACCOUNT IS NUMERIC
                       AND PC-G-CONTROL IS NUMERIC
                       AND WS-GLA-COUNT < 60
                       MOVE PC-G-CONTROL TO WS-WANT-CONTROL
                       PERFORM 1200-ADD-CONTROL
                       ADD 1 TO WS-GLA-COUNT
                       SET WS-GA-IX TO WS-GLA-COUNT
                       MOVE PC-G-ACCOUNT TO WS-GA-ACCOUNT(WS-GA-IX)
                       MOVE PC-G-CONTROL TO WS-GA-CONTROL(WS-GA-IX)
                   ELSE
                       PERFORM 1900-BAD-CARD
                   END-IF
               WHEN "T"
                   IF PC-T-AMOUNT IS NUMERIC
                       MOVE PC-T-AMOUNT TO WS-TOLERANCE
                   ELSE
                       PERFORM 1900-BAD-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1900-BAD-CARD
           END-EVALUATE.

      * REGISTER A CONTROL ACCOUNT THE FIRST TIME A CARD NAMES IT -
      * THE CONTROL GL ACCOUNT ITSELF IS THE FIRST GL ACCOUNT IN IT.
       1200-ADD-CONTROL.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CTL-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-CT-CONTROL(WS-CT-IX) = WS-WANT-CONTROL
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-CTL-COUNT < 20 AND WS-GLA-COUNT < 60
                   ADD 1 TO WS-CTL-COUNT
                   SET WS-CT-IX TO WS-CTL-COUNT
                   MOVE WS-WANT-CONTROL TO WS-CT-CONTROL(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-OPEN-COUNT(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-OPEN-TOTAL(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-CLSD-COUNT(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-CLSD-TOTAL(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-GL-CREDIT(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-TRANSIT(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-TRANSIT-COUNT(WS-CT-IX)
                   MOVE ZEROS TO WS-CT-DIFF(WS-CT-IX)
                   ADD 1 TO WS-GLA-COUNT
                   SET WS-GA-IX TO WS-GLA-COUNT
                   MOVE WS-WANT-CONTROL TO WS-GA-ACCOUNT(WS-GA-IX)
                   MOVE WS-WANT-CONTROL TO WS-GA-CONTROL(WS-GA-IX)
               ELSE
                   PERFORM 1900-BAD-CARD
               END-IF
           END-IF.

       1900-BAD-CARD.
           ADD 1 TO WS-BAD-CARDS
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** PRFMAP CARD IGNORED: " WS-MAP-CARD(1:40)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * TONIGHT'S SNAPSHOT - EVERY ACCOUNT STILL ON VSAM.ZBANK.
       2000-TOTAL-OPEN-ACCOUNTS.
           OPEN INPUT SNAPIN
           PERFORM UNTIL WS-EOF-SNAP = 'Y'
               READ SNAPIN
                   AT END
                       MOVE 'Y' TO WS-EOF-SNAP
                   NOT AT END
                       ADD 1 TO WS-SNAP-COUNT
                       IF SN-SNAP-DATE NOT = WS-RUN-DATE
                           ADD 1 TO WS-STALE-COUNT
                       END-IF
                       MOVE SN-ACCOUNT-TYPE TO WS-ROW-TYPE
                       MOVE SN-BRANCH-CODE TO WS-ROW-BRANCH
                       MOVE SN-BALANCE TO WS-ROW-BALANCE
                       PERFORM 2100-FIND-SLICE
                       PERFORM 2200-ADD-OPEN-ROW
               END-READ
           END-PERFORM
           CLOSE SNAPIN.

      * THE CONTROL ACCOUNT FOR WS-ROW-TYPE/WS-ROW-BRANCH - A CARD
      * FOR THE EXACT BRANCH FIRST, THEN THE TYPE'S *** CARD. ZERO
      * WHEN NO CARD COVERS THE ROW.
       2100-FIND-SLICE.
           IF WS-ROW-BRANCH = SPACES
               MOVE "001" TO WS-ROW-BRANCH
           END-IF
           MOVE ZEROS TO WS-ROW-CONTROL
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-SLICE-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-SL-TYPE(WS-SL-IX) = WS-ROW-TYPE
                   AND WS-SL-BRANCH(WS-SL-IX) = WS-ROW-BRANCH
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-SL-CONTROL(WS-SL-IX) TO WS-ROW-CONTROL
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-SLICE-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-SL-TYPE(WS-SL-IX) = WS-ROW-TYPE
                   AND WS-SL-BRANCH(WS-SL-IX) = "***"
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-SL-CONTROL(WS-SL-IX) TO WS-ROW-CONTROL
               END-IF
           END-PERFORM.

       2200-ADD-OPEN-ROW.
           ADD WS-ROW-BALANCE TO WS-SUBLEDGER-TOTAL
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TB-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-TB-TYPE(WS-TB-IX) = WS-ROW-TYPE
                   AND WS-TB-BRANCH(WS-TB-IX) = WS-ROW-BRANCH
                   MOVE 'Y' TO WS-FOUND-SW
                   ADD 1 TO WS-TB-ACCOUNTS(WS-TB-IX)
                   ADD WS-ROW-BALANCE TO WS-TB-TOTAL(WS-TB-IX)
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
               IF WS-TB-COUNT < 300
                   ADD 1 TO WS-TB-COUNT
                   SET WS-TB-IX TO WS-TB-COUNT
                   MOVE WS-ROW-TYPE TO WS-TB-TYPE(WS-TB-IX)
                   MOVE WS-ROW-BRANCH TO WS-TB-BRANCH(WS-TB-IX)
                   MOVE WS-ROW-CONTROL TO WS-TB-CONTROL(WS-TB-IX)
                   MOVE 1 TO WS-TB-ACCOUNTS(WS-TB-IX)
                   MOVE WS-ROW-BALANCE TO WS-TB-TOTAL(WS-TB-IX)
               ELSE
                   ADD 1 TO WS-TB-OVERFLOW
               END-IF
           END-IF
           IF WS-ROW-CONTROL = ZEROS
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD WS-ROW-BALANCE TO WS-UNMAPPED-TOTAL
           ELSE
               MOVE WS-ROW-CONTROL TO WS-WANT-CONTROL
               PERFORM 8100-FIND-CONTROL
               ADD 1 TO WS-CT-OPEN-COUNT(WS-CT-IX)
               ADD WS-ROW-BALANCE TO WS-CT-OPEN-TOTAL(WS-CT-IX)
           END-IF.

      * CLOSED ACCOUNTS LEFT WITH A BALANCE STILL BELONG TO THE
      * SUB-LEDGER. EACH ONE IS LISTED - THERE SHOULD BE FEW.
       3000-TOTAL-CLOSED-RESIDUALS.
           MOVE "CLOSED ACCOUNTS WITH A RESIDUAL BALANCE" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMCLSD
           IF WS-CLSD-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CLOSED-ACCOUNT ARCHIVE OPEN FAILED STATUS="
                   WS-CLSD-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 'Y' TO WS-EOF-CLSD
           END-IF
           PERFORM UNTIL WS-EOF-CLSD = 'Y'
               READ VSAMCLSD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-CLSD
                   NOT AT END
                       ADD 1 TO WS-CLSD-READ
                       IF WS-BALANCE NOT = ZEROS
                           PERFORM 3100-ADD-RESIDUAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLSD-STATUS NOT = "00" AND WS-CLSD-STATUS NOT = "10"
               CONTINUE
           ELSE
               CLOSE VSAMCLSD
           END-IF
           IF WS-RESIDUAL-COUNT = ZEROS
               MOVE "  NONE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3100-ADD-RESIDUAL.
           ADD 1 TO WS-RESIDUAL-COUNT
           MOVE WS-ACCOUNT-TYPE TO WS-ROW-TYPE
           MOVE WS-BRANCH-CODE TO WS-ROW-BRANCH
           MOVE WS-BALANCE TO WS-ROW-BALANCE
           PERFORM 2100-FIND-SLICE
           ADD WS-ROW-BALANCE TO WS-SUBLEDGER-TOTAL
           MOVE WS-ROW-BALANCE TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           IF WS-ROW-CONTROL = ZEROS
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD WS-ROW-BALANCE TO WS-UNMAPPED-TOTAL
               STRING "  ACCOUNT=" WS-ACCNO
                   " TYPE=" WS-ROW-TYPE
                   " BR=" WS-ROW-BRANCH
                   " BAL=" WS-AMT-ED
                   " *** NO CONTROL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-ROW-CONTROL TO WS-WANT-CONTROL
               PERFORM 8100-FIND-CONTROL
               ADD 1 TO WS-CT-CLSD-COUNT(WS-CT-IX)
               ADD WS-ROW-BALANCE TO WS-CT-CLSD-TOTAL(WS-CT-IX)
               STRING "  ACCOUNT=" WS-ACCNO
                   " TYPE=" WS-ROW-TYPE
                   " BR=" WS-ROW-BRANCH
                   " BAL=" WS-AMT-ED
                   " GL=" WS-ROW-CONTROL
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE.

      * THE GL SIDE - CREDIT BALANCE (THE NEGATIVE OF THE DEBIT-
      * POSITIVE GB-BALANCE) OF EVERY GL ACCOUNT IN EVERY CONTROL.
       4000-TOTAL-GL-BALANCES.
           OPEN INPUT VSAMGLB
           IF WS-GLB-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** GL BALANCE FILE OPEN FAILED STATUS="
                   WS-GLB-STATUS
                   " - NO PROOF POSSIBLE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'Y' TO WS-GLB-OPEN-SW
               MOVE ZEROS TO GB-ACCOUNT
               READ VSAMGLB
                   INVALID KEY
                       MOVE SPACES TO WS-BR-LAST-POST
                   NOT INVALID KEY
                       MOVE GB-LAST-POST-DATE TO WS-BR-LAST-POST
               END-READ
               IF WS-BR-LAST-POST NOT = WS-RUN-DATE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** GL BALANCES LAST BROUGHT FORWARD "
                       WS-BR-LAST-POST
                       " - ZGLACK HAS NOT RUN TONIGHT"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
               PERFORM VARYING WS-GA-IX FROM 1 BY 1
                       UNTIL WS-GA-IX > WS-GLA-COUNT
                   MOVE WS-GA-ACCOUNT(WS-GA-IX) TO GB-ACCOUNT
                   READ VSAMGLB
                       INVALID KEY
                           PERFORM 4100-REPORT-MISSING-GL
                       NOT INVALID KEY
                           MOVE WS-GA-CONTROL(WS-GA-IX)
                               TO WS-WANT-CONTROL
                           PERFORM 8100-FIND-CONTROL
                           SUBTRACT GB-BALANCE FROM
                               WS-CT-GL-CREDIT(WS-CT-IX)
                   END-READ
               END-PERFORM
               CLOSE VSAMGLB
           END-IF.

       4100-REPORT-MISSING-GL.
           ADD 1 TO WS-MISSING-GL
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** GL " WS-GA-ACCOUNT(WS-GA-IX)
               " NOT ON THE GL BALANCE FILE - TAKEN AS ZERO"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * POSTINGS SENT TO THE LEDGER BUT NOT YET ACKNOWLEDGED ARE IN
      * THE SUB-LEDGER ALREADY BUT NOT YET ON THE GL BALANCE FILE.
       5000-TOTAL-IN-TRANSIT.
           OPEN INPUT GLPNDIN
           PERFORM UNTIL WS-EOF-PNDI = 'Y'
               READ GLPNDIN
                   AT END
                       MOVE 'Y' TO WS-EOF-PNDI
                   NOT AT END
                       ADD 1 TO WS-PNDI-COUNT
                       MOVE GPI-ACCOUNT TO WS-WANT-GL
                       PERFORM 5100-ADD-IN-TRANSIT
               END-READ
           END-PERFORM
           CLOSE GLPNDIN.

       5100-ADD-IN-TRANSIT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-GA-IX FROM 1 BY 1
                   UNTIL WS-GA-IX > WS-GLA-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-GA-ACCOUNT(WS-GA-IX) = WS-WANT-GL
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-GA-CONTROL(WS-GA-IX) TO WS-WANT-CONTROL
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'Y'
               PERFORM 8100-FIND-CONTROL
               ADD 1 TO WS-CT-TRANSIT-COUNT(WS-CT-IX)
               IF GPI-DR-CR = "C"
                   ADD GPI-AMOUNT TO WS-CT-TRANSIT(WS-CT-IX)
               ELSE
                   SUBTRACT GPI-AMOUNT FROM WS-CT-TRANSIT(WS-CT-IX)
               END-IF
           END-IF.

       6000-REPORT-BREAKDOWN.
           MOVE "OPEN ACCOUNTS BY TYPE AND BRANCH" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TB-COUNT
               MOVE WS-TB-TOTAL(WS-TB-IX) TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-TB-CONTROL(WS-TB-IX) = ZEROS
                   STRING "  TYPE=" WS-TB-TYPE(WS-TB-IX)
                       " BR=" WS-TB-BRANCH(WS-TB-IX)
                       " ACCTS=" WS-TB-ACCOUNTS(WS-TB-IX)
                       " BAL=" WS-AMT-ED
                       " *** NO CONTROL"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  TYPE=" WS-TB-TYPE(WS-TB-IX)
                       " BR=" WS-TB-BRANCH(WS-TB-IX)
                       " ACCTS=" WS-TB-ACCOUNTS(WS-TB-IX)
                       " BAL=" WS-AMT-ED
                       " GL=" WS-TB-CONTROL(WS-TB-IX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
           END-PERFORM
           IF WS-TB-OVERFLOW > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ACCOUNTS BEYOND THE BREAKDOWN TABLE="
                   WS-TB-OVERFLOW " (INCLUDED IN THE PROOF)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * SUB-LEDGER VERSUS GL PER CONTROL ACCOUNT.
       7000-PROVE-CONTROLS.
           MOVE "CONTROL ACCOUNT PROOF" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CTL-COUNT
               COMPUTE WS-CT-SUB = WS-CT-OPEN-TOTAL(WS-CT-IX)
                   + WS-CT-CLSD-TOTAL(WS-CT-IX)
               COMPUTE WS-CT-GL = WS-CT-GL-CREDIT(WS-CT-IX)
                   + WS-CT-TRANSIT(WS-CT-IX)
               COMPUTE WS-CT-DIFF(WS-CT-IX) = WS-CT-SUB - WS-CT-GL
               IF WS-CT-DIFF(WS-CT-IX) < ZEROS
                   COMPUTE WS-ABS-DIFF = 0 - WS-CT-DIFF(WS-CT-IX)
               ELSE
                   MOVE WS-CT-DIFF(WS-CT-IX) TO WS-ABS-DIFF
               END-IF
               MOVE SPACES TO WS-RPT-LINE
               STRING "GL " WS-CT-CONTROL(WS-CT-IX)
                   " OPEN ACCTS=" WS-CT-OPEN-COUNT(WS-CT-IX)
                   " CLOSED RESIDUALS=" WS-CT-CLSD-COUNT(WS-CT-IX)
                   " IN TRANSIT=" WS-CT-TRANSIT-COUNT(WS-CT-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-CT-OPEN-TOTAL(WS-CT-IX) TO WS-AMT-ED
               MOVE WS-CT-CLSD-TOTAL(WS-CT-IX) TO WS-AMT-ED2
               MOVE SPACES TO WS-RPT-LINE
               STRING "  OPEN=" WS-AMT-ED
                   " CLOSED=" WS-AMT-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-CT-GL-CREDIT(WS-CT-IX) TO WS-AMT-ED
               MOVE WS-CT-TRANSIT(WS-CT-IX) TO WS-AMT-ED2
               MOVE SPACES TO WS-RPT-LINE
               STRING "  GL CREDIT BALANCE=" WS-AMT-ED
                   " IN TRANSIT=" WS-AMT-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-CT-SUB TO WS-AMT-ED
               MOVE WS-CT-GL TO WS-AMT-ED2
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SUB-LEDGER=" WS-AMT-ED
                   " GL=" WS-AMT-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE WS-CT-DIFF(WS-CT-IX) TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-ABS-DIFF > WS-TOLERANCE
                   ADD 1 TO WS-OUT-COUNT
                   STRING "  DIFFERENCE=" WS-AMT-ED
                       " *** OUT OF PROOF ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  DIFFERENCE=" WS-AMT-ED
                       " IN PROOF"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
           END-PERFORM.

      * POSITION WS-CT-IX ON WS-WANT-CONTROL (ALWAYS REGISTERED WHEN
      * THE CARDS WERE LOADED).
       8100-FIND-CONTROL.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CTL-COUNT
                      OR WS-FOUND-SW = 'Y'
               IF WS-CT-CONTROL(WS-CT-IX) = WS-WANT-CONTROL
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM
           SET WS-CT-IX DOWN BY 1.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SUBLEDGER-TOTAL TO WS-AMT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "SNAPSHOT ROWS=" WS-SNAP-COUNT
               " CLOSED READ=" WS-CLSD-READ
               " SUB-LEDGER=" WS-AMT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "IN-TRANSIT POSTINGS READ=" WS-PNDI-COUNT
               " GL ACCOUNTS NOT ON FILE=" WS-MISSING-GL
               " BAD CARDS=" WS-BAD-CARDS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 0 TO RETURN-CODE
           IF WS-UNMAPPED-COUNT > ZEROS
               MOVE WS-UNMAPPED-TOTAL TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** ACCOUNTS WITH NO CONTROL=" WS-UNMAPPED-COUNT
                   " BAL=" WS-AMT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SNAP-COUNT = ZEROS OR WS-STALE-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** SNAPSHOT IS NOT TONIGHT'S - ROWS NOT DATED "
                   WS-RUN-DATE "=" WS-STALE-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-GLB-OPEN-SW = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OUT-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** CONTROL ACCOUNTS OUT OF PROOF=" WS-OUT-COUNT
                   " - FINANCE TO INVESTIGATE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               MOVE "SUB-LEDGER AGREES WITH THE GENERAL LEDGER"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           CLOSE GLPRFRPT.
