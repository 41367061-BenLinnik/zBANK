      *
      * ZESTRPT - ESTATE REPORT FOR A DECEASED CUSTOMER, FOR THE
      * EXECUTOR. ESTCARD COLUMNS 1-10 CARRY THE CUSTOMER NUMBER;
      * THE DATE OF DEATH COMES FROM THEIR VSAMCUST ROW (SET ON THE
      * SUPERVISOR SCREEN). EVERY ACCOUNT THEY OWN (VSAMZBNK) OR
      * CO-OWN (VSAMLNK) IS LISTED WITH ITS BALANCE AT THE DATE OF
      * DEATH - FROM THE ZSNAP GENERATION TAKEN THAT DAY, ON SNAPIN -
      * THE INTEREST CREDITED SINCE (IN AND MI LESS ID ENTRIES ON
      * VSAM.JRNLHIST DATED AFTER THE DATE OF DEATH) AND THE BALANCE
      * NOW. A JOINT ACCOUNT PASSES TO THE SURVIVING OWNERS AND IS
      * LISTED BUT LEFT OUT OF THE ESTATE TOTALS. AN AD-HOC RUN,
      * OUTSIDE THE NIGHTLY SCHEDULE, SO IT CARRIES NO RUN CONTROL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZESTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMLNK ASSIGN TO VSAMLNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SNAPIN ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT ESTCARD ASSIGN TO ESTCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ESTRPT ASSIGN TO ESTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMLNK.
       01  WS-LINK-REC.
           COPY ACCLNKREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
       FD  SNAPIN RECORDING MODE F.
       01  WS-SNAP-REC.
           COPY SNAPREC.
       FD  ESTCARD RECORDING MODE F.
       01  WS-EST-CARD PIC X(10).
       FD  ESTRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-LINK-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-EOF-FILE PIC X VALUE 'N'.
       01  WS-SEL-CUST PIC 9(10) VALUE ZEROS.
       01  WS-CUST-OK-SW PIC X VALUE 'N'.
       01  WS-FOUND-SW PIC X VALUE 'N'.
       01  WS-DEATH-DATE PIC X(8) VALUE SPACES.
       01  WS-SNAP-DATE PIC X(8) VALUE SPACES.
       01  WS-SNAP-READ PIC 9(8) VALUE ZEROS.
      * THE CUSTOMER'S ACCOUNTS - WS-EST-JOINT IS 'Y' WHEN ANOTHER
      * CUSTOMER OWNS OR CO-OWNS THE ACCOUNT TOO.
       01  WS-EST-COUNT PIC 9(3) VALUE ZEROS.
       01  WS-EST-FULL-SW PIC X VALUE 'N'.
       01  WS-EST-TABLE.
           05  WS-EST-ENTRY OCCURS 50 TIMES.
               10  WS-EST-ACCNO PIC 9(10).
               10  WS-EST-JOINT PIC X(1).
               10  WS-EST-SNAP-SW PIC X(1).
               10  WS-EST-DOD-BAL PIC S9(10)V99.
               10  WS-EST-INTEREST PIC S9(10)V99.
       01  WS-EST-IX PIC 9(3).
       01  WS-EST-JX PIC 9(3).
       01  WS-NEW-ACCNO PIC 9(10).
       01  WS-NEW-JOINT PIC X(1).
       01  WS-TOT-DOD-BAL PIC S9(10)V99 VALUE ZEROS.
       01  WS-TOT-INTEREST PIC S9(10)V99 VALUE ZEROS.
       01  WS-TOT-NOW-BAL PIC S9(10)V99 VALUE ZEROS.
       01  WS-DOD-ED PIC -(9)9.99.
       01  WS-INT-ED PIC -(9)9.99.
       01  WS-NOW-ED PIC -(9)9.99.
       01  WS-COUNT-ED PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-CUST-OK-SW = 'Y'
               PERFORM 2000-COLLECT-ACCOUNTS
               PERFORM 3000-READ-SNAPSHOT
               PERFORM 4000-SUM-INTEREST
               PERFORM 5000-PRINT-ACCOUNTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT VSAMCUST
           OPEN INPUT VSAMZBNK
           OPEN INPUT VSAMLNK
           OPEN INPUT VSAMHIST
           OPEN INPUT SNAPIN
           OPEN OUTPUT ESTRPT
           OPEN INPUT ESTCARD
           READ ESTCARD
               AT END
                   MOVE ZEROS TO WS-SEL-CUST
               NOT AT END
                   MOVE WS-EST-CARD TO WS-SEL-CUST
           END-READ
           CLOSE ESTCARD
           MOVE "ZESTRPT - ESTATE REPORT" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SEL-CUST TO CUST-NO
           MOVE 'Y' TO WS-FOUND-SW
           READ VSAMCUST
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FOUND-SW = 'N'
               STRING "CUSTOMER " WS-SEL-CUST " IS NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               STRING "CUSTOMER " WS-SEL-CUST " " CUST-NAME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               IF CUST-DEATH-DATE IS NUMERIC
                   MOVE 'Y' TO WS-CUST-OK-SW
                   MOVE CUST-DEATH-DATE TO WS-DEATH-DATE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "DATE OF DEATH " WS-DEATH-DATE
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               ELSE
                   MOVE "** NOT RECORDED AS DECEASED - NO REPORT **"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * THE ACCOUNTS THE CUSTOMER OWNS, THEN A PASS OF THE LINK FILE:
      * A LINK ROW FOR THE CUSTOMER ADDS A CO-OWNED (JOINT) ACCOUNT,
      * A LINK ROW FOR ANYONE ELSE ON ONE OF THEIR OWN ACCOUNTS
      * MAKES THAT ACCOUNT JOINT.
       2000-COLLECT-ACCOUNTS.
           MOVE ZEROS TO WS-ACCNO
           MOVE 'N' TO WS-EOF-FILE
           START VSAMZBNK KEY NOT < WS-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FILE
           END-START
           PERFORM UNTIL WS-EOF-FILE = 'Y'
               READ VSAMZBNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FILE
                   NOT AT END
                       IF WS-CUST-NO = WS-SEL-CUST
                           MOVE WS-ACCNO TO WS-NEW-ACCNO
                           MOVE 'N' TO WS-NEW-JOINT
                           PERFORM 2100-ADD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FILE
           PERFORM UNTIL WS-EOF-FILE = 'Y'
               READ VSAMLNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FILE
                   NOT AT END
                       MOVE LK-ACCNO TO WS-NEW-ACCNO
                       IF LK-CUST-NO = WS-SEL-CUST
                           MOVE 'Y' TO WS-NEW-JOINT
                           PERFORM 2100-ADD-ACCOUNT
                       ELSE
                           PERFORM VARYING WS-EST-JX FROM 1 BY 1
                               UNTIL WS-EST-JX > WS-EST-COUNT
                               IF WS-EST-ACCNO(WS-EST-JX) = LK-ACCNO
                                   MOVE 'Y' TO WS-EST-JOINT(WS-EST-JX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      * ADD WS-NEW-ACCNO TO THE TABLE UNLESS IT IS THERE ALREADY.
       2100-ADD-ACCOUNT.
           MOVE ZEROS TO WS-EST-IX
           PERFORM VARYING WS-EST-JX FROM 1 BY 1
               UNTIL WS-EST-JX > WS-EST-COUNT
               IF WS-EST-ACCNO(WS-EST-JX) = WS-NEW-ACCNO
                   MOVE WS-EST-JX TO WS-EST-IX
               END-IF
           END-PERFORM
           IF WS-EST-IX > ZEROS
               IF WS-NEW-JOINT = 'Y'
                   MOVE 'Y' TO WS-EST-JOINT(WS-EST-IX)
               END-IF
           ELSE
               IF WS-EST-COUNT >= 50
                   MOVE 'Y' TO WS-EST-FULL-SW
               ELSE
                   ADD 1 TO WS-EST-COUNT
                   MOVE WS-NEW-ACCNO TO WS-EST-ACCNO(WS-EST-COUNT)
                   MOVE WS-NEW-JOINT TO WS-EST-JOINT(WS-EST-COUNT)
                   MOVE 'N' TO WS-EST-SNAP-SW(WS-EST-COUNT)
                   MOVE ZEROS TO WS-EST-DOD-BAL(WS-EST-COUNT)
                   MOVE ZEROS TO WS-EST-INTEREST(WS-EST-COUNT)
               END-IF
           END-IF.

      * PICK THE CUSTOMER'S ACCOUNTS OFF THE SNAPSHOT. SNAPIN MUST BE
      * THE GENERATION ZSNAP TOOK ON THE DATE OF DEATH - IF ITS DATE
      * DIFFERS THE REPORT SAYS SO.
       3000-READ-SNAPSHOT.
           MOVE 'N' TO WS-EOF-FILE
           PERFORM UNTIL WS-EOF-FILE = 'Y'
               READ SNAPIN
                   AT END
                       MOVE 'Y' TO WS-EOF-FILE
                   NOT AT END
                       ADD 1 TO WS-SNAP-READ
                       IF WS-SNAP-READ = 1
                           MOVE SN-SNAP-DATE TO WS-SNAP-DATE
                       END-IF
                       PERFORM VARYING WS-EST-JX FROM 1 BY 1
                           UNTIL WS-EST-JX > WS-EST-COUNT
                           IF WS-EST-ACCNO(WS-EST-JX) = SN-ACCNO
                               MOVE 'Y' TO WS-EST-SNAP-SW(WS-EST-JX)
                               MOVE SN-BALANCE
                                   TO WS-EST-DOD-BAL(WS-EST-JX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "BALANCES AT DEATH FROM SNAPSHOT DATED " WS-SNAP-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-SNAP-DATE NOT = WS-DEATH-DATE
               MOVE "** SNAPSHOT IS NOT FROM THE DATE OF DEATH **"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * INTEREST SINCE THE DATE OF DEATH, FROM EACH ACCOUNT'S KEYED
      * HISTORY - CREDIT INTEREST (IN) AND TERM MATURITY INTEREST
      * (MI) LESS DEBIT INTEREST (ID).
       4000-SUM-INTEREST.
           PERFORM VARYING WS-EST-IX FROM 1 BY 1
               UNTIL WS-EST-IX > WS-EST-COUNT
               MOVE WS-EST-ACCNO(WS-EST-IX) TO JH-ACCNO
               MOVE ZEROS TO JH-REF-NO
               MOVE SPACES TO JH-ACTION
               MOVE 'N' TO WS-EOF-FILE
               START VSAMHIST KEY NOT < JH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FILE
               END-START
               PERFORM UNTIL WS-EOF-FILE = 'Y'
                   READ VSAMHIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FILE
                       NOT AT END
                           IF JH-ACCNO NOT = WS-EST-ACCNO(WS-EST-IX)
                               MOVE 'Y' TO WS-EOF-FILE
                           ELSE
                               PERFORM 4100-ADD-INTEREST
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       4100-ADD-INTEREST.
           IF JH-TS-DATE > WS-DEATH-DATE
               IF JH-ACTION = "IN" OR JH-ACTION = "MI"
                   ADD JH-AMOUNT TO WS-EST-INTEREST(WS-EST-IX)
               END-IF
               IF JH-ACTION = "ID"
                   SUBTRACT JH-AMOUNT FROM WS-EST-INTEREST(WS-EST-IX)
               END-IF
           END-IF.

       5000-PRINT-ACCOUNTS.
           PERFORM VARYING WS-EST-IX FROM 1 BY 1
               UNTIL WS-EST-IX > WS-EST-COUNT
               PERFORM 5100-PRINT-ONE-ACCOUNT
           END-PERFORM
           IF WS-EST-FULL-SW = 'Y'
               MOVE "** MORE THAN 50 ACCOUNTS - LIST IS INCOMPLETE **"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-TOT-DOD-BAL TO WS-DOD-ED
           MOVE WS-TOT-INTEREST TO WS-INT-ED
           MOVE WS-TOT-NOW-BAL TO WS-NOW-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ESTATE TOTAL AT DEATH=" WS-DOD-ED
               " INTEREST SINCE=" WS-INT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ESTATE TOTAL NOW=" WS-NOW-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       5100-PRINT-ONE-ACCOUNT.
           MOVE WS-EST-ACCNO(WS-EST-IX) TO WS-ACCNO
           MOVE 'Y' TO WS-FOUND-SW
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
           END-READ
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FOUND-SW = 'N'
               STRING "ACCNO=" WS-EST-ACCNO(WS-EST-IX)
                   " NO LONGER ON FILE (CLOSED AND ARCHIVED)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               IF WS-EST-JOINT(WS-EST-IX) = 'Y'
                   STRING "ACCNO=" WS-ACCNO
                       " TYPE=" WS-ACCOUNT-TYPE
                       " STATUS=" WS-ACCT-STATUS
                       " JOINT - PASSES TO THE SURVIVOR"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "ACCNO=" WS-ACCNO
                       " TYPE=" WS-ACCOUNT-TYPE
                       " STATUS=" WS-ACCT-STATUS
                       " SOLE - PART OF THE ESTATE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
               MOVE WS-EST-INTEREST(WS-EST-IX) TO WS-INT-ED
               MOVE WS-BALANCE TO WS-NOW-ED
               MOVE SPACES TO WS-RPT-LINE
               IF WS-EST-SNAP-SW(WS-EST-IX) = 'Y'
                   MOVE WS-EST-DOD-BAL(WS-EST-IX) TO WS-DOD-ED
                   STRING "  AT DEATH=" WS-DOD-ED
                       " INTEREST=" WS-INT-ED
                       " NOW=" WS-NOW-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "  NOT ON SNAPSHOT"
                       " INTEREST=" WS-INT-ED
                       " NOW=" WS-NOW-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
               IF WS-EST-JOINT(WS-EST-IX) NOT = 'Y'
                   ADD WS-EST-DOD-BAL(WS-EST-IX) TO WS-TOT-DOD-BAL
                   ADD WS-EST-INTEREST(WS-EST-IX) TO WS-TOT-INTEREST
                   ADD WS-BALANCE TO WS-TOT-NOW-BAL
               END-IF
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-EST-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNTS LISTED=" WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE VSAMCUST
           CLOSE VSAMZBNK
           CLOSE VSAMLNK
           CLOSE VSAMHIST
           CLOSE SNAPIN
           CLOSE ESTRPT.
