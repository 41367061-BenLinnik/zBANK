      *
      * ZALERT - NIGHTLY CUSTOMER ALERT RUN. MATCHES THE DAY'S
      * ACTIVITY AGAINST THE ALERT SUBSCRIPTIONS CUSTOMERS SET UP ON
      * THE ZBANK ALERTS SCREEN (VSAM.ZALERT, ONE ROW PER ACCOUNT)
      * AND WRITES ONE FIXED-LAYOUT MESSAGE (ALRMREC) PER ALERT PER
      * CHANNEL TO ALRTOUT FOR THE SMS/EMAIL MESSAGING GATEWAY:
      *   LD - FROM THE JOURNAL: A WITHDRAWAL, TRANSFER OUT OR OTHER
      *        PAYMENT OUT (WD AW EW TD XP XD CQ FS) OVER THE
      *        CUSTOMER'S AMOUNT
      *   DR - FROM THE JOURNAL: A DEPOSIT OR INCOMING PAYMENT
      *        (DP AD TC XC FB)
      *   PC - FROM THE JOURNAL: A PIN CHANGE
      *   NP - FROM MNTZBNK: A NEW PAYEE SAVED ("PA" ROW)
      *   LB - FROM THE ACCOUNT FILE AFTER THE DAY'S POSTING: THE
      *        BALANCE IS BELOW THE CUSTOMER'S AMOUNT. SENT ONCE PER
      *        DIP - AL-LOW-SENT-SW IS SET WHEN THE ALERT GOES OUT AND
      *        CLEARED WHEN THE BALANCE RECOVERS.
      * MESSAGES GO TO THE PHONE AND/OR EMAIL ON THE SUBSCRIBING
      * CUSTOMER'S RECORD (AL-CUST-NO). A MESSAGE WITH NO ADDRESS
      * TO GO TO IS UNSENDABLE - LISTED FOR THE BRANCH, NOT WRITTEN.
      *
      * CONTROL TOTALS PROVE, BY ALERT TYPE AND IN TOTAL, THAT
      * MESSAGES DUE = MESSAGES WRITTEN + UNSENDABLE, AND THAT THE
      * MESSAGES WRITTEN ARE ALL ON THE FILE (COUNTS AND AMOUNTS).
      * AN OUT-OF-PROOF RUN ENDS RC=8 SO THE TRANSMIT STEP IS
      * SKIPPED VIA COND=, THE SAME WAY ZCLROUT GATES CLROUT. RC=4
      * WHEN THE RUN PROVED BUT SOME MESSAGES WERE UNSENDABLE.
      *
      * RUN AFTER THE NIGHT'S POSTING (ZSTORD, ZCLRPST, ZCLROUT,
      * ZATMPST ...) SO THE BALANCES ARE FINAL, AND BEFORE ZJRNARC
      * RESETS THE ONLINE JOURNAL. THE JOURNAL AND MNTZBNK ARE
      * FILTERED TO THE RUN DATE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZALERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLZBNK ASSIGN TO JRNLZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT MNTZBNK ASSIGN TO MNTZBNK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT VSAMALRT ASSIGN TO VSAMALRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ACCNO
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ALRTOUT ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ALRTRPT ASSIGN TO ALRTRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  JRNLZBNK RECORDING MODE F.
       01  WS-JRNL-REC.
           COPY JRNLREC.
       FD  MNTZBNK RECORDING MODE F.
       01  WS-MAUD-REC.
           COPY MAUDREC.
       FD  VSAMALRT.
       01  WS-ALRT-REC.
           COPY ALRTREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
       FD  ALRTOUT RECORDING MODE F.
       01  WS-OUT-REC.
           COPY ALRMREC.
       FD  ALRTRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-JRNL-STATUS PIC XX.
       01  WS-MAUD-STATUS PIC XX.
       01  WS-ALRT-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-OUT-STATUS PIC XX.
       01  WS-EOF-JRNL PIC X VALUE 'N'.
       01  WS-EOF-MAUD PIC X VALUE 'N'.
       01  WS-EOF-ALRT PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-SUB-FOUND-SW PIC X VALUE 'N'.
       01  WS-CUST-FOUND-SW PIC X VALUE 'N'.
       01  WS-ACCT-FOUND-SW PIC X VALUE 'N'.
      * THE ALERT BEING RAISED - SET BY THE SCAN, USED BY 5000.
       01  WS-EV-TYPE PIC X(2).
       01  WS-EV-ACCNO PIC 9(10).
       01  WS-EV-DATE PIC X(8).
       01  WS-EV-TIME PIC X(6).
       01  WS-EV-REF-NO PIC 9(12).
       01  WS-EV-AMOUNT PIC S9(10)V99.
       01  WS-EV-MESSAGE PIC X(80).
       01  WS-EV-WRITTEN-SW PIC X VALUE 'N'.
       01  WS-SEND-CHANNEL PIC X(1).
       01  WS-SEND-ADDRESS PIC X(30).
      * MESSAGE TEXT PIECES - THE ACCOUNT IS SHOWN AS ITS LAST FOUR
      * DIGITS ONLY, AND AMOUNTS WITH THEIR LEADING SPACES DROPPED.
       01  WS-MASK-ACCT PIC X(8).
       01  WS-MSG-AMT-ED PIC -(9)9.99.
       01  WS-MSG-AMT-LEAD PIC 9(2) COMP.
       01  WS-MSG-AMT-TXT PIC X(13).
       01  WS-MSG-BAL-TXT PIC X(13).
      * THE ALERT TYPES, AND THEIR COUNTS IN THE SAME ORDER.
       01  WS-TYPE-VALUES.
           05  FILLER PIC X(18) VALUE "LDPAYMENT OUT OVER".
           05  FILLER PIC X(18) VALUE "DRDEPOSIT RECEIVED".
           05  FILLER PIC X(18) VALUE "PCPIN CHANGED".
           05  FILLER PIC X(18) VALUE "NPNEW PAYEE".
           05  FILLER PIC X(18) VALUE "LBLOW BALANCE".
       01  WS-TYPE-LIST REDEFINES WS-TYPE-VALUES.
           05  WS-TYPE-DEF OCCURS 5 TIMES.
               10  WS-TYPE-CODE PIC X(2).
               10  WS-TYPE-NAME PIC X(16).
       01  WS-TYPE-IX PIC 9(1) COMP.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TY-TRIGGERED PIC 9(8).
               10  WS-TY-DUE PIC 9(8).
               10  WS-TY-WRITTEN PIC 9(8).
               10  WS-TY-UNSENT PIC 9(8).
      * RUN CONTROL TOTALS.
       01  WS-JRNL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-MAUD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SUB-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOACCT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REARM-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TRIG-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DUE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DUE-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-SENT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SENT-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-UNSENT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-UNSENT-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-FILE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FILE-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-PROOF-SW PIC X VALUE 'Y'.
       01  WS-TOTAL-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZALERT" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-JOURNAL
           PERFORM 3000-SCAN-MAINTENANCE
           PERFORM 4000-CHECK-BALANCES
           PERFORM 9000-TERMINATE
           MOVE WS-FILE-COUNT TO WS-RUNC-COUNT
           MOVE WS-FILE-TOTAL TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT JRNLZBNK
           OPEN INPUT MNTZBNK
           OPEN I-O VSAMALRT
           OPEN INPUT VSAMZBNK
           OPEN INPUT VSAMCUST
           OPEN OUTPUT ALRTOUT
           OPEN OUTPUT ALRTRPT
           INITIALIZE WS-TYPE-TABLE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZALERT - CUSTOMER ALERT MESSAGES" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * THE DAY'S JOURNAL - MONEY OUT OVER THE CUSTOMER'S AMOUNT,
      * MONEY IN, AND PIN CHANGES. WALK-IN FX ENTRIES (ACCOUNT
      * ZERO) BELONG TO NO ACCOUNT AND ARE SKIPPED.
       2000-SCAN-JOURNAL.
           PERFORM UNTIL WS-EOF-JRNL = 'Y'
               READ JRNLZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-JRNL
                   NOT AT END
                       IF JR-TS-DATE = WS-RUN-DATE
                           AND JR-ACCNO NOT = ZEROS
                           ADD 1 TO WS-JRNL-COUNT
                           PERFORM 2100-CHECK-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2100-CHECK-JOURNAL-ENTRY.
           MOVE SPACES TO WS-EV-TYPE
           EVALUATE JR-ACTION
               WHEN "WD"
               WHEN "AW"
               WHEN "EW"
               WHEN "TD"
               WHEN "XP"
               WHEN "XD"
               WHEN "CQ"
               WHEN "FS"
               WHEN "BD"
               WHEN "GS"
                   MOVE "LD" TO WS-EV-TYPE
               WHEN "DP"
               WHEN "AD"
               WHEN "TC"
               WHEN "XC"
               WHEN "XR"
               WHEN "FB"
               WHEN "BC"
                   MOVE "DR" TO WS-EV-TYPE
               WHEN "PC"
                   MOVE "PC" TO WS-EV-TYPE
           END-EVALUATE
           IF WS-EV-TYPE NOT = SPACES
               MOVE JR-ACCNO TO WS-EV-ACCNO
               PERFORM 8100-READ-SUBSCRIPTION
           END-IF
           IF WS-EV-TYPE NOT = SPACES AND WS-SUB-FOUND-SW = 'Y'
               IF (WS-EV-TYPE = "LD" AND AL-LARGE-SW = 'Y'
                       AND JR-AMOUNT > AL-LARGE-AMOUNT)
                   OR (WS-EV-TYPE = "DR" AND AL-DEP-SW = 'Y')
                   OR (WS-EV-TYPE = "PC" AND AL-PIN-SW = 'Y')
                   MOVE JR-TS-DATE TO WS-EV-DATE
                   MOVE JR-TS-TIME TO WS-EV-TIME
                   MOVE JR-REF-NO TO WS-EV-REF-NO
                   MOVE JR-AMOUNT TO WS-EV-AMOUNT
                   PERFORM 5000-RAISE-ALERT
               END-IF
           END-IF.

      * THE DAY'S MAINTENANCE AUDIT - PAYEES SAVED ON ZBANK. THE
      * FILE IS APPEND-ONLY, SO EARLIER DAYS ARE SKIPPED.
       3000-SCAN-MAINTENANCE.
           PERFORM UNTIL WS-EOF-MAUD = 'Y'
               READ MNTZBNK
                   AT END
                       MOVE 'Y' TO WS-EOF-MAUD
                   NOT AT END
                       IF MA-TS-DATE = WS-RUN-DATE
                           AND MA-FUNC = "PA"
                           ADD 1 TO WS-MAUD-COUNT
                           PERFORM 3100-CHECK-NEW-PAYEE
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-NEW-PAYEE.
           MOVE "NP" TO WS-EV-TYPE
           MOVE MA-ACCNO TO WS-EV-ACCNO
           PERFORM 8100-READ-SUBSCRIPTION
           IF WS-SUB-FOUND-SW = 'Y' AND AL-PAYEE-SW = 'Y'
               MOVE MA-TS-DATE TO WS-EV-DATE
               MOVE MA-TS-TIME TO WS-EV-TIME
               MOVE ZEROS TO WS-EV-REF-NO
               MOVE ZEROS TO WS-EV-AMOUNT
               PERFORM 5000-RAISE-ALERT
           END-IF.

      * EVERY SUBSCRIPTION, IN ACCOUNT ORDER, AGAINST THE BALANCE
      * AFTER THE NIGHT'S POSTING. A ROW WHOSE ACCOUNT IS GONE OR
      * CLOSED SENDS NOTHING AND IS LISTED.
       4000-CHECK-BALANCES.
           MOVE ZEROS TO AL-ACCNO
           START VSAMALRT KEY IS NOT LESS THAN AL-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-ALRT
           END-START
           PERFORM UNTIL WS-EOF-ALRT = 'Y'
               READ VSAMALRT NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-ALRT
                   NOT AT END
                       ADD 1 TO WS-SUB-COUNT
                       PERFORM 4100-CHECK-ONE-BALANCE
               END-READ
           END-PERFORM.

       4100-CHECK-ONE-BALANCE.
           MOVE 'Y' TO WS-ACCT-FOUND-SW
           MOVE AL-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-FOUND-SW
           END-READ
           IF WS-ACCT-FOUND-SW = 'N' OR WS-ACCT-STATUS = 'C'
               ADD 1 TO WS-NOACCT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** ACCT=" AL-ACCNO
                   " HAS ALERTS BUT IS CLOSED OR NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
           IF AL-LOW-SW = 'Y' AND WS-BALANCE < AL-LOW-AMOUNT
               IF AL-LOW-SENT-SW NOT = 'Y'
                   MOVE "LB" TO WS-EV-TYPE
                   MOVE AL-ACCNO TO WS-EV-ACCNO
                   MOVE WS-RUN-DATE TO WS-EV-DATE
                   MOVE WS-CURR-DATETIME(9:6) TO WS-EV-TIME
                   MOVE ZEROS TO WS-EV-REF-NO
                   MOVE WS-BALANCE TO WS-EV-AMOUNT
                   PERFORM 5000-RAISE-ALERT
      * ONLY A DIP SOMEONE WAS ACTUALLY TOLD ABOUT IS MARKED SENT -
      * AN UNSENDABLE ONE TRIES AGAIN TOMORROW.
                   IF WS-EV-WRITTEN-SW = 'Y'
                       MOVE 'Y' TO AL-LOW-SENT-SW
                       REWRITE WS-ALRT-REC
                   END-IF
               END-IF
           ELSE
               IF AL-LOW-SENT-SW = 'Y'
                   MOVE 'N' TO AL-LOW-SENT-SW
                   REWRITE WS-ALRT-REC
                   ADD 1 TO WS-REARM-COUNT
               END-IF
           END-IF
           END-IF.

      * RAISE ONE ALERT FOR THE SUBSCRIPTION IN WS-ALRT-REC - ONE
      * MESSAGE PER CHANNEL THE CUSTOMER CHOSE.
       5000-RAISE-ALERT.
           MOVE 'N' TO WS-EV-WRITTEN-SW
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 5
                  OR WS-TYPE-CODE(WS-TYPE-IX) = WS-EV-TYPE
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-TY-TRIGGERED(WS-TYPE-IX)
           ADD 1 TO WS-TRIG-COUNT
           PERFORM 5100-BUILD-MESSAGE
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE AL-CUST-NO TO CUST-NO
           READ VSAMCUST
               INVALID KEY
                   MOVE SPACES TO CUST-PHONE
                   MOVE SPACES TO CUST-EMAIL
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-READ
           IF AL-CHANNEL = "S" OR AL-CHANNEL = "B"
               MOVE "S" TO WS-SEND-CHANNEL
               MOVE CUST-PHONE TO WS-SEND-ADDRESS
               PERFORM 5200-WRITE-MESSAGE
           END-IF
           IF AL-CHANNEL = "E" OR AL-CHANNEL = "B"
               MOVE "E" TO WS-SEND-CHANNEL
               MOVE CUST-EMAIL TO WS-SEND-ADDRESS
               PERFORM 5200-WRITE-MESSAGE
           END-IF.

       5100-BUILD-MESSAGE.
           MOVE SPACES TO WS-MASK-ACCT
           STRING "****" WS-EV-ACCNO(7:4)
               DELIMITED BY SIZE INTO WS-MASK-ACCT
           MOVE WS-EV-AMOUNT TO WS-MSG-AMT-ED
           PERFORM 5150-TRIM-AMOUNT
           MOVE WS-MSG-AMT-TXT TO WS-MSG-BAL-TXT
           MOVE SPACES TO WS-EV-MESSAGE
           EVALUATE WS-EV-TYPE
               WHEN "LD"
                   STRING "ZBANK: PAYMENT OUT OF "
                       DELIMITED BY SIZE
                       WS-MSG-AMT-TXT
                       DELIMITED BY SPACE
                       " FROM ACCT " WS-MASK-ACCT
                       " ON " WS-EV-DATE
                       DELIMITED BY SIZE INTO WS-EV-MESSAGE
               WHEN "DR"
                   STRING "ZBANK: "
                       DELIMITED BY SIZE
                       WS-MSG-AMT-TXT
                       DELIMITED BY SPACE
                       " RECEIVED INTO ACCT " WS-MASK-ACCT
                       " ON " WS-EV-DATE
                       DELIMITED BY SIZE INTO WS-EV-MESSAGE
               WHEN "PC"
                   STRING "ZBANK: PIN CHANGED ON ACCT " WS-MASK-ACCT
                       " ON " WS-EV-DATE
                       " - NOT YOU? CALL US NOW"
                       DELIMITED BY SIZE INTO WS-EV-MESSAGE
               WHEN "NP"
                   STRING "ZBANK: NEW PAYEE ADDED ON ACCT "
                       WS-MASK-ACCT
                       " ON " WS-EV-DATE
                       " - NOT YOU? CALL US NOW"
                       DELIMITED BY SIZE INTO WS-EV-MESSAGE
               WHEN "LB"
                   MOVE AL-LOW-AMOUNT TO WS-MSG-AMT-ED
                   PERFORM 5150-TRIM-AMOUNT
                   STRING "ZBANK: ACCT " WS-MASK-ACCT
                       " BALANCE "
                       DELIMITED BY SIZE
                       WS-MSG-BAL-TXT
                       DELIMITED BY SPACE
                       " IS BELOW YOUR ALERT AMOUNT OF "
                       DELIMITED BY SIZE
                       WS-MSG-AMT-TXT
                       DELIMITED BY SPACE
                       INTO WS-EV-MESSAGE
           END-EVALUATE.

      * WS-MSG-AMT-ED WITH ITS LEADING SPACES DROPPED.
       5150-TRIM-AMOUNT.
           MOVE ZEROS TO WS-MSG-AMT-LEAD
           INSPECT WS-MSG-AMT-ED TALLYING WS-MSG-AMT-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-MSG-AMT-TXT
           MOVE WS-MSG-AMT-ED(WS-MSG-AMT-LEAD + 1:) TO WS-MSG-AMT-TXT.

      * ONE MESSAGE DUE - WRITTEN WHEN THERE IS AN ADDRESS TO SEND
      * IT TO, OTHERWISE COUNTED AND LISTED AS UNSENDABLE.
       5200-WRITE-MESSAGE.
           ADD 1 TO WS-TY-DUE(WS-TYPE-IX)
           ADD 1 TO WS-DUE-COUNT
           ADD WS-EV-AMOUNT TO WS-DUE-TOTAL
           IF WS-SEND-ADDRESS = SPACES
               ADD 1 TO WS-TY-UNSENT(WS-TYPE-IX)
               ADD 1 TO WS-UNSENT-COUNT
               ADD WS-EV-AMOUNT TO WS-UNSENT-TOTAL
               MOVE SPACES TO WS-RPT-LINE
               IF WS-CUST-FOUND-SW = 'N'
                   STRING "*** UNSENDABLE " WS-EV-TYPE
                       " ACCT=" WS-EV-ACCNO
                       " CUST=" AL-CUST-NO
                       " - CUSTOMER NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "*** UNSENDABLE " WS-EV-TYPE
                       " ACCT=" WS-EV-ACCNO
                       " CUST=" AL-CUST-NO
                       " - NO " WS-SEND-CHANNEL
                       " ADDRESS ON FILE"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-OUT-REC
               MOVE WS-SEND-CHANNEL TO AM-CHANNEL
               MOVE WS-SEND-ADDRESS TO AM-ADDRESS
               MOVE WS-EV-ACCNO TO AM-ACCNO
               MOVE AL-CUST-NO TO AM-CUST-NO
               MOVE WS-EV-TYPE TO AM-ALERT-TYPE
               MOVE WS-EV-DATE TO AM-DATE
               MOVE WS-EV-TIME TO AM-TIME
               MOVE WS-EV-REF-NO TO AM-REF-NO
               MOVE WS-EV-AMOUNT TO AM-AMOUNT
               MOVE WS-EV-MESSAGE TO AM-MESSAGE
               WRITE WS-OUT-REC
               IF WS-OUT-STATUS = "00"
                   ADD 1 TO WS-FILE-COUNT
                   ADD AM-AMOUNT TO WS-FILE-TOTAL
                   ADD 1 TO WS-TY-WRITTEN(WS-TYPE-IX)
                   MOVE 'Y' TO WS-EV-WRITTEN-SW
               END-IF
               ADD 1 TO WS-SENT-COUNT
               ADD WS-EV-AMOUNT TO WS-SENT-TOTAL
           END-IF.

      * THE SUBSCRIPTION FOR WS-EV-ACCNO, IF THE ACCOUNT HAS ONE.
       8100-READ-SUBSCRIPTION.
           MOVE 'N' TO WS-SUB-FOUND-SW
           MOVE WS-EV-ACCNO TO AL-ACCNO
           READ VSAMALRT
               INVALID KEY
                   MOVE 'N' TO WS-SUB-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SUB-FOUND-SW
           END-READ.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "JOURNAL ENTRIES=" WS-JRNL-COUNT
               " PAYEES ADDED=" WS-MAUD-COUNT
               " SUBSCRIPTIONS=" WS-SUB-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLOSED/MISSING ACCTS=" WS-NOACCT-COUNT
               " LOW BALANCE RE-ARMED=" WS-REARM-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "   ALERT TYPE       " "TRIGGERD"
               "      DUE" "  WRITTEN" "   UNSENT"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 'Y' TO WS-PROOF-SW
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > 5
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-TYPE-CODE(WS-TYPE-IX) " "
                   WS-TYPE-NAME(WS-TYPE-IX) " "
                   WS-TY-TRIGGERED(WS-TYPE-IX) " "
                   WS-TY-DUE(WS-TYPE-IX) " "
                   WS-TY-WRITTEN(WS-TYPE-IX) " "
                   WS-TY-UNSENT(WS-TYPE-IX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-TY-DUE(WS-TYPE-IX) NOT =
                   WS-TY-WRITTEN(WS-TYPE-IX) + WS-TY-UNSENT(WS-TYPE-IX)
                   MOVE "*" TO WS-RPT-LINE(80:1)
                   MOVE 'N' TO WS-PROOF-SW
               END-IF
               WRITE WS-RPT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALERTS TRIGGERED=" WS-TRIG-COUNT
               " MESSAGES DUE=" WS-DUE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-DUE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "AMOUNT DUE=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-SENT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "MESSAGES SENT=" WS-SENT-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-UNSENT-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "UNSENDABLE=" WS-UNSENT-COUNT
               " AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-FILE-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "FILE RECORDS=" WS-FILE-COUNT
               " FILE AMOUNT=" WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-DUE-COUNT NOT = WS-SENT-COUNT + WS-UNSENT-COUNT
               OR WS-DUE-TOTAL NOT = WS-SENT-TOTAL + WS-UNSENT-TOTAL
               OR WS-SENT-COUNT NOT = WS-FILE-COUNT
               OR WS-SENT-TOTAL NOT = WS-FILE-TOTAL
               MOVE 'N' TO WS-PROOF-SW
           END-IF
           IF WS-PROOF-SW = 'N'
               MOVE "*** CONTROL TOTALS DO NOT PROVE - HOLD FILE"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "IN PROOF - FILE MAY BE RELEASED" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 0 TO RETURN-CODE
               IF WS-UNSENT-COUNT > ZEROS
                   MOVE "*** SOME ALERTS UNSENDABLE - SEE LIST ABOVE"
                       TO WS-RPT-LINE
                   WRITE WS-RPT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE JRNLZBNK
           CLOSE MNTZBNK
           CLOSE VSAMALRT
           CLOSE VSAMZBNK
           CLOSE VSAMCUST
           CLOSE ALRTOUT
           CLOSE ALRTRPT.
