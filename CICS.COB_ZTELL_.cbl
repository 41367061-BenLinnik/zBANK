      * MAPSET (ZTELSET), NOT REACHABLE FROM THE CUSTOMER ZBNKSET
      * SCREENS; THE TRANSACTION IS RESTRICTED TO COUNTER TERMINALS
      * VIA RDO. A TELLER SIGNS ON WITH A TELLER ID/PIN HELD ON
      * VSAM.ZTELID (TELLREC - SAME SHAPE AND MAINTENANCE AS THE
      * ZSUPV CREDENTIALS ON VSAM.ZSUPID) AND POSTS COUNTER CASH
      * AGAINST VSAM.ZBANK. EVERY POSTING WRITES THE SAME DP/WD
      * JOURNAL ENTRY THE CUSTOMER SCREENS WRITE, WITH THE TELLER'S
      * REPORT PROVES EACH DRAWER AGAINST THE JOURNAL AND THE
      * COUNTED CASH.
      *
      * THE TELLER ALSO BUYS CASH FROM (B) AND SELLS CASH TO (S) THE
      * BRANCH VAULT ON VSAM.ZVAULT (VLTREC, KEYED BRANCH + DATE -
      * THE BRANCH COMES FROM THE TERMINAL'S VSAM.ZTERMBR ROW). A
      * VAULT MOVEMENT NEEDS A SUPERVISOR TO KEY THEIR OWN ZSUPID
      * CREDENTIALS ON THE SAME SCREEN; IT UPDATES THE VAULT ROW AND
      * THE DRAWER ROW (DW-CASH-IN ON A BUY, DW-CASH-OUT ON A SALE)
      * AND IS RECORDED ON VSAM.ZVLTMOV (VMOVREC). NO ACCOUNT IS
      * TOUCHED, SO NOTHING IS JOURNALED - ZDRWBAL READS THE
      * MOVEMENTS ALONGSIDE THE JOURNAL AND ZVLTBAL PROVES THE VAULT.
      *
      * THE TELLER ALSO BUYS FOREIGN CURRENCY FROM (E) AND SELLS IT
      * TO (X) THE CUSTOMER AT THE DAY'S RATE ON VSAM.ZFXRATE
      * (FXRREC, LOADED EACH MORNING BY ZFXLOAD). THE DEAL SETTLES
      * AGAINST THE ACCOUNT KEYED (FB CREDIT / FS DEBIT) OR, WITH NO
      * ACCOUNT, AS WALK-IN CASH THROUGH THE DRAWER (NB PAID OUT /
      * NS TAKEN IN, JOURNALED ON ACCOUNT ZERO). THE ENTRY CARRIES
      * THE CURRENCY AND FOREIGN AMOUNT IN JR-FX-DETAIL, AND EVERY
      * DEAL IS RECORDED ON VSAM.ZFXDEAL (FXDREC) FOR THE ZFXPOS
      * CURRENCY POSITION REPORT AND MARGIN SPLIT.
      *
      * THE TELLER ALSO TAKES CASH FROM A CUSTOMER WHOSE OVERDRAWN
      * ACCOUNT ZCHGOFF HAS CHARGED OFF (R). THE RECOVERY POSTS TO
      * THE ACCOUNT'S COLLECTIONS CASE ON VSAM.ZCOLL (COLLREC), NOT
      * TO THE CLOSED (OR ALREADY ARCHIVED) ACCOUNT: IT IS JOURNALED
      * AS A "CR" MEMO ENTRY ON THE CHARGED-OFF ACCOUNT NUMBER WITH
      * BOTH BALANCES ZERO, AND THE CASH GOES INTO THE DRAWER LIKE A
      * DEPOSIT. NO MORE THAN THE DEBT STILL OUTSTANDING IS TAKEN,
      * AND THE CASE IS SETTLED WHEN IT IS RECOVERED IN FULL.
      *
      * COUNTER WITHDRAWALS ENFORCE THE SAME PER-ACCOUNT-TYPE
      * MINIMUM-BALANCE RULE ZBANK ENFORCES ONLINE AND REFUSE
      * LOCKED ACCOUNTS (SAME RULE ZCLRPST APPLIES TO EXTERNAL
      * DEBITS). THE SELF-SERVICE DAILY CARD LIMIT IS DELIBERATELY
      * NOT APPLIED AT THE COUNTER - THE TELLER HAS VERIFIED THE
      * CUSTOMER IN PERSON.
      *
      * WHAT A SIGNED-ON TELLER MAY DO IS SET BY THEIR ENTITLEMENT
      * PROFILE ON VSAM.ZENTL (ENTLREC, MAINTAINED ON ZSECADM) -
      * ANY ACTION BUT THE LOOKUP AND EXIT MUST BE IN THE PROFILE'S
      * ZTELL ACTION LIST. A REFUSAL IS WRITTEN TO AUDTZBNK AS EVENT
      * EN FOR THE ZSECRPT REPORT, SAME AS ZSUPV.
      *
       PROGRAM-ID. ZTELL.
       DATA DIVISION.
       77 WS-JRNL-RESP PIC 9(8).
       77 WS-ABSTIME PIC S9(15) COMP-3.
      * DFHRESP(ATNI) - TERMINAL'S TIME-OUT INTERVAL EXPIRED WAITING
      * ON A RECEIVE, SAME HANDLING AS ZSUPV.
       77 WS-ATNI-RESP PIC 9(8) VALUE 51.
      * DFHRESP(NOTFND) - RECORD NOT FOUND ON A KEYED READ.
       77 WS-NOTFND-RESP PIC 9(8) VALUE 13.
      * VSAM.ZTELID (TELLREC) - TELLER CREDENTIALS, MAINTAINED ON
      * ZSECADM.
       77 WS-TELL-FILE-NAME PIC X(8) VALUE 'VSAMTEL'.
       77 WS-TELL-REC-LEN PIC S9(4) COMP VALUE 40.
       77 WS-TELL-RESP PIC 9(8).
       01 WS-DRAW-KEY.
         05 WS-DRAW-KEY-TELLER PIC X(8).
         05 WS-DRAW-KEY-DATE PIC X(8).
      * VSAM.ZVAULT (VLTREC) - THE BRANCH VAULT POSITION FOR THE
      * BUSINESS DATE, CREATED ON THE FIRST MOVEMENT AND UPDATED IN
      * PLACE UNDER THE VSAM RECORD LOCK, SAME AS THE DRAWER ROW.
       77 WS-VLT-FILE-NAME PIC X(8) VALUE 'VSAMVLT'.
       77 WS-VLT-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-VLT-RESP PIC 9(8).
       01 WS-VLT-REC.
         COPY VLTREC.
       01 WS-VLT-KEY.
         05 WS-VLT-KEY-BRANCH PIC X(3).
         05 WS-VLT-KEY-DATE PIC X(8).
      * VSAM.ZVLTMOV (VMOVREC) - APPEND-ONLY VAULT MOVEMENT ESDS.
       77 WS-VMOV-FILE-NAME PIC X(8) VALUE 'VSAMVMOV'.
       77 WS-VMOV-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-VMOV-RESP PIC 9(8).
       01 WS-VMOV-REC.
         COPY VMOVREC.
      * VSAM.ZTERMBR (TERMBREC) - THE COUNTER TERMINAL'S BRANCH, AND
      * SO WHICH VAULT IT DRAWS ON AND WHERE ITS FOREIGN-CURRENCY
      * DEALS ARE BOOKED. NO ROW MEANS BRANCH 001 - SEE ZBANK
      * REGISTRATION.
       77 WS-TBR-FILE-NAME PIC X(8) VALUE 'VSAMTBR'.
       77 WS-TBR-REC-LEN PIC S9(4) COMP VALUE 20.
       77 WS-TBR-RESP PIC 9(8).
       01 WS-TBR-REC.
         COPY TERMBREC.
       01 WS-TBR-KEY PIC X(4).
      * VSAM.ZSUPID (SUPVREC) - THE APPROVING SUPERVISOR'S
      * CREDENTIALS FOR A VAULT MOVEMENT, CHECKED THE WAY ZSUPV
      * CHECKS ITS OWN SIGN-ON.
       77 WS-SUPV-FILE-NAME PIC X(8) VALUE 'VSAMSUP'.
       77 WS-SUPV-REC-LEN PIC S9(4) COMP VALUE 40.
       77 WS-SUPV-RESP PIC 9(8).
       01 WS-SUPV-REC.
         COPY SUPVREC.
       01 WS-SUPV-KEY PIC X(8).
       01 WS-APPROVER-ID PIC X(8).
       01 WS-TERM-BRANCH PIC X(3).
       01 WS-VLT-IN-ED PIC 9(12).99.
       01 WS-VLT-OUT-ED PIC 9(12).99.
      * VSAM.ZFXRATE (FXRREC) - TREASURY'S DAILY EXCHANGE RATES,
      * KEYED CURRENCY + EFFECTIVE DATE. A DEAL USES THE ROW
      * EFFECTIVE TODAY OR IS REFUSED.
       77 WS-FXR-FILE-NAME PIC X(8) VALUE 'VSAMFXR'.
       77 WS-FXR-REC-LEN PIC S9(4) COMP VALUE 50.
       77 WS-FXR-RESP PIC 9(8).
       01 WS-FXR-REC.
         COPY FXRREC.
       01 WS-FXR-KEY.
         05 WS-FXR-KEY-CCY PIC X(3).
         05 WS-FXR-KEY-DATE PIC X(8).
      * VSAM.ZFXDEAL (FXDREC) - APPEND-ONLY FOREIGN-CURRENCY DEAL
      * ESDS, ONE ROW PER DEAL ALONGSIDE ITS JOURNAL ENTRY, READ BY
      * THE END-OF-DAY ZFXPOS POSITION REPORT.
       77 WS-FXD-FILE-NAME PIC X(8) VALUE 'VSAMFXD'.
       77 WS-FXD-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-FXD-RESP PIC 9(8).
       01 WS-FXD-REC.
         COPY FXDREC.
      * THE DEAL BEING PRICED: AMOUNT IS THE FOREIGN AMOUNT KEYED,
      * WS-FX-HOME THE HOME-CURRENCY SIDE AT THE BUY (E) OR SELL (X)
      * RATE, WS-FX-MARGIN THE DIFFERENCE FROM ITS VALUE AT MID.
       01 WS-FX-CCY PIC X(3).
       01 WS-FX-FCY-AMOUNT PIC 9(8)V99.
       01 WS-FX-RATE PIC 9(4)V9(6).
       01 WS-FX-HOME PIC 9(12)V99.
       01 WS-FX-MID-VALUE PIC 9(12)V99.
       01 WS-FX-MARGIN PIC S9(12)V99.
       01 WS-FX-ACTION PIC X(2).
       01 WS-FX-FCY-ED PIC Z(7)9.99.
       01 WS-FX-HOME-ED PIC Z(7)9.99.
       01 WS-FX-RATE-ED PIC Z(3)9.9(6).
      * VSAM.ZREFCTL (REFCREC) - THE SHARED TRANSACTION REFERENCE
      * COUNTER, SAME 8300-GET-REF-NO PROTOCOL AS ZBANK.
       77 WS-REFC-FILE-NAME PIC X(8) VALUE 'VSAMREFC'.
      * VSAM.ZPOLICY (POLREC) - THE PINPOL ROW CARRIES THE MAX PIN
      * AGE IN DAYS; A MISSING ROW LEAVES THE 365-DAY DEFAULT. THE
      * SIGN-ON PIN IS AGED AGAINST IT - AN EXPIRED CREDENTIAL IS
      * REFUSED UNTIL A SECURITY ADMINISTRATOR RESETS THE PIN ON
      * ZSECADM, WHICH RESTAMPS THE DATE.
       77 WS-POL-FILE-NAME PIC X(8) VALUE 'VSAMPOL'.
       77 WS-POL-REC-LEN PIC S9(4) COMP VALUE 30.
       77 WS-POL-RESP PIC 9(8).
       01 WS-TODAY-N PIC 9(8).
       01 WS-PIN-AGE PIC S9(8).
       01 WS-SIGNON-PIN-DATE PIC X(8).
      * VSAM.ZCOLL (COLLREC) - COLLECTIONS CASES FOR THE ACCOUNTS
      * ZCHGOFF HAS CHARGED OFF, KEYED ON THE ACCOUNT. A RECOVERY (R)
      * IS TAKEN AGAINST THE CASE UNDER ITS RECORD LOCK.
       77 WS-COLL-FILE-NAME PIC X(8) VALUE 'VSAMCOLL'.
       77 WS-COLL-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-COLL-RESP PIC 9(8).
       01 WS-COLL-REC.
         COPY COLLREC.
       01 WS-COLL-KEY PIC 9(10).
       01 WS-COLL-OUTSTANDING PIC S9(10)V99.
       01 WS-COLL-AMT-ED PIC Z(9)9.99.
       01 WS-COLL-OUT-ED PIC Z(9)9.99.
      * THE SIGNED-ON TELLER, KEPT FOR THE LIFE OF THE TASK AND
      * STAMPED ON EVERY JOURNAL ENTRY AS JR-OPERATOR.
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-TODAY PIC X(8).
      * VSAM.ZENTL (ENTLREC) - THE SIGNED-ON TELLER'S ENTITLEMENT
      * PROFILE, READ ONCE AT SIGN-ON; NO ROW MEANS LOOKUP ONLY.
      * REFUSALS GO TO VSAM.AUDTZBNK (AUDTREC) - SEE ZSUPV.
       77 WS-ENTL-FILE-NAME PIC X(8) VALUE 'VSAMENTL'.
       77 WS-ENTL-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-ENTL-RESP PIC 9(8).
       01 WS-ENTL-REC.
         COPY ENTLREC.
       01 WS-ENTL-FOUND-SW PIC X VALUE 'N'.
       01 WS-ENT-HITS PIC 9(2).
       77 WS-AUDT-FILE-NAME PIC X(8) VALUE 'AUDTZBNK'.
       77 WS-AUDT-REC-LEN PIC S9(4) COMP VALUE 60.
       77 WS-AUDT-RESP PIC 9(8).
       01 WS-AUDT-REC.
         COPY AUDTREC.
      * PER-ACCOUNT-TYPE MINIMUM BALANCE ON COUNTER WITHDRAWALS -
      * SAME RULE AS ZBANK: "S" MAY NEVER DROP BELOW 100, "C" MAY
      * DRAW DOWN TO MINUS THE APPROVED OVERDRAFT LIMIT.
                 MOVE TEL-PIN-SET-DATE TO WS-SIGNON-PIN-DATE
                 PERFORM 8060-CHECK-PIN-AGE
                 IF WS-PIN-EXPIRED-SW = 'Y'
                   MOVE "TELLER PIN EXPIRED - SEE SECURITY ADMIN!"
                       TO INFO
                 ELSE
                   MOVE TEL-ID TO WS-OPERATOR-ID
                   PERFORM 8400-LOAD-ENTITLEMENT
                   MOVE SPACES TO WS-TMN-LINES
                   MOVE 1 TO SCREEN-STATE
                   MOVE "TELLER SIGNED ON" TO INFO
                 MOVE "SESSION TIMED OUT - SIGN ON AGAIN!" TO INFO
               ELSE
               MOVE TMNACTI TO ACTION
               PERFORM 8410-CHECK-ENTITLEMENT
               IF ACTION = "Q"
                 MOVE 0 TO SCREEN-STATE
                 MOVE "TELLER SIGN-ON REQUIRED!" TO INFO
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE "ACCOUNT NOT FOUND!" TO INFO
                   MOVE SPACES TO WS-TMN-LINES
      * A CHARGED-OFF ACCOUNT ZCLARCH HAS ARCHIVED STILL HAS ITS
      * COLLECTIONS CASE.
                   PERFORM 8710-SHOW-COLL-CASE
                 ELSE
                   MOVE "ACCOUNT DISPLAYED" TO INFO
                   MOVE SPACES TO WS-TMN-LINES
                   ELSE
                   IF WS-ACCT-STATUS = 'C'
                     MOVE "*** ACCOUNT CLOSED ***" TO WS-TMN-LIN2
                     PERFORM 8710-SHOW-COLL-CASE
                   ELSE
                   IF WS-ACCT-STATUS = 'D'
                     MOVE "*** ACCOUNT DORMANT ***" TO WS-TMN-LIN2
                   END-EXEC
                   MOVE "ACCOUNT IS CLOSED!" TO INFO
                 ELSE
      * A LOAN IS REPAID BY ZLOANC - SEE ZBANK.
                 IF WS-ACCOUNT-TYPE = "L"
                   EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                   END-EXEC
                   MOVE "LOAN ACCOUNT - NO DEPOSITS!" TO INFO
                 ELSE
                 PERFORM 8250-GET-TODAY
      * A FIXED TERM TAKES NO TOP-UPS - SEE ZBANK.
                 IF WS-ACCOUNT-TYPE = "T"
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "W"
                 MOVE TMNAMTI TO AMOUNT
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "B" OR ACTION = "S"
      * BUY CASH FROM (B) OR SELL CASH TO (S) THE BRANCH VAULT, UNDER
      * THE APPROVAL OF A SUPERVISOR KEYING THEIR OWN ID AND PIN.
                 MOVE TMNAMTI TO AMOUNT
                 IF AMOUNT = ZEROS
                   MOVE "ENTER AN AMOUNT!" TO INFO
                 ELSE
                 IF TMNSUPI = LOW-VALUES OR TMNSUPI = SPACES
                   MOVE "SUPERVISOR APPROVAL NEEDED FOR VAULT CASH!"
                       TO INFO
                 ELSE
                 IF TMNSUPI = WS-OPERATOR-ID
                   MOVE "APPROVER MUST NOT BE THE TELLER!" TO INFO
                 ELSE
                   MOVE TMNSUPI TO WS-SUPV-KEY
                   MOVE 40 TO WS-SUPV-REC-LEN
                   EXEC CICS READ DATASET(WS-SUPV-FILE-NAME)
                             INTO (WS-SUPV-REC)
                             RIDFLD(WS-SUPV-KEY)
                             LENGTH(WS-SUPV-REC-LEN)
                             RESP(WS-SUPV-RESP)
                   END-EXEC
                   IF WS-SUPV-RESP NOT = ZEROS
                     MOVE "UNKNOWN SUPERVISOR ID!" TO INFO
                   ELSE
                   IF TMNSPNI NOT = SUP-PIN
                     MOVE "WRONG SUPERVISOR PIN!" TO INFO
                   ELSE
                   MOVE SUP-PIN-SET-DATE TO WS-SIGNON-PIN-DATE
                   PERFORM 8060-CHECK-PIN-AGE
                   IF WS-PIN-EXPIRED-SW = 'Y'
                     MOVE "SUPERVISOR PIN EXPIRED - SEE SECURITY ADMIN!"
                         TO INFO
                   ELSE
                     MOVE SUP-ID TO WS-APPROVER-ID
                     PERFORM 8980-POST-VAULT-MOVE
                   END-IF
                   END-IF
                   END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "E" OR ACTION = "X"
      * BUY FOREIGN CURRENCY FROM (E) OR SELL IT TO (X) THE CUSTOMER
      * AT TODAY'S RATE - AGAINST THE ACCOUNT KEYED, OR AS WALK-IN
      * CASH WHEN NO ACCOUNT IS KEYED. THE AMOUNT IS THE FOREIGN
      * AMOUNT.
                 MOVE TMNAMTI TO AMOUNT
                 MOVE TMNCCYI TO WS-FX-CCY
                 IF AMOUNT = ZEROS
                   MOVE "ENTER THE FOREIGN AMOUNT!" TO INFO
                 ELSE
                 IF WS-FX-CCY = LOW-VALUES OR WS-FX-CCY = SPACES
                   MOVE "ENTER A CURRENCY CODE!" TO INFO
                 ELSE
                   PERFORM 8250-GET-TODAY
                   MOVE WS-FX-CCY TO WS-FXR-KEY-CCY
                   MOVE WS-TODAY TO WS-FXR-KEY-DATE
                   MOVE 50 TO WS-FXR-REC-LEN
                   EXEC CICS READ DATASET(WS-FXR-FILE-NAME)
                             INTO (WS-FXR-REC)
                             RIDFLD(WS-FXR-KEY)
                             LENGTH(WS-FXR-REC-LEN)
                             RESP(WS-FXR-RESP)
                   END-EXEC
                   IF WS-FXR-RESP NOT = ZEROS
                     MOVE SPACES TO INFO
                     STRING "NO RATE FOR " WS-FX-CCY " TODAY!"
                         DELIMITED BY SIZE INTO INFO
                   ELSE
                     PERFORM 8990-PRICE-FX-DEAL
                     IF WS-FX-HOME = ZEROS
                       MOVE "AMOUNT TOO SMALL TO CONVERT!" TO INFO
                     ELSE
                     IF WS-FX-HOME > 99999999.99
                       MOVE "AMOUNT TOO LARGE FOR THE COUNTER!" TO INFO
                     ELSE
                     IF TMNACCI = LOW-VALUES OR TMNACCI = SPACES
                         OR TMNACCI = ZEROS
                       PERFORM 8992-POST-FX-CASH
                     ELSE
                       PERFORM 8994-POST-FX-ACCOUNT
                     END-IF
                     END-IF
                     END-IF
                   END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "R"
      * CASH RECOVERED ON A CHARGED-OFF DEBT - POSTED TO THE
      * ACCOUNT'S COLLECTIONS CASE, NOT THE ACCOUNT.
                 MOVE TMNAMTI TO AMOUNT
                 IF AMOUNT = ZEROS
                   MOVE "ENTER AN AMOUNT!" TO INFO
                 ELSE
                   PERFORM 8700-POST-RECOVERY
                 END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-EXEC
           EXEC CICS RETURN END-EXEC.

      * READ THE SIGNED-ON TELLER'S ENTITLEMENT PROFILE.
       8400-LOAD-ENTITLEMENT.
           MOVE 'N' TO WS-ENTL-FOUND-SW
           MOVE SPACES TO EN-TELL-ACTIONS
           MOVE 120 TO WS-ENTL-REC-LEN
           EXEC CICS READ DATASET(WS-ENTL-FILE-NAME)
                     INTO (WS-ENTL-REC)
                     RIDFLD(WS-OPERATOR-ID)
                     LENGTH(WS-ENTL-REC-LEN)
                     RESP(WS-ENTL-RESP)
           END-EXEC
           IF WS-ENTL-RESP = ZEROS
             MOVE 'Y' TO WS-ENTL-FOUND-SW
           END-IF.

      * GATE THE ACTION KEYED AGAINST THE PROFILE'S ZTELL LETTERS.
      * A REFUSAL IS WRITTEN TO AUDTZBNK AND CLEARS THE ACTION SO
      * NONE OF THE ACTION BLOCKS RUN.
       8410-CHECK-ENTITLEMENT.
           IF ACTION NOT = "Q" AND ACTION NOT = "L"
               AND ACTION NOT = SPACE AND ACTION NOT = LOW-VALUE
             MOVE ZEROS TO WS-ENT-HITS
             IF WS-ENTL-FOUND-SW = 'Y'
               INSPECT EN-TELL-ACTIONS TALLYING WS-ENT-HITS
                   FOR ALL ACTION
             END-IF
             IF WS-ENT-HITS = ZEROS
               MOVE SPACES TO WS-AUDT-REC
               MOVE "EN" TO AU-EVENT
               STRING "ZTELL " ACTION " NOT ENTITLED"
                   DELIMITED BY SIZE INTO AU-REASON
               IF TMNACCI IS NUMERIC
                 MOVE TMNACCI TO AU-ACCNO
               ELSE
                 MOVE ZEROS TO AU-ACCNO
               END-IF
               MOVE WS-OPERATOR-ID TO AU-OPERATOR
               MOVE EIBTRMID TO AU-TERMID
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(AU-TS-DATE)
                 TIME(AU-TS-TIME)
               END-EXEC
               MOVE 60 TO WS-AUDT-REC-LEN
               EXEC CICS WRITE DATASET(WS-AUDT-FILE-NAME)
                 FROM (WS-AUDT-REC)
                 LENGTH(WS-AUDT-REC-LEN)
                 RESP(WS-AUDT-RESP)
               END-EXEC
               MOVE SPACE TO ACTION
               MOVE "ACTION NOT IN YOUR ENTITLEMENT PROFILE!" TO INFO
             END-IF
           END-IF.

       8250-GET-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC

      * AGE THE SIGN-ON PIN AGAINST THE POLICY. SPACES IN THE SET
      * DATE (A ROW FROM BEFORE THE FIELD EXISTED) ARE ACCEPTED
      * UNTIL THE PIN IS NEXT RESET ON ZSECADM.
       8060-CHECK-PIN-AGE.
           MOVE 'N' TO WS-PIN-EXPIRED-SW
           IF WS-SIGNON-PIN-DATE IS NUMERIC
             LENGTH(WS-JRNL-REC-LEN)
             RESP(WS-JRNL-RESP)
           END-EXEC
      * A WALK-IN FOREIGN-CURRENCY DEAL (ACCOUNT ZERO) HAS NO
      * ACCOUNT HISTORY TO MIRROR ONTO.
           IF JR-ACCNO NOT = ZEROS
             PERFORM 8900-WRITE-HISTORY
           END-IF.

      * MIRROR THE JOURNAL ENTRY JUST STAGED IN WS-JRNL-REC ONTO
      * THE ACCOUNT-KEYED HISTORY CLUSTER - SEE ZBANK.
             END-EXEC
           END-IF.

      * TAKE AMOUNT AGAINST THE KEYED ACCOUNT'S COLLECTIONS CASE. THE
      * CASE IS UPDATED FIRST UNDER ITS LOCK (NOTHING ELSE HAPPENS IF
      * THAT FAILS), THEN THE "CR" MEMO ENTRY IS JOURNALED AND THE
      * CASH ADDED TO THE DRAWER.
       8700-POST-RECOVERY.
           MOVE TMNACCI TO WS-COLL-KEY
           EXEC CICS READ DATASET(WS-COLL-FILE-NAME)
                     INTO (WS-COLL-REC)
                     RIDFLD(WS-COLL-KEY)
                     LENGTH(WS-COLL-REC-LEN)
                     UPDATE
                     RESP(WS-COLL-RESP)
           END-EXEC
           MOVE SPACES TO WS-TMN-LINES
           IF WS-COLL-RESP NOT = ZEROS
             MOVE "NO CHARGED-OFF DEBT ON THIS ACCOUNT!" TO INFO
           ELSE
           IF CL-STATUS NOT = 'O'
             EXEC CICS UNLOCK DATASET(WS-COLL-FILE-NAME)
             END-EXEC
             MOVE "DEBT ALREADY RECOVERED IN FULL!" TO INFO
           ELSE
           COMPUTE WS-COLL-OUTSTANDING = CL-CHGOFF-AMT - CL-RECOVERED
           IF AMOUNT > WS-COLL-OUTSTANDING
             EXEC CICS UNLOCK DATASET(WS-COLL-FILE-NAME)
             END-EXEC
             MOVE "AMOUNT IS MORE THAN THE DEBT OUTSTANDING!" TO INFO
             PERFORM 8720-FORMAT-COLL-CASE
           ELSE
             PERFORM 8250-GET-TODAY
             ADD AMOUNT TO CL-RECOVERED
             MOVE WS-TODAY TO CL-LAST-RCV-DATE
             IF CL-RECOVERED = CL-CHGOFF-AMT
               MOVE 'S' TO CL-STATUS
             END-IF
             EXEC CICS REWRITE DATASET(WS-COLL-FILE-NAME)
               FROM (WS-COLL-REC)
               LENGTH(WS-COLL-REC-LEN)
               RESP(WS-COLL-RESP)
             END-EXEC
             IF WS-COLL-RESP NOT = ZEROS
               MOVE "RECOVERY FAILED - CASE NOT UPDATED!" TO INFO
             ELSE
               PERFORM 8300-GET-REF-NO
               MOVE CL-ACCNO TO JR-ACCNO
               MOVE "CR" TO JR-ACTION
               MOVE WS-REF-NO TO JR-REF-NO
               MOVE EIBTRMID TO JR-TERMID
               MOVE "O" TO JR-CHANNEL
               MOVE WS-OPERATOR-ID TO JR-OPERATOR
               MOVE CL-CUST-NO TO JR-OWNER-CUST
               MOVE AMOUNT TO JR-AMOUNT
               MOVE ZEROS TO JR-BEFORE-BAL
               MOVE ZEROS TO JR-AFTER-BAL
               MOVE SPACES TO JR-ORIG-REF
               PERFORM 8500-WRITE-JOURNAL
               PERFORM 8950-UPDATE-DRAWER-IN
               MOVE SPACES TO INFO
               STRING "RECOVERY POSTED - REF=" WS-REF-NO
                   DELIMITED BY SIZE INTO INFO
               PERFORM 8960-SHOW-DRAWER
               PERFORM 8720-FORMAT-COLL-CASE
             END-IF
           END-IF
           END-IF
           END-IF.

      * SHOW THE KEYED ACCOUNT'S COLLECTIONS CASE, IF IT HAS ONE, ON
      * THE THIRD RESULT LINE OF A LOOKUP.
       8710-SHOW-COLL-CASE.
           MOVE TMNACCI TO WS-COLL-KEY
           EXEC CICS READ DATASET(WS-COLL-FILE-NAME)
                     INTO (WS-COLL-REC)
                     RIDFLD(WS-COLL-KEY)
                     LENGTH(WS-COLL-REC-LEN)
                     RESP(WS-COLL-RESP)
           END-EXEC
           IF WS-COLL-RESP = ZEROS
             PERFORM 8720-FORMAT-COLL-CASE
           END-IF.

       8720-FORMAT-COLL-CASE.
           COMPUTE WS-COLL-OUTSTANDING = CL-CHGOFF-AMT - CL-RECOVERED
           MOVE CL-CHGOFF-AMT TO WS-COLL-AMT-ED
           MOVE WS-COLL-OUTSTANDING TO WS-COLL-OUT-ED
           MOVE SPACES TO WS-TMN-LIN3
           STRING "CHARGED OFF=" WS-COLL-AMT-ED
               " OUTSTANDING=" WS-COLL-OUT-ED
               DELIMITED BY SIZE INTO WS-TMN-LIN3.

      * POST ONE APPROVED VAULT MOVEMENT OF AMOUNT: THE VAULT ROW
      * FIRST (A FAILURE THERE STOPS EVERYTHING), THEN THE MOVEMENT
      * RECORD, THEN THE TELLER'S DRAWER ROW - THE SIDE OPPOSITE THE
      * VAULT'S, SO CASH BOUGHT FROM THE VAULT COMES INTO THE DRAWER.
       8980-POST-VAULT-MOVE.
           PERFORM 8250-GET-TODAY
           PERFORM 8985-GET-BRANCH
           MOVE WS-TERM-BRANCH TO WS-VLT-KEY-BRANCH
           MOVE WS-TODAY TO WS-VLT-KEY-DATE
           MOVE 120 TO WS-VLT-REC-LEN
           EXEC CICS READ DATASET(WS-VLT-FILE-NAME)
                     INTO (WS-VLT-REC)
                     RIDFLD(WS-VLT-KEY)
                     LENGTH(WS-VLT-REC-LEN)
                     UPDATE
                     RESP(WS-VLT-RESP)
           END-EXEC
           IF WS-VLT-RESP NOT = ZEROS
             MOVE SPACES TO WS-VLT-REC
             MOVE WS-TERM-BRANCH TO VT-BRANCH
             MOVE WS-TODAY TO VT-DATE
             MOVE ZEROS TO VT-OPEN-CASH
             MOVE ZEROS TO VT-CASH-IN
             MOVE ZEROS TO VT-CASH-OUT
             MOVE ZEROS TO VT-SHIP-IN
             MOVE ZEROS TO VT-SHIP-OUT
             MOVE ZEROS TO VT-CLOSE-CASH
             MOVE ZEROS TO VT-MOVE-COUNT
           END-IF
           IF ACTION = "B"
             ADD AMOUNT TO VT-CASH-OUT
           ELSE
             ADD AMOUNT TO VT-CASH-IN
           END-IF
           ADD 1 TO VT-MOVE-COUNT
           IF WS-VLT-RESP = ZEROS
             EXEC CICS REWRITE DATASET(WS-VLT-FILE-NAME)
               FROM (WS-VLT-REC)
               LENGTH(WS-VLT-REC-LEN)
               RESP(WS-VLT-RESP)
             END-EXEC
           ELSE
             EXEC CICS WRITE DATASET(WS-VLT-FILE-NAME)
               FROM (WS-VLT-REC)
               RIDFLD(VT-KEY)
               LENGTH(WS-VLT-REC-LEN)
               RESP(WS-VLT-RESP)
             END-EXEC
           END-IF
           IF WS-VLT-RESP NOT = ZEROS
             MOVE "VAULT UPDATE FAILED - NOTHING POSTED!" TO INFO
           ELSE
             PERFORM 8300-GET-REF-NO
             MOVE SPACES TO WS-VMOV-REC
             MOVE WS-TERM-BRANCH TO VM-BRANCH
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(VM-DATE)
               TIME(VM-TIME)
             END-EXEC
             MOVE ACTION TO VM-TYPE
             MOVE WS-OPERATOR-ID TO VM-TELLER-ID
             MOVE WS-APPROVER-ID TO VM-SUPV-ID
             MOVE AMOUNT TO VM-AMOUNT
             MOVE EIBTRMID TO VM-TERMID
             MOVE WS-REF-NO TO VM-REF-NO
             MOVE 80 TO WS-VMOV-REC-LEN
             EXEC CICS WRITE DATASET(WS-VMOV-FILE-NAME)
               FROM (WS-VMOV-REC)
               LENGTH(WS-VMOV-REC-LEN)
               RESP(WS-VMOV-RESP)
             END-EXEC
             MOVE SPACES TO INFO
             IF ACTION = "B"
               PERFORM 8950-UPDATE-DRAWER-IN
               STRING "CASH BOUGHT FROM VAULT " WS-TERM-BRANCH
                   " - REF=" WS-REF-NO
                   DELIMITED BY SIZE INTO INFO
             ELSE
               PERFORM 8955-UPDATE-DRAWER-OUT
               STRING "CASH SOLD TO VAULT " WS-TERM-BRANCH
                   " - REF=" WS-REF-NO
                   DELIMITED BY SIZE INTO INFO
             END-IF
             PERFORM 8960-SHOW-DRAWER
             MOVE VT-CASH-IN TO WS-VLT-IN-ED
             MOVE VT-CASH-OUT TO WS-VLT-OUT-ED
             STRING "VAULT " WS-TERM-BRANCH " IN=" WS-VLT-IN-ED
                 " OUT=" WS-VLT-OUT-ED
                 DELIMITED BY SIZE INTO WS-TMN-LIN3
           END-IF.

      * THE COUNTER TERMINAL'S BRANCH FROM VSAM.ZTERMBR - NO ROW
      * MEANS BRANCH 001, SAME DEFAULT AS ZBANK REGISTRATION.
       8985-GET-BRANCH.
           MOVE EIBTRMID TO WS-TBR-KEY
           MOVE 20 TO WS-TBR-REC-LEN
           EXEC CICS READ DATASET(WS-TBR-FILE-NAME)
                     INTO (WS-TBR-REC)
                     RIDFLD(WS-TBR-KEY)
                     LENGTH(WS-TBR-REC-LEN)
                     RESP(WS-TBR-RESP)
           END-EXEC
           IF WS-TBR-RESP = ZEROS
             MOVE TB-BRANCH TO WS-TERM-BRANCH
           ELSE
             MOVE "001" TO WS-TERM-BRANCH
           END-IF.

      * PRICE A FOREIGN-CURRENCY DEAL FOR THE AMOUNT KEYED AT THE
      * RATE ROW JUST READ: THE BANK BUYS (E) AT THE BUY RATE AND
      * SELLS (X) AT THE SELL RATE. THE MARGIN IS WHAT THE DEAL GAINS
      * OVER THE SAME AMOUNT AT MID - ZFXPOS SPLITS IT OUT FOR THE
      * LEDGER.
       8990-PRICE-FX-DEAL.
           MOVE AMOUNT TO WS-FX-FCY-AMOUNT
           IF ACTION = "E"
             MOVE FXR-BUY-RATE TO WS-FX-RATE
           ELSE
             MOVE FXR-SELL-RATE TO WS-FX-RATE
           END-IF
           COMPUTE WS-FX-HOME ROUNDED =
               WS-FX-FCY-AMOUNT * WS-FX-RATE
           COMPUTE WS-FX-MID-VALUE ROUNDED =
               WS-FX-FCY-AMOUNT * FXR-MID-RATE
           IF ACTION = "E"
             COMPUTE WS-FX-MARGIN = WS-FX-MID-VALUE - WS-FX-HOME
           ELSE
             COMPUTE WS-FX-MARGIN = WS-FX-HOME - WS-FX-MID-VALUE
           END-IF
           IF WS-FX-MARGIN < ZEROS
             MOVE ZEROS TO WS-FX-MARGIN
           END-IF.

      * WALK-IN DEAL - NO ACCOUNT. THE HOME CASH GOES THROUGH THE
      * DRAWER LIKE A COUNTER WITHDRAWAL (E, CASH PAID OUT FOR THE
      * CUSTOMER'S NOTES) OR DEPOSIT (X, CASH TAKEN IN FOR OURS), SO
      * ZDRWBAL PROVES IT WITH THE REST OF THE DRAWER. THE JOURNAL
      * ENTRY CARRIES ACCOUNT ZERO.
       8992-POST-FX-CASH.
           IF ACTION = "E"
             MOVE "NB" TO WS-FX-ACTION
           ELSE
             MOVE "NS" TO WS-FX-ACTION
           END-IF
           PERFORM 8300-GET-REF-NO
           MOVE ZEROS TO JR-ACCNO
           MOVE WS-FX-ACTION TO JR-ACTION
           MOVE WS-REF-NO TO JR-REF-NO
           MOVE EIBTRMID TO JR-TERMID
           MOVE "O" TO JR-CHANNEL
           MOVE WS-OPERATOR-ID TO JR-OPERATOR
           MOVE ZEROS TO JR-OWNER-CUST
           MOVE WS-FX-HOME TO JR-AMOUNT
           MOVE ZEROS TO JR-BEFORE-BAL
           MOVE ZEROS TO JR-AFTER-BAL
           MOVE WS-FX-CCY TO JR-FX-CCY
           MOVE WS-FX-FCY-AMOUNT TO JR-FX-AMOUNT
           PERFORM 8500-WRITE-JOURNAL
           MOVE SPACES TO JR-ORIG-REF
           PERFORM 8996-WRITE-FX-DEAL
           MOVE WS-FX-HOME TO AMOUNT
           IF ACTION = "E"
             PERFORM 8955-UPDATE-DRAWER-OUT
           ELSE
             PERFORM 8950-UPDATE-DRAWER-IN
           END-IF
           MOVE WS-FX-FCY-AMOUNT TO AMOUNT
           MOVE SPACES TO INFO
           STRING "WALK-IN FX DEAL POSTED - REF=" WS-REF-NO
               DELIMITED BY SIZE INTO INFO
           PERFORM 8960-SHOW-DRAWER
           PERFORM 8998-SHOW-FX-DEAL.

      * DEAL SETTLED AGAINST THE ACCOUNT KEYED - CREDITED WITH THE
      * HOME AMOUNT WHEN THE BANK BUYS (E), DEBITED WHEN IT SELLS
      * (X). A CREDIT TAKES THE SAME CHECKS AS A COUNTER DEPOSIT, A
      * DEBIT THE SAME AS A COUNTER WITHDRAWAL, INCLUDING HOLDS.
       8994-POST-FX-ACCOUNT.
           MOVE TMNACCI TO WS-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     UPDATE
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             MOVE "ACCOUNT NOT FOUND!" TO INFO
           ELSE
           IF WS-ACCT-STATUS = 'C'
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "ACCOUNT IS CLOSED!" TO INFO
           ELSE
           IF WS-ACCOUNT-TYPE = "L"
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "LOAN ACCOUNT - NO FX DEALS!" TO INFO
           ELSE
           IF WS-ACCOUNT-TYPE = "T"
               AND WS-MATURITY-DATE IS NUMERIC
               AND WS-MATURITY-DATE > WS-TODAY
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "TERM DEPOSIT - NOT BEFORE MATURITY!" TO INFO
           ELSE
           IF ACTION = "X" AND WS-ACCT-STATUS = 'D'
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "ACCOUNT DORMANT - CUSTOMER MUST REACTIVATE!"
                 TO INFO
           ELSE
           IF ACTION = "X" AND WS-FAILED-ATTEMPTS >= 3
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "ACCOUNT LOCKED - SUPERVISOR RESET NEEDED!"
                 TO INFO
           ELSE
             IF ACTION = "X"
               EVALUATE WS-ACCOUNT-TYPE
                 WHEN "S"
                   MOVE 100 TO WS-MIN-BALANCE
                 WHEN OTHER
                   COMPUTE WS-MIN-BALANCE =
                       0 - WS-OVERDRAFT-LIMIT
               END-EVALUATE
               PERFORM 8150-SUM-HOLDS
               COMPUTE WS-AVAILABLE = WS-BALANCE - WS-MIN-BALANCE
                   - WS-HELD-TOTAL
             END-IF
             IF ACTION = "X" AND WS-FX-HOME > WS-AVAILABLE
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "INSUFFICIENT FUNDS!" TO INFO
             ELSE
               PERFORM 8995-BOOK-FX-ACCOUNT
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       8995-BOOK-FX-ACCOUNT.
           IF ACTION = "E"
             MOVE "FB" TO WS-FX-ACTION
             ADD WS-FX-HOME TO WS-BALANCE
           ELSE
             MOVE "FS" TO WS-FX-ACTION
             SUBTRACT WS-FX-HOME FROM WS-BALANCE
           END-IF
           MOVE WS-TODAY TO WS-LAST-ACT-DATE
           EXEC CICS REWRITE DATASET(WS-FILE-NAME)
             FROM (WS-FILE-REC)
             LENGTH(WS-REC-LEN)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             MOVE WS-RESP-CODE TO INFO
           ELSE
             PERFORM 8300-GET-REF-NO
             MOVE WS-ACCNO TO JR-ACCNO
             MOVE WS-FX-ACTION TO JR-ACTION
             MOVE WS-REF-NO TO JR-REF-NO
             MOVE EIBTRMID TO JR-TERMID
             MOVE "O" TO JR-CHANNEL
             MOVE WS-OPERATOR-ID TO JR-OPERATOR
             MOVE WS-CUST-NO TO JR-OWNER-CUST
             MOVE WS-FX-HOME TO JR-AMOUNT
             IF ACTION = "E"
               COMPUTE JR-BEFORE-BAL = WS-BALANCE - WS-FX-HOME
             ELSE
               COMPUTE JR-BEFORE-BAL = WS-BALANCE + WS-FX-HOME
             END-IF
             MOVE WS-BALANCE TO JR-AFTER-BAL
             MOVE WS-FX-CCY TO JR-FX-CCY
             MOVE WS-FX-FCY-AMOUNT TO JR-FX-AMOUNT
             PERFORM 8500-WRITE-JOURNAL
             MOVE SPACES TO JR-ORIG-REF
             PERFORM 8996-WRITE-FX-DEAL
             MOVE SPACES TO INFO
             STRING "FX DEAL POSTED - REF=" WS-REF-NO
                 DELIMITED BY SIZE INTO INFO
             MOVE SPACES TO WS-TMN-LINES
             MOVE WS-BALANCE TO WS-BALANCE-ED
             STRING "ACCOUNT=" WS-ACCNO
                 " TYPE=" WS-ACCOUNT-TYPE
                 " BAL=" WS-BALANCE-ED
                 DELIMITED BY SIZE INTO WS-TMN-LIN1
             PERFORM 8998-SHOW-FX-DEAL
           END-IF.

      * RECORD THE DEAL JUST JOURNALED ON VSAM.ZFXDEAL, WITH THE
      * RATE APPLIED AND THE DAY'S MID RATE.
       8996-WRITE-FX-DEAL.
           PERFORM 8985-GET-BRANCH
           MOVE SPACES TO WS-FXD-REC
           MOVE JR-TS-DATE TO FXD-DATE
           MOVE JR-TS-TIME TO FXD-TIME
           MOVE WS-OPERATOR-ID TO FXD-TELLER-ID
           MOVE EIBTRMID TO FXD-TERMID
           MOVE WS-TERM-BRANCH TO FXD-BRANCH
           IF ACTION = "E"
             MOVE "B" TO FXD-TYPE
           ELSE
             MOVE "S" TO FXD-TYPE
           END-IF
           IF JR-ACCNO = ZEROS
             MOVE "C" TO FXD-SETTLE
           ELSE
             MOVE "A" TO FXD-SETTLE
           END-IF
           MOVE JR-ACCNO TO FXD-ACCNO
           MOVE WS-FX-CCY TO FXD-CCY
           MOVE WS-FX-FCY-AMOUNT TO FXD-FCY-AMOUNT
           MOVE WS-FX-RATE TO FXD-RATE
           MOVE FXR-MID-RATE TO FXD-MID-RATE
           MOVE WS-FX-HOME TO FXD-HOME-AMOUNT
           MOVE WS-FX-MARGIN TO FXD-MARGIN
           MOVE WS-REF-NO TO FXD-REF-NO
           MOVE WS-FX-ACTION TO FXD-ACTION
           MOVE 120 TO WS-FXD-REC-LEN
           EXEC CICS WRITE DATASET(WS-FXD-FILE-NAME)
             FROM (WS-FXD-REC)
             LENGTH(WS-FXD-REC-LEN)
             RESP(WS-FXD-RESP)
           END-EXEC.

       8998-SHOW-FX-DEAL.
           MOVE WS-FX-FCY-AMOUNT TO WS-FX-FCY-ED
           MOVE WS-FX-RATE TO WS-FX-RATE-ED
           MOVE WS-FX-HOME TO WS-FX-HOME-ED
           STRING WS-FX-CCY " " WS-FX-FCY-ED
               " @ " WS-FX-RATE-ED
               " = " WS-FX-HOME-ED
               DELIMITED BY SIZE INTO WS-TMN-LIN3.

      * TERMINAL TIMEOUT (TTI EXPIRY) RAISES AN ATNI ABEND ON THIS
      * CONVERSATIONAL TASK - RELEASE ANY LOCK AND END CLEANLY,
      * SAME AS ZBANK AND ZSUPV.
