       77 WS-AUDT-RESP PIC 9(8).
       01 WS-AUDT-REC.
         COPY AUDTREC.
      * DFHRESP(NOTFND) - RECORD NOT FOUND ON A KEYED READ.
       77 WS-NOTFND-RESP PIC 9(8) VALUE 13.
      * PER-ACCOUNT-TYPE MINIMUM BALANCE ENFORCED ON WITHDRAWALS AND
                                ==WS-BRANCH-CODE== BY
                                   ==WS-XFER-BRANCH-CODE==
                                ==WS-STMT-CYCLE== BY
                                   ==WS-XFER-STMT-CYCLE==
                                ==WS-DUAL-APPR-LIMIT== BY
                                   ==WS-XFER-DUAL-APPR-LIMIT==.
      * NAME-BASED ACCOUNT LOOKUP VIA THE VSAM.ZBANK.NAMEPATH
      * ALTERNATE-INDEX PATH (NONUNIQUEKEY - RETURNS THE FIRST MATCH).
       77 WS-NAME-FILE-NAME PIC X(8) VALUE 'ZBANKNM'.
       01 WS-CUST-REC.
         COPY CUSTREC.
       01 WS-REG-CUST-NO PIC 9(10).
      * VSAM.ZCUSTXRF (CXRFREC) - CUSTOMER NUMBERS RETIRED BY A ZSUPV
      * CUSTOMER MERGE. A RETIRED NUMBER KEYED AT REGISTRATION IS
      * TAKEN AS ITS SURVIVOR, NEVER CREATED AFRESH.
       77 WS-CXRF-FILE-NAME PIC X(8) VALUE 'VSAMCXRF'.
       77 WS-CXRF-REC-LEN PIC S9(4) COMP VALUE 240.
       77 WS-CXRF-RESP PIC 9(8).
       01 WS-CXRF-REC.
         COPY CXRFREC.
      * PROOF-OF-OWNERSHIP CHECK WHEN REGISTRATION LINKS A NEW
      * ACCOUNT TO AN EXISTING CUSTOMER NUMBER - SEE SCREEN-STATE=2.
       77 WS-REG-BR-KEY PIC 9(10) VALUE ZEROS.
                                ==WS-BRANCH-CODE== BY
                                   ==WS-BR-BRANCH-CODE==
                                ==WS-STMT-CYCLE== BY
                                   ==WS-BR-STMT-CYCLE==
                                ==WS-DUAL-APPR-LIMIT== BY
                                   ==WS-BR-DUAL-APPR-LIMIT==.
       77 WS-ACCSEL-KEY PIC 9(10) VALUE ZEROS.
       77 WS-ACCSEL-BR-RESP PIC 9(8).
       77 WS-ACCSEL-EOF PIC X VALUE 'N'.
         05 WS-STOR-NEXT-YYYY PIC 9(4).
         05 WS-STOR-NEXT-MM PIC 9(2).
         05 WS-STOR-NEXT-DD PIC 9(2).
      * BALANCE SWEEPS (SCREEN-STATE 14) - VSAM.ZSWEEP (SWEPREC),
      * KEYED CHECKING ACCNO+SEQ, BROWSED WITH THE SAME STARTBR/
      * READNEXT IDIOM AS THE STANDING-ORDER SCREEN. AT MOST ONE
      * ACTIVE OVERDRAFT COVER AND ONE ACTIVE EXCESS SWEEP PER
      * ACCOUNT, THE COVER TARGET NOT ABOVE THE SWEEP CEILING, SO
      * THE TWO CAN NEVER CHASE EACH OTHER. EXECUTED BY THE NIGHTLY
      * ZSWEEP BATCH PROGRAM, NOT FROM HERE.
       77 WS-SWEP-FILE-NAME PIC X(8) VALUE 'VSAMSWEP'.
       77 WS-SWEP-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-SWEP-RESP PIC 9(8).
       01 WS-SWEP-REC.
         COPY SWEPREC.
       01 WS-SWEP-BR-KEY.
         05 WS-SWEP-BR-ACCNO PIC 9(10).
         05 WS-SWEP-BR-SEQ PIC 9(2).
       77 WS-SWEP-EOF PIC X VALUE 'N'.
       01 WS-SWEP-COUNT PIC 9 VALUE ZEROS.
       01 WS-SWEP-MAX-SEQ PIC 9(2) VALUE ZEROS.
       01 WS-SWEP-TABLE.
         05 WS-SWEP-ENTRY OCCURS 5 TIMES INDEXED BY WS-SWEP-IX.
           10 WS-SWEP-SEQ PIC 9(2).
           10 WS-SWEP-TYPE PIC X(1).
           10 WS-SWEP-SAVACC PIC 9(10).
           10 WS-SWEP-LEVEL PIC 9(10)V99.
           10 WS-SWEP-LAST PIC X(8).
       01 WS-SWEP-LEVEL-ED PIC 9(10).99.
       01 WS-SWEP-CANCEL-SEQ PIC 9(2).
       01 WS-SWEP-HAVE-O-SW PIC X VALUE 'N'.
       01 WS-SWEP-HAVE-E-SW PIC X VALUE 'N'.
       01 WS-SWEP-O-LEVEL PIC 9(10)V99 VALUE ZEROS.
       01 WS-SWEP-E-LEVEL PIC 9(10)V99 VALUE ZEROS.
       01 WS-SWEP-NEW-LEVEL PIC 9(10)V99 VALUE ZEROS.
      * TWO-OWNER APPROVALS (SCREEN-STATE 15) - VSAM.ZAPPRV
      * (APPRREC), KEYED ACCNO+SEQ, BROWSED WITH THE SAME STARTBR/
      * READNEXT IDIOM AS THE STANDING-ORDER SCREEN. A TRANSFER OR
      * EXTERNAL PAYMENT ABOVE THE ACCOUNT'S WS-DUAL-APPR-LIMIT,
      * KEYED BY ONE OWNER OF AN ACCOUNT WITH MORE THAN ONE OWNER,
      * IS PARKED THERE INSTEAD OF POSTED; ANOTHER OWNER APPROVES
      * OR REJECTS IT. A ROW STAYS ON OFFER FOR THE APRPOL POLICY
      * DAYS FROM ITS REQUEST DATE (DEFAULT 5).
       77 WS-APPR-FILE-NAME PIC X(8) VALUE 'VSAMAPPR'.
       77 WS-APPR-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-APPR-RESP PIC 9(8).
       01 WS-APPR-REC.
         COPY APPRREC.
       01 WS-APPR-BR-KEY.
         05 WS-APPR-BR-ACCNO PIC 9(10).
         05 WS-APPR-BR-SEQ PIC 9(4).
       77 WS-APPR-EOF PIC X VALUE 'N'.
       01 WS-APPR-COUNT PIC 9 VALUE ZEROS.
       01 WS-APPR-OWN-COUNT PIC 9(4) VALUE ZEROS.
       01 WS-APPR-MAX-SEQ PIC 9(4) VALUE ZEROS.
       01 WS-APPR-TABLE.
         05 WS-APPR-ENTRY OCCURS 5 TIMES INDEXED BY WS-APPR-IX.
           10 WS-APPR-SEQ PIC 9(4).
           10 WS-APPR-TYPE PIC X(1).
           10 WS-APPR-TO PIC 9(10).
           10 WS-APPR-AMOUNT PIC 9(10)V99.
           10 WS-APPR-INIT PIC 9(10).
       01 WS-APPR-AMT-ED PIC 9(10).99.
       01 WS-APPR-PICK-SEQ PIC 9(4).
       01 WS-APPR-DAYS PIC 9(5) VALUE 5.
       01 WS-APPR-LIVE-SW PIC X VALUE 'N'.
       01 WS-APPR-NEEDED-SW PIC X VALUE 'N'.
       01 WS-APPR-POSTED-SW PIC X VALUE 'N'.
       01 WS-APPR-REQ-N PIC 9(8).
       01 WS-APPR-EXP-INT PIC 9(8).
       01 WS-APPR-EXP-N PIC 9(8).
       01 WS-APPR-EXP-X PIC X(8).
      * THE ITEM BEING TESTED AGAINST THE THRESHOLD OR PARKED.
       01 WS-APPR-NEW-TYPE PIC X(1).
       01 WS-APPR-NEW-TO PIC 9(10).
       01 WS-APPR-NEW-AMOUNT PIC 9(10)V99.
       01  ACCNO PIC 9(10).
       01  PIN PIC 9(4).
       01  EXIT-CONDITION PIC 9 VALUE 0.
       COPY PINWORK.
      * ACCOUNT-NUMBER CHECK DIGIT WORK AREA - SEE ACCTCHK.
       COPY ACCTCHKW.
      * WATCH-LIST SCREENING AT REGISTRATION - VSAM.ZWATCH (WLSTREC)
      * IS READ GENERIC ON THE MATCH-KEY TYPE + KEY (THE FIRST 41
      * BYTES); A HIT PARKS THE APPLICATION ON VSAM.ZSCRCASE
      * (SCRCREC) FOR COMPLIANCE INSTEAD OF OPENING THE ACCOUNT.
      * SEE 8790-SCREEN-WATCH-LIST AND THE NAMENRM MATCH KEYS.
       77 WS-WTCH-FILE-NAME PIC X(8) VALUE 'VSAMWTCH'.
       77 WS-WTCH-REC-LEN PIC S9(4) COMP VALUE 140.
       77 WS-WTCH-RESP PIC 9(8).
       01 WS-WTCH-REC.
         COPY WLSTREC.
       01 WS-WTCH-KEY PIC X(47).
       77 WS-SCRC-FILE-NAME PIC X(8) VALUE 'VSAMSCRC'.
       77 WS-SCRC-REC-LEN PIC S9(4) COMP VALUE 220.
       77 WS-SCRC-RESP PIC 9(8).
       01 WS-SCRC-REC.
         COPY SCRCREC.
      * 8790 INPUT: THE NAME AND ID TO SCREEN. OUTPUT: WS-SCR-HIT-SW
      * 'Y' (HIT - MATCH TYPE, ENTRY AND LIST NAME SET), 'N' (CLEAN)
      * OR 'E' (THE LIST COULD NOT BE READ - NOTHING MAY PROCEED
      * UNSCREENED).
       01 WS-SCR-NAME PIC X(20).
       01 WS-SCR-ID PIC X(15).
       01 WS-SCR-HIT-SW PIC X VALUE 'N'.
       01 WS-SCR-MATCH-TYPE PIC X(1).
       01 WS-SCR-ENTRY-NO PIC 9(6).
       01 WS-SCR-LIST-NAME PIC X(40).
       01 WS-SCR-KEY-TYPE PIC X(1).
       01 WS-SCR-KEY-VALUE PIC X(40).
       01 WS-SCR-REF-ED PIC Z(11)9.
      * WATCH-LIST MATCH-KEY WORK AREA - SEE NAMENRM.
       COPY NAMENRMW.
      * VSAM.ZACCLNK (ACCLNKREC) - JOINT-ACCOUNT OWNER LINKS. LOGIN
      * FALLS BACK TO THE LINK FILE WHEN THE PRIMARY OWNER'S CODE
      * DOES NOT MATCH, AND THE "O" ACCOUNT SELECT AND REGISTRATION
      * EVERY JOURNAL ENTRY AS JR-OWNER-CUST.
       01 WS-LOGIN-CUST PIC 9(10) VALUE ZEROS.
       01 WS-LOGIN-OK-SW PIC X VALUE 'N'.
       01 WS-LOGIN-DEAD-SW PIC X VALUE 'N'.
      * VSAM.JRNLHIST (JHISTREC) - ACCOUNT-KEYED HISTORY KEPT IN
      * STEP WITH EVERY JOURNAL WRITE BY 8900-WRITE-HISTORY. THE
      * MINI-STATEMENT AND DAILY-LIMIT BROWSES READ IT BY KEY, SO
         05 WS-PAYP-BR-SEQ PIC 9(2).
       77 WS-PAYP-EOF PIC X VALUE 'N'.
       01 WS-PAYP-MAX-SEQ PIC 9(2) VALUE ZEROS.
      * THE TWO MOST RECENT PAYMENTS THE BENEFICIARY BANK SENT BACK
      * (STATUS T), NEWEST FIRST, FOR THE EXTERNAL-PAYMENT SCREEN.
       01 WS-PAYR-COUNT PIC 9 VALUE ZEROS.
       01 WS-PAYR-TABLE.
         05 WS-PAYR-ENTRY OCCURS 2 TIMES.
           10 WS-PAYR-BENE PIC 9(10).
           10 WS-PAYR-AMT PIC 9(10)V99.
           10 WS-PAYR-REASON PIC X(2).
       01 WS-PAYR-AMT-ED PIC Z(7)9.99.
       COPY RTNRSNW.
      * VSAM.ZPOLICY (POLREC) - THE PINPOL ROW CARRIES THE MAX PIN
      * AGE IN DAYS. READ ONCE PER TASK BY 8050-LOAD-PIN-POLICY; A
      * MISSING ROW LEAVES THE BUILT-IN 365-DAY DEFAULT.
         COPY POLREC.
       01 WS-POL-KEY PIC X(8) VALUE 'PINPOL'.
       01 WS-PIN-MAX-DAYS PIC 9(5) VALUE 365.
      * INACTIVITY TIMEOUT IN SECONDS - THE SESSPOL ROW, DEFAULT 300.
       01 WS-SESS-TIMEOUT-SECS PIC 9(5) VALUE 300.
       01 WS-IDLE-MS PIC S9(15) COMP-3.
       01 WS-TIMED-OUT-SW PIC X VALUE 'N'.
      * VSAM.ZPINHIS (PINHREC) - THE LAST THREE PRIOR ENCODED PIN
      * CODES PER OWNER, FOR THE REUSE REFUSAL ON THE PIN-CHANGE
      * SCREEN. ONLY ENCODED CODES ARE EVER STORED.
       77 WS-MAUD-RESP PIC 9(8).
       01 WS-MAUD-REC.
         COPY MAUDREC.
      * CHEQUE STOP PAYMENTS (SCREEN-STATE 11) - VSAM.ZCHQSTP
      * (CHQSREC), KEYED ACCNO+SERIAL. THE SERIAL MUST FALL IN A BOOK
      * ISSUED ON THE ACCOUNT (VSAM.ZCHQBK, CHQBREC) AND MUST NOT BE
      * ON THE PAID REGISTER (VSAM.ZCHQPD, CHQPREC) ALREADY. THE
      * NIGHTLY ZCHQPST BATCH RETURNS A STOPPED CHEQUE UNPAID.
       77 WS-CHQB-FILE-NAME PIC X(8) VALUE 'VSAMCHQB'.
       77 WS-CHQB-REC-LEN PIC S9(4) COMP VALUE 60.
       77 WS-CHQB-RESP PIC 9(8).
       01 WS-CHQB-REC.
         COPY CHQBREC.
       01 WS-CHQB-BR-KEY.
         05 WS-CHQB-BR-ACCNO PIC 9(10).
         05 WS-CHQB-BR-SERIAL PIC 9(8).
       77 WS-CHQB-EOF PIC X VALUE 'N'.
       77 WS-CHQS-FILE-NAME PIC X(8) VALUE 'VSAMCHQS'.
       77 WS-CHQS-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-CHQS-RESP PIC 9(8).
       01 WS-CHQS-REC.
         COPY CHQSREC.
       01 WS-CHQS-BR-KEY.
         05 WS-CHQS-BR-ACCNO PIC 9(10).
         05 WS-CHQS-BR-SERIAL PIC 9(8).
       77 WS-CHQS-EOF PIC X VALUE 'N'.
       77 WS-CHQP-FILE-NAME PIC X(8) VALUE 'VSAMCHQP'.
       77 WS-CHQP-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-CHQP-RESP PIC 9(8).
       01 WS-CHQP-REC.
         COPY CHQPREC.
       01 WS-CHQ-SERIAL PIC 9(8).
       01 WS-CHQ-HIT-SW PIC X VALUE 'N'.
       01 WS-CHQL-COUNT PIC 9 VALUE ZEROS.
       01 WS-CHQL-TABLE.
         05 WS-CHQL-ENTRY OCCURS 5 TIMES INDEXED BY WS-CHQL-IX.
           10 WS-CHQL-SERIAL PIC 9(8).
           10 WS-CHQL-AMT PIC 9(10)V99.
           10 WS-CHQL-DATE PIC X(8).
           10 WS-CHQL-REASON PIC X(20).
       01 WS-CHQL-AMT-ED PIC 9(10).99.
      * DIRECT-DEBIT MANDATES (SCREEN-STATE 12) - VSAM.ZMANDT
      * (MNDTREC), LISTED FIVE AT A TIME FOR THE ACCOUNT. THE CUSTOMER
      * MAY CANCEL ONE; ZCLRPST THEN RETURNS THAT ORIGINATOR'S
      * DEBITS. SET UP BY STAFF FROM ZSUPV.
       77 WS-MAND-FILE-NAME PIC X(8) VALUE 'VSAMMAND'.
       77 WS-MAND-REC-LEN PIC S9(4) COMP VALUE 100.
       77 WS-MAND-RESP PIC 9(8).
       01 WS-MAND-REC.
         COPY MNDTREC.
       01 WS-MAND-BR-KEY.
         05 WS-MAND-BR-ACCNO PIC 9(10).
         05 WS-MAND-BR-ORIG PIC X(8).
       77 WS-MAND-EOF PIC X VALUE 'N'.
       01 WS-MNDL-SKIP PIC 9(4) VALUE ZEROS.
       01 WS-MNDL-SEEN PIC 9(4) VALUE ZEROS.
       01 WS-MNDL-MORE-SW PIC X VALUE 'N'.
       01 WS-MNDL-COUNT PIC 9 VALUE ZEROS.
       01 WS-MNDL-TABLE.
         05 WS-MNDL-ENTRY OCCURS 5 TIMES INDEXED BY WS-MNDL-IX.
           10 WS-MNDL-ORIG PIC X(8).
           10 WS-MNDL-REF PIC X(20).
           10 WS-MNDL-MAX PIC 9(10)V99.
           10 WS-MNDL-STATUS PIC X(1).
       01 WS-MNDL-LINE PIC X(60).
       01 WS-MNDL-MAX-ED PIC Z(7)9.99.
       01 WS-MNDL-MAX-X PIC X(11).
       01 WS-MNDL-STAT-X PIC X(9).
      * ACCOUNT ALERT SUBSCRIPTIONS (SCREEN-STATE 13) - VSAM.ZALERT
      * (ALRTREC), ONE ROW PER ACCOUNT. THE NIGHTLY ZALERT BATCH
      * MATCHES THE DAY'S JOURNAL AND MNTZBNK AGAINST THE ROW AND
      * WRITES THE SMS/EMAIL MESSAGES FOR THE MESSAGING GATEWAY.
       77 WS-ALRT-FILE-NAME PIC X(8) VALUE 'VSAMALRT'.
       77 WS-ALRT-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-ALRT-RESP PIC 9(8).
       01 WS-ALRT-REC.
         COPY ALRTREC.
       01 WS-ALRT-FOUND-SW PIC X VALUE 'N'.
       01 WS-ALRT-OLD-LOW-SW PIC X VALUE 'N'.
       01 WS-ALRT-OLD-LOW PIC 9(10)V99 VALUE ZEROS.
       01 WS-ALRT-SUMMARY PIC X(30).
      * AN AMOUNT SHOWN BACK IN ITS D.CC INPUT FIELD.
       01 WS-ALRT-AMT-IN PIC 9(8)V99.
       01 WS-ALRT-AMT-X REDEFINES WS-ALRT-AMT-IN PIC X(10).
      * THE CUSTOMER RECORD AS IT STOOD BEFORE THE SAVE.
       01 WS-OLD-CUST-DET.
         05 WS-OLD-ADDR1 PIC X(30).
         05 WS-OLD-DOB PIC X(8).
         05 WS-OLD-IDNO PIC X(15).
         05 WS-OLD-DELIV PIC X(1).
      * 'Y' - 3000-SHOW-SCREEN SENDS THE SCREEN IT BUILDS; 'N' - IT
      * ONLY REBUILDS THE WORKING DATA BEHIND IT BEFORE A RECEIVE.
       01 WS-SEND-MAP-SW PIC X VALUE 'Y'.
      * THE SESSION CARRIED FROM ONE TASK TO THE NEXT ON THE RETURN
      * TRANSID - SCREEN STATE AND MESSAGE, THE SIGNED-ON ACCOUNT AND
      * OWNER, ANY PENDING SELECTION, AND THE ABSTIME THE SCREEN WENT
      * OUT (FOR THE INACTIVITY TIMEOUT). SEE 1000/1900.
       77 WS-CA-LEN PIC S9(4) COMP VALUE 300.
       01 WS-COMMAREA.
         05 WS-CA-SCREEN-STATE PIC 9(2).
         05 WS-CA-INFO PIC X(50).
         05 WS-CA-SENT-ABSTIME PIC S9(15) COMP-3.
         05 WS-CA-FILE-REC PIC X(150).
         05 WS-CA-BALANCE PIC S9(10)V99.
         05 WS-CA-LOGIN-CUST PIC 9(10).
         05 WS-CA-LOGIN-LINK-SW PIC X.
         05 WS-CA-LOGIN-PIN-DATE PIC X(8).
         05 WS-CA-PIN-EXPIRED-SW PIC X.
         05 WS-CA-PAYEE-SEL-ACCNO PIC 9(10).
         05 WS-CA-MNDL-SKIP PIC 9(4).
         05 WS-CA-FILLER PIC X(44).
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(300).
       PROCEDURE DIVISION.
      * PSEUDO-CONVERSATIONAL - EACH TASK TAKES ONE SCREEN OF INPUT,
      * ACTS ON IT, SENDS THE NEXT SCREEN AND ENDS WITH A RETURN
      * TRANSID CARRYING THE SESSION IN WS-COMMAREA, SO NO TASK, NO
      * STORAGE AND NO RECORD LOCK IS HELD WHILE THE CUSTOMER READS
      * OR TYPES. THE FIRST TASK ON A TERMINAL (NO COMMAREA) JUST
      * SENDS THE LOGIN SCREEN.
      * WORKING STORAGE IS NOT GUARANTEED TO START CLEAN - KEEP THE
      * JOURNAL RECORD'S EXPANSION FILLER AS SPACES ON EVERY WRITE.
           MOVE SPACES TO WS-JRNL-REC
           MOVE SPACES TO WS-MAUD-REC
           PERFORM 8050-LOAD-PIN-POLICY
           PERFORM 8055-LOAD-PAY-POLICY
           PERFORM 8057-LOAD-SESS-POLICY
           PERFORM 8058-LOAD-APPR-POLICY
           IF EIBCALEN = WS-CA-LEN
             PERFORM 1000-RESTORE-SESSION
             IF WS-TIMED-OUT-SW = 'Y'
               MOVE 0 TO SCREEN-STATE
               MOVE "SESSION TIMED OUT - PLEASE LOG IN AGAIN!" TO INFO
             ELSE
               PERFORM 2000-RECEIVE-SCREEN
             END-IF
           END-IF
           IF EXIT-CONDITION = 1
             EXEC CICS SEND MAP('ZLOGIN') MAPSET('ZBNKSET') DATAONLY
               ERASE
             END-EXEC
             EXEC CICS RETURN END-EXEC
           END-IF
           MOVE 'Y' TO WS-SEND-MAP-SW
           PERFORM 3000-SHOW-SCREEN
           PERFORM 1900-SAVE-SESSION
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-COMMAREA)
                     LENGTH(WS-CA-LEN)
           END-EXEC.

      * PICK UP THE SESSION SAVED BY THE PREVIOUS TASK. THE IDLE TIME
      * IS MEASURED FROM THE MOMENT THAT TASK SENT ITS SCREEN; PAST
      * THE SESSPOL LIMIT THE INPUT IS IGNORED AND THE CUSTOMER IS
      * SENT BACK TO THE LOGIN SCREEN.
       1000-RESTORE-SESSION.
           MOVE DFHCOMMAREA TO WS-COMMAREA
           MOVE WS-CA-SCREEN-STATE TO SCREEN-STATE
           MOVE WS-CA-INFO TO INFO
           MOVE WS-CA-FILE-REC TO WS-FILE-REC
           MOVE WS-CA-BALANCE TO BALANCE
           MOVE WS-CA-LOGIN-CUST TO WS-LOGIN-CUST
           MOVE WS-CA-LOGIN-LINK-SW TO WS-LOGIN-LINK-SW
           MOVE WS-CA-LOGIN-PIN-DATE TO WS-LOGIN-PIN-DATE
           MOVE WS-CA-PIN-EXPIRED-SW TO WS-PIN-EXPIRED-SW
           MOVE WS-CA-PAYEE-SEL-ACCNO TO WS-PAYEE-SEL-ACCNO
           MOVE WS-CA-MNDL-SKIP TO WS-MNDL-SKIP
           MOVE 'N' TO WS-TIMED-OUT-SW
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           COMPUTE WS-IDLE-MS = WS-ABSTIME - WS-CA-SENT-ABSTIME
           IF WS-IDLE-MS > WS-SESS-TIMEOUT-SECS * 1000
             MOVE 'Y' TO WS-TIMED-OUT-SW
           END-IF.

      * SAVE THE SESSION FOR THE NEXT TASK, STAMPED WITH THE TIME THE
      * SCREEN WENT OUT. A TERMINAL BACK ON THE LOGIN, REGISTRATION
      * OR NAME-SEARCH SCREEN HAS NOBODY SIGNED ON, SO IT CARRIES NO
      * ACCOUNT, OWNER OR PENDING SELECTION INTO THE NEXT LOGIN.
       1900-SAVE-SESSION.
           MOVE SCREEN-STATE TO WS-CA-SCREEN-STATE
           MOVE INFO TO WS-CA-INFO
           IF SCREEN-STATE = 0 OR SCREEN-STATE = 2 OR SCREEN-STATE = 4
             MOVE SPACES TO WS-CA-FILE-REC
             MOVE ZEROS TO WS-CA-BALANCE
             MOVE ZEROS TO WS-CA-LOGIN-CUST
             MOVE 'N' TO WS-CA-LOGIN-LINK-SW
             MOVE SPACES TO WS-CA-LOGIN-PIN-DATE
             MOVE 'N' TO WS-CA-PIN-EXPIRED-SW
             MOVE ZEROS TO WS-CA-PAYEE-SEL-ACCNO
             MOVE ZEROS TO WS-CA-MNDL-SKIP
           ELSE
             MOVE WS-FILE-REC TO WS-CA-FILE-REC
             MOVE BALANCE TO WS-CA-BALANCE
             MOVE WS-LOGIN-CUST TO WS-CA-LOGIN-CUST
             MOVE WS-LOGIN-LINK-SW TO WS-CA-LOGIN-LINK-SW
             MOVE WS-LOGIN-PIN-DATE TO WS-CA-LOGIN-PIN-DATE
             MOVE WS-PIN-EXPIRED-SW TO WS-CA-PIN-EXPIRED-SW
             MOVE WS-PAYEE-SEL-ACCNO TO WS-CA-PAYEE-SEL-ACCNO
             MOVE WS-MNDL-SKIP TO WS-CA-MNDL-SKIP
           END-IF
           MOVE SPACES TO WS-CA-FILLER
           EXEC CICS ASKTIME ABSTIME(WS-CA-SENT-ABSTIME)
           END-EXEC.

      * RE-BUILD THE SCREEN THE CUSTOMER IS ANSWERING WITHOUT SENDING
      * IT - SO ITS LISTS, NEXT FREE SEQUENCE NUMBERS AND CUSTOMER
      * ROW ARE AS THEY WERE WHEN IT WENT OUT - THEN RECEIVE IT AND
      * ACT ON THE INPUT.
       2000-RECEIVE-SCREEN.
           MOVE 'N' TO WS-SEND-MAP-SW
           PERFORM 3000-SHOW-SCREEN
           EVALUATE SCREEN-STATE
             WHEN 0
               PERFORM 2100-RECEIVE-LOGIN
             WHEN 1
               PERFORM 2110-RECEIVE-HOME
             WHEN 2
               PERFORM 2120-RECEIVE-REGISTER
             WHEN 3
               PERFORM 2130-RECEIVE-MINI-STMT
             WHEN 4
               PERFORM 2140-RECEIVE-NAME-FIND
             WHEN 5
               PERFORM 2150-RECEIVE-PIN-CHANGE
             WHEN 6
               PERFORM 2160-RECEIVE-ACCT-SELECT
             WHEN 7
               PERFORM 2170-RECEIVE-STAND-ORDERS
             WHEN 8
               PERFORM 2180-RECEIVE-CUST-DETAILS
             WHEN 9
               PERFORM 2190-RECEIVE-EXT-PAYMENT
             WHEN 10
               PERFORM 2200-RECEIVE-PAYEES
             WHEN 11
               PERFORM 2210-RECEIVE-CHQ-STOPS
             WHEN 12
               PERFORM 2220-RECEIVE-MANDATES
             WHEN 13
               PERFORM 2230-RECEIVE-ALERTS
             WHEN 14
               PERFORM 2240-RECEIVE-SWEEPS
             WHEN 15
               PERFORM 2250-RECEIVE-APPROVALS
           END-EVALUATE.

      * LOGIN - RECEIVE AND ACT ON INPUT.
       2100-RECEIVE-LOGIN.
           EXEC CICS RECEIVE MAP('ZLOGIN') MAPSET('ZBNKSET')
             INTO(ZLOGINI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "PLEASE LOG IN!" TO INFO
           ELSE
             MOVE LOGACCI TO ACCNO
             MOVE LOGPINI TO PIN
             MOVE 150 TO WS-REC-LEN
             MOVE LOGACCI TO WS-ACCNO
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             EXEC CICS READ DATASET(WS-FILE-NAME)
                       INTO (WS-FILE-REC)
                       RIDFLD(WS-ACCNO)
                       LENGTH(WS-REC-LEN)
                       UPDATE
                       RESP(WS-RESP-CODE)
             END-EXEC
             IF  WS-RESP-CODE NOT = ZEROS
      * A FAILED READ ON A NUMBER THAT ALSO FAILS THE CHECK DIGIT
      * IS ALMOST CERTAINLY A MISKEY - SAY SO. A NUMBER THAT READS
      * IS NEVER BLOCKED ON THE CHECK: LIVE ACCOUNTS FROM BEFORE
      * THE SCHEME MAY FAIL IT (SEE ACCTCHK).
               MOVE WS-ACCNO TO WS-ACHK-ACCNO
               PERFORM 8650-CHECK-ACCNO
               IF WS-ACHK-OK-SW = 'N'
                 MOVE "ACCOUNT FAILS CHECK DIGIT - RE-KEY!" TO INFO
               ELSE
                 MOVE WS-RESP-CODE TO INFO
               END-IF
             ELSE
               IF WS-ACCT-STATUS = 'C'
                 EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                 END-EXEC
                 MOVE "ACCOUNT IS CLOSED!" TO INFO
               ELSE
               IF WS-FAILED-ATTEMPTS >= 3
                 MOVE "ACCOUNT LOCKED - SEE THE BRANCH!" TO INFO
                 MOVE "LL" TO AU-EVENT
                 MOVE "ACCOUNT LOCKED" TO AU-REASON
                 PERFORM 8400-WRITE-AUDIT
               ELSE
                 MOVE WS-ACCNO TO WS-PINC-ACCNO
                 MOVE PIN TO WS-PINC-PIN
                 PERFORM 8700-ENCODE-PIN
                 MOVE 'N' TO WS-LOGIN-OK-SW
                 IF WS-PINC-CODE = WS-PIN-CODE
                   MOVE 'Y' TO WS-LOGIN-OK-SW
                   MOVE WS-CUST-NO TO WS-LOGIN-CUST
                   MOVE 'N' TO WS-LOGIN-LINK-SW
                   MOVE WS-PIN-SET-DATE TO WS-LOGIN-PIN-DATE
                 ELSE
                   PERFORM 8800-CHECK-JOINT-LOGIN
                 END-IF
      * A RIGHT PIN FOR A CUSTOMER RECORDED AS DECEASED IS NEITHER A
      * LOGIN NOR A FAILED ATTEMPT - REFUSE IT AND AUDIT IT.
                 MOVE 'N' TO WS-LOGIN-DEAD-SW
                 IF WS-LOGIN-OK-SW = 'Y'
                   PERFORM 8805-CHECK-DECEASED
                 END-IF
                 IF WS-LOGIN-DEAD-SW = 'Y'
                   EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                   END-EXEC
                   MOVE "ACCESS WITHDRAWN - SEE THE BRANCH!" TO INFO
                   MOVE "LD" TO AU-EVENT
                   MOVE "CUSTOMER DECEASED" TO AU-REASON
                   PERFORM 8400-WRITE-AUDIT
                 ELSE
                 IF WS-LOGIN-OK-SW = 'Y'
                   MOVE ZEROS TO WS-FAILED-ATTEMPTS
      * A RECORD FROM BEFORE THE PIN-SET DATE EXISTED IS PRIMED
      * WITH THE LOGIN DATE SO THE AGEING CLOCK STARTS NOW - SAME
      * PRIMING IDEA ZDORM USES FOR THE LAST-ACTIVITY DATE.
                   IF WS-LOGIN-LINK-SW = 'N'
                       AND WS-PIN-SET-DATE NOT NUMERIC
                     PERFORM 8250-GET-TODAY
                     MOVE WS-TODAY TO WS-PIN-SET-DATE
                     MOVE WS-TODAY TO WS-LOGIN-PIN-DATE
                   END-IF
                   EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                     FROM (WS-FILE-REC)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-LOGIN-LINK-SW = 'Y'
                       AND WS-LOGIN-PIN-DATE NOT NUMERIC
                     PERFORM 8810-PRIME-LINK-DATE
                   END-IF
                   PERFORM 8060-CHECK-PIN-AGE
                   IF WS-PIN-EXPIRED-SW = 'Y'
                     MOVE 5 TO SCREEN-STATE
                     MOVE "PIN EXPIRED - PLEASE CHANGE IT NOW!"
                         TO INFO
                   ELSE
      * AN OWNER WITH ANOTHER OWNER'S ITEMS AWAITING APPROVAL SEES
      * THEM BEFORE ANYTHING ELSE.
                     PERFORM 8840-SCAN-APPROVALS
                     IF WS-APPR-COUNT > ZEROS
                       MOVE 15 TO SCREEN-STATE
                       MOVE "ITEMS AWAIT YOUR APPROVAL - A OR R"
                           TO INFO
                     ELSE
                       MOVE 1 TO SCREEN-STATE
                       MOVE "WELCOME!" TO INFO
                     END-IF
                   END-IF
                   MOVE WS-BALANCE TO BALANCE
                 ELSE
                   ADD 1 TO WS-FAILED-ATTEMPTS
                   EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                     FROM (WS-FILE-REC)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
                   END-EXEC
                   MOVE "LF" TO AU-EVENT
                   MOVE "WRONG PIN" TO AU-REASON
                   PERFORM 8400-WRITE-AUDIT
                   IF WS-FAILED-ATTEMPTS >= 3
                     MOVE "WRONG PIN - ACCOUNT NOW LOCKED!" TO INFO
                   ELSE
                     MOVE "WRONG PIN OR ACCOUNT!" TO INFO
                   END-IF
                 END-IF
                 END-IF
               END-IF
               END-IF
             END-IF
             MOVE LOGACTI TO ACTION
             IF ACTION = "Q"
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE 1 TO EXIT-CONDITION
             END-IF
             IF ACTION = "R"
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE 2 TO SCREEN-STATE
               MOVE "PLEASE REGISTER!" TO INFO
             END-IF
             IF ACTION = "F"
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE 4 TO SCREEN-STATE
               MOVE "ENTER A NAME TO SEARCH FOR AN ACCOUNT" TO INFO
             END-IF
           END-IF.

      * HOME (ACCOUNT ACTIONS) - RECEIVE AND ACT ON INPUT.
       2110-RECEIVE-HOME.
           EXEC CICS RECEIVE MAP('ZHOME') MAPSET('ZBNKSET')
             INTO(ZHOMEI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE "TRANSACTION CANCELLED!" TO INFO
           ELSE
           MOVE HOMACTI TO ACTION
           MOVE AMOUNTI TO AMOUNT
           IF ACTION = "Q"
             MOVE 0 TO SCREEN-STATE
             MOVE "PLEASE LOG IN!" TO INFO
           END-IF
           IF ACTION = "D"
             MOVE 150 TO WS-REC-LEN
             EXEC CICS READ DATASET(WS-FILE-NAME)
                       INTO (WS-FILE-REC)
                       RIDFLD(WS-ACCNO)
                       LENGTH(WS-REC-LEN)
                       UPDATE
                       RESP(WS-RESP-CODE)
             END-EXEC
             IF WS-RESP-CODE NOT = ZEROS
               MOVE WS-RESP-CODE TO INFO
             ELSE
             IF WS-ACCT-STATUS = 'C'
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "ACCOUNT IS CLOSED!" TO INFO
             ELSE
      * A LOAN IS REPAID BY ZLOANC FROM ITS REPAYMENT ACCOUNT - A
      * CREDIT HERE WOULD CUT THE DEBT WITHOUT AN LP LEG.
             IF WS-ACCOUNT-TYPE = "L"
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "LOAN ACCOUNT - NO DEPOSITS!" TO INFO
             ELSE
             PERFORM 8250-GET-TODAY
      * A FIXED TERM TAKES NO TOP-UPS - ONCE ZTDMAT HAS PAID THE
      * MATURITY OUT (MATURITY DATE CLEARED) THE ACCOUNT BEHAVES
      * LIKE AN ORDINARY ACCOUNT AGAIN.
             IF WS-ACCOUNT-TYPE = "T"
                 AND WS-MATURITY-DATE IS NUMERIC
                 AND WS-MATURITY-DATE > WS-TODAY
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "TERM DEPOSIT - NO DEPOSITS BEFORE MATURITY!"
                   TO INFO
             ELSE
             ADD AMOUNT TO WS-BALANCE
             MOVE WS-TODAY TO WS-LAST-ACT-DATE
             EXEC CICS REWRITE DATASET(WS-FILE-NAME)
               FROM (WS-FILE-REC)
               LENGTH(WS-REC-LEN)
               RESP(WS-RESP-CODE)
             END-EXEC
             MOVE WS-RESP-CODE TO INFO
             IF  WS-RESP-CODE = ZEROS
               PERFORM 8300-GET-REF-NO
               MOVE SPACES TO INFO
               STRING "MONEY DEPOSITED - REF=" WS-REF-NO
                   DELIMITED BY SIZE INTO INFO
               MOVE WS-ACCNO TO JR-ACCNO
               MOVE "DP" TO JR-ACTION
               MOVE WS-REF-NO TO JR-REF-NO
               MOVE EIBTRMID TO JR-TERMID
               MOVE "O" TO JR-CHANNEL
               MOVE SPACES TO JR-OPERATOR
               MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
               MOVE AMOUNT TO JR-AMOUNT
               COMPUTE JR-BEFORE-BAL = WS-BALANCE - AMOUNT
               MOVE WS-BALANCE TO JR-AFTER-BAL
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(JR-TS-DATE)
                 TIME(JR-TS-TIME)
               END-EXEC
               EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                 FROM (WS-JRNL-REC)
                 LENGTH(WS-JRNL-REC-LEN)
                 RESP(WS-JRNL-RESP)
               END-EXEC
               PERFORM 8900-WRITE-HISTORY
               ADD AMOUNT TO BALANCE
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           IF ACTION = "W"
             IF WS-ACCT-STATUS = 'C'
               MOVE "ACCOUNT IS CLOSED!" TO INFO
             ELSE
             IF WS-ACCT-STATUS = 'D'
               MOVE "ACCOUNT DORMANT - USE A TO REACTIVATE!"
                   TO INFO
             ELSE
             PERFORM 8250-GET-TODAY
      * A TERM DEPOSIT IS LOCKED UNTIL MATURITY - ONLY THE ZSUPV
      * EARLY-WITHDRAWAL FUNCTION (WITH ITS JOURNALED PENALTY) CAN
      * BREAK THE TERM.
             IF WS-ACCOUNT-TYPE = "T"
                 AND WS-MATURITY-DATE IS NUMERIC
                 AND WS-MATURITY-DATE > WS-TODAY
               MOVE "TERM NOT MATURED - SEE THE BRANCH!" TO INFO
             ELSE
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
             PERFORM 8200-SUM-DAY-OUTFLOW
             IF AMOUNT > WS-AVAILABLE
               MOVE "INSUFFICIENT FUNDS!" TO INFO
               MOVE "IF" TO AU-EVENT
               MOVE "INSUFFICIENT FUNDS W" TO AU-REASON
               PERFORM 8400-WRITE-AUDIT
             ELSE
             IF WS-DAY-TOTAL + AMOUNT > WS-EFF-DAILY-LIMIT
               MOVE "DAILY WITHDRAWAL LIMIT EXCEEDED!" TO INFO
               MOVE "DL" TO AU-EVENT
               MOVE "DAILY LIMIT W" TO AU-REASON
               PERFORM 8400-WRITE-AUDIT
             ELSE
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READ DATASET(WS-FILE-NAME)
                         INTO (WS-FILE-REC)
                         RIDFLD(WS-ACCNO)
                         LENGTH(WS-REC-LEN)
                         UPDATE
                         RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = ZEROS
                 MOVE WS-RESP-CODE TO INFO
               ELSE
               SUBTRACT AMOUNT FROM WS-BALANCE
               MOVE WS-TODAY TO WS-LAST-ACT-DATE
               EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                 FROM (WS-FILE-REC)
                 LENGTH(WS-REC-LEN)
                 RESP(WS-RESP-CODE)
               END-EXEC
               MOVE WS-RESP-CODE TO INFO
               IF WS-RESP-CODE = ZEROS
                 PERFORM 8300-GET-REF-NO
                 MOVE SPACES TO INFO
                 STRING "MONEY WITHDRAWN - REF=" WS-REF-NO
                     DELIMITED BY SIZE INTO INFO
                 MOVE WS-ACCNO TO JR-ACCNO
                 MOVE "WD" TO JR-ACTION
                 MOVE WS-REF-NO TO JR-REF-NO
                 MOVE EIBTRMID TO JR-TERMID
                 MOVE "O" TO JR-CHANNEL
                 MOVE SPACES TO JR-OPERATOR
                 MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                 MOVE AMOUNT TO JR-AMOUNT
                 COMPUTE JR-BEFORE-BAL = WS-BALANCE + AMOUNT
                 MOVE WS-BALANCE TO JR-AFTER-BAL
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(JR-TS-DATE)
                   TIME(JR-TS-TIME)
                 END-EXEC
                 EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                   FROM (WS-JRNL-REC)
                   LENGTH(WS-JRNL-REC-LEN)
                   RESP(WS-JRNL-RESP)
                 END-EXEC
                 PERFORM 8900-WRITE-HISTORY
                 SUBTRACT AMOUNT FROM BALANCE
               END-IF
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           IF ACTION = "T"
             IF WS-ACCT-STATUS = 'C'
               MOVE "ACCOUNT IS CLOSED!" TO INFO
             ELSE
             IF WS-ACCT-STATUS = 'D'
               MOVE "ACCOUNT DORMANT - USE A TO REACTIVATE!"
                   TO INFO
             ELSE
             PERFORM 8250-GET-TODAY
      * A TERM DEPOSIT IS LOCKED UNTIL MATURITY - ONLY THE ZSUPV
      * EARLY-WITHDRAWAL FUNCTION (WITH ITS JOURNALED PENALTY) CAN
      * BREAK THE TERM.
             IF WS-ACCOUNT-TYPE = "T"
                 AND WS-MATURITY-DATE IS NUMERIC
                 AND WS-MATURITY-DATE > WS-TODAY
               MOVE "TERM NOT MATURED - SEE THE BRANCH!" TO INFO
             ELSE
             MOVE TOACCTI TO WS-XFER-ACCNO
      * A TO-ACCT LEFT AT ZEROS PICKS UP THE PAYEE SELECTED ON THE
      * PAYEES SCREEN - CONSUMED ONCE SO A STALE SELECTION CANNOT
      * SURPRISE A LATER TRANSFER.
             IF WS-XFER-ACCNO = ZEROS
                 AND WS-PAYEE-SEL-ACCNO NOT = ZEROS
               MOVE WS-PAYEE-SEL-ACCNO TO WS-XFER-ACCNO
             END-IF
             MOVE ZEROS TO WS-PAYEE-SEL-ACCNO
             MOVE WS-XFER-ACCNO TO WS-ACHK-ACCNO
             PERFORM 8650-CHECK-ACCNO
             IF WS-ACHK-OK-SW = 'N'
               MOVE "DESTINATION FAILS THE CHECK DIGIT!" TO INFO
             ELSE
             IF WS-XFER-ACCNO = WS-ACCNO
               MOVE "CANNOT TRANSFER TO YOUR OWN ACCOUNT!" TO INFO
             ELSE
             MOVE 150 TO WS-REC-LEN
             EXEC CICS READ DATASET(WS-FILE-NAME)
                       INTO (WS-XFER-REC)
                       RIDFLD(WS-XFER-ACCNO)
                       LENGTH(WS-REC-LEN)
                       UPDATE
                       RESP(WS-RESP-CODE)
             END-EXEC
             IF WS-RESP-CODE NOT = ZEROS
               MOVE "DESTINATION ACCOUNT NOT FOUND!" TO INFO
             ELSE
             IF WS-XFER-ACCT-STATUS = 'C'
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "DESTINATION ACCOUNT IS CLOSED!" TO INFO
             ELSE
      * NOR DOES A LOAN - SEE THE DEPOSIT CHECK.
             IF WS-XFER-ACCOUNT-TYPE = "L"
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "DESTINATION IS A LOAN ACCOUNT!" TO INFO
             ELSE
      * A FIXED TERM TAKES NO TOP-UPS - SEE THE DEPOSIT CHECK.
             IF WS-XFER-ACCOUNT-TYPE = "T"
                 AND WS-XFER-MATURITY-DATE IS NUMERIC
                 AND WS-XFER-MATURITY-DATE > WS-TODAY
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE "DESTINATION IS AN UNMATURED TERM DEPOSIT!"
                   TO INFO
             ELSE
      * ABOVE THE TWO-OWNER LIMIT THE TRANSFER WAITS FOR ANOTHER
      * OWNER - FUNDS, HOLDS AND THE DAILY LIMIT ARE CHECKED WHEN
      * IT IS APPROVED, NOT NOW.
             MOVE "T" TO WS-APPR-NEW-TYPE
             MOVE WS-XFER-ACCNO TO WS-APPR-NEW-TO
             MOVE AMOUNT TO WS-APPR-NEW-AMOUNT
             PERFORM 8820-CHECK-DUAL-APPROVAL
             IF WS-APPR-NEEDED-SW = 'Y'
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               PERFORM 8830-PARK-FOR-APPROVAL
             ELSE
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
               PERFORM 8200-SUM-DAY-OUTFLOW
               IF AMOUNT > WS-AVAILABLE
                 EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                 END-EXEC
                 MOVE "INSUFFICIENT FUNDS!" TO INFO
                 MOVE "IF" TO AU-EVENT
                 MOVE "INSUFFICIENT FUNDS T" TO AU-REASON
                 PERFORM 8400-WRITE-AUDIT
               ELSE
               IF WS-DAY-TOTAL + AMOUNT > WS-EFF-DAILY-LIMIT
                 EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                 END-EXEC
                 MOVE "DAILY TRANSFER LIMIT EXCEEDED!" TO INFO
                 MOVE "DL" TO AU-EVENT
                 MOVE "DAILY LIMIT T" TO AU-REASON
                 PERFORM 8400-WRITE-AUDIT
               ELSE
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READ DATASET(WS-FILE-NAME)
                         INTO (WS-FILE-REC)
                         RIDFLD(WS-ACCNO)
                         LENGTH(WS-REC-LEN)
                         UPDATE
                         RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = ZEROS
                 EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                 END-EXEC
                 MOVE WS-RESP-CODE TO INFO
               ELSE
               SUBTRACT AMOUNT FROM WS-BALANCE
               MOVE WS-TODAY TO WS-LAST-ACT-DATE
               EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                 FROM (WS-FILE-REC)
                 LENGTH(WS-REC-LEN)
                 RESP(WS-RESP-CODE)
               END-EXEC
               MOVE WS-RESP-CODE TO INFO
               IF WS-RESP-CODE = ZEROS
                 PERFORM 8300-GET-REF-NO
                 MOVE WS-ACCNO TO JR-ACCNO
                 MOVE "TD" TO JR-ACTION
                 MOVE WS-REF-NO TO JR-REF-NO
                 MOVE EIBTRMID TO JR-TERMID
                 MOVE "O" TO JR-CHANNEL
                 MOVE SPACES TO JR-OPERATOR
                 MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                 MOVE AMOUNT TO JR-AMOUNT
                 COMPUTE JR-BEFORE-BAL = WS-BALANCE + AMOUNT
                 MOVE WS-BALANCE TO JR-AFTER-BAL
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(JR-TS-DATE)
                   TIME(JR-TS-TIME)
                 END-EXEC
                 EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                   FROM (WS-JRNL-REC)
                   LENGTH(WS-JRNL-REC-LEN)
                   RESP(WS-JRNL-RESP)
                 END-EXEC
                 PERFORM 8900-WRITE-HISTORY
                 ADD AMOUNT TO WS-XFER-BALANCE
                 MOVE WS-TODAY TO WS-XFER-LAST-ACT-DATE
                 EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                   FROM (WS-XFER-REC)
                   LENGTH(WS-REC-LEN)
                   RESP(WS-RESP-CODE)
                 END-EXEC
                 MOVE WS-RESP-CODE TO INFO
                 IF WS-RESP-CODE = ZEROS
                   MOVE SPACES TO INFO
                   STRING "TRANSFER COMPLETE - REF=" WS-REF-NO
                       DELIMITED BY SIZE INTO INFO
                   MOVE WS-XFER-ACCNO TO JR-ACCNO
                   MOVE "TC" TO JR-ACTION
                   MOVE WS-REF-NO TO JR-REF-NO
                   MOVE EIBTRMID TO JR-TERMID
                   MOVE "O" TO JR-CHANNEL
                   MOVE SPACES TO JR-OPERATOR
                   MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                   MOVE AMOUNT TO JR-AMOUNT
                   COMPUTE JR-BEFORE-BAL = WS-XFER-BALANCE - AMOUNT
                   MOVE WS-XFER-BALANCE TO JR-AFTER-BAL
                   EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     RESP(WS-JRNL-RESP)
                   END-EXEC
                   PERFORM 8900-WRITE-HISTORY
                   SUBTRACT AMOUNT FROM BALANCE
                 ELSE
                   MOVE WS-RESP-CODE TO INFO
                   MOVE 150 TO WS-REC-LEN
                   EXEC CICS READ DATASET(WS-FILE-NAME)
                             INTO (WS-FILE-REC)
                             UPDATE
                             RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = ZEROS
                     ADD AMOUNT TO WS-BALANCE
                     EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                       FROM (WS-FILE-REC)
                       LENGTH(WS-REC-LEN)
                       RESP(WS-RESP-CODE)
                     END-EXEC
                   END-IF
                   IF WS-RESP-CODE = ZEROS
                     MOVE WS-ACCNO TO JR-ACCNO
                     MOVE "TR" TO JR-ACTION
                     MOVE WS-REF-NO TO JR-REF-NO
                     MOVE EIBTRMID TO JR-TERMID
                     MOVE "O" TO JR-CHANNEL
                     MOVE SPACES TO JR-OPERATOR
                     MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                     MOVE AMOUNT TO JR-AMOUNT
                     COMPUTE JR-BEFORE-BAL = WS-BALANCE - AMOUNT
                     MOVE WS-BALANCE TO JR-AFTER-BAL
                     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                     END-EXEC
                       RESP(WS-JRNL-RESP)
                     END-EXEC
                     PERFORM 8900-WRITE-HISTORY
                     MOVE "TRANSFER FAILED - AMOUNT RETURNED!"
                         TO INFO
                   ELSE
                     MOVE "REVERSAL FAILED - CALL BRANCH!" TO INFO
                   END-IF
                 END-IF
               END-IF
               END-IF
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF
           IF ACTION = "S"
             MOVE 3 TO SCREEN-STATE
             MOVE "MINI-STATEMENT - LAST 5 TRANSACTIONS" TO INFO
           END-IF
           IF ACTION = "P"
             MOVE 5 TO SCREEN-STATE
             MOVE "ENTER YOUR CURRENT PIN AND A NEW PIN" TO INFO
           END-IF
           IF ACTION = "O"
             MOVE 6 TO SCREEN-STATE
             MOVE "YOUR OTHER ACCOUNTS" TO INFO
           END-IF
           IF ACTION = "N"
             MOVE 7 TO SCREEN-STATE
             MOVE "YOUR STANDING ORDERS" TO INFO
           END-IF
           IF ACTION = "U"
             MOVE 8 TO SCREEN-STATE
             MOVE "YOUR CUSTOMER DETAILS" TO INFO
           END-IF
           IF ACTION = "X"
             MOVE 9 TO SCREEN-STATE
             MOVE "PAYMENT TO AN ACCOUNT AT ANOTHER BANK" TO INFO
           END-IF
           IF ACTION = "Y"
             MOVE 10 TO SCREEN-STATE
             MOVE "YOUR SAVED PAYEES" TO INFO
           END-IF
           IF ACTION = "C"
             MOVE 11 TO SCREEN-STATE
             MOVE "YOUR CHEQUE STOP PAYMENTS" TO INFO
           END-IF
           IF ACTION = "M"
             MOVE 12 TO SCREEN-STATE
             MOVE ZEROS TO WS-MNDL-SKIP
             MOVE "YOUR DIRECT DEBIT MANDATES" TO INFO
           END-IF
           IF ACTION = "L"
             MOVE 13 TO SCREEN-STATE
             MOVE "YOUR ACCOUNT ALERTS" TO INFO
           END-IF
           IF ACTION = "V"
             MOVE 14 TO SCREEN-STATE
             MOVE "YOUR BALANCE SWEEPS" TO INFO
           END-IF
           IF ACTION = "G"
             MOVE 15 TO SCREEN-STATE
             MOVE "ITEMS AWAITING A SECOND OWNER" TO INFO
           END-IF
           IF ACTION = "A"
             IF WS-ACCT-STATUS NOT = 'D'
               MOVE "ACCOUNT IS NOT DORMANT!" TO INFO
             ELSE
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READ DATASET(WS-FILE-NAME)
                         INTO (WS-FILE-REC)
                         RIDFLD(WS-ACCNO)
                         LENGTH(WS-REC-LEN)
                         UPDATE
                         RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = ZEROS
                 MOVE WS-RESP-CODE TO INFO
               ELSE
                 MOVE 'A' TO WS-ACCT-STATUS
                 PERFORM 8250-GET-TODAY
                 MOVE WS-TODAY TO WS-LAST-ACT-DATE
                 EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                   FROM (WS-FILE-REC)
                   LENGTH(WS-REC-LEN)
                   RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE = ZEROS
                   PERFORM 8300-GET-REF-NO
                   MOVE WS-ACCNO TO JR-ACCNO
                   MOVE "RA" TO JR-ACTION
                   MOVE WS-REF-NO TO JR-REF-NO
                   MOVE EIBTRMID TO JR-TERMID
                   MOVE "O" TO JR-CHANNEL
                   MOVE SPACES TO JR-OPERATOR
                   MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                   MOVE ZEROS TO JR-AMOUNT
                   MOVE WS-BALANCE TO JR-BEFORE-BAL
                   MOVE WS-BALANCE TO JR-AFTER-BAL
                   EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(JR-TS-DATE)
                     TIME(JR-TS-TIME)
                   END-EXEC
                   EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                     FROM (WS-JRNL-REC)
                     LENGTH(WS-JRNL-REC-LEN)
                     RESP(WS-JRNL-RESP)
                   END-EXEC
                   PERFORM 8900-WRITE-HISTORY
                   MOVE "ACCOUNT REACTIVATED!" TO INFO
                 ELSE
                   MOVE WS-RESP-CODE TO INFO
                 END-IF
               END-IF
             END-IF
           END-IF
           END-IF.

      * REGISTRATION - RECEIVE AND ACT ON INPUT.
       2120-RECEIVE-REGISTER.
           EXEC CICS RECEIVE MAP('ZRGSTR') MAPSET('ZBNKSET')
             INTO(ZRGSTRI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 0 TO SCREEN-STATE
             MOVE "PLEASE LOG IN!" TO INFO
           ELSE
           MOVE REGACTI TO ACTION
           IF ACTION = "Q"
             MOVE 0 TO SCREEN-STATE
             MOVE "PLEASE LOG IN!" TO INFO
           ELSE
           IF REGTYPEI NOT = "C" AND REGTYPEI NOT = "S"
             MOVE "INVALID ACCOUNT TYPE - USE C OR S!" TO INFO
           ELSE
           MOVE REGACCI TO WS-ACHK-ACCNO
           PERFORM 8650-CHECK-ACCNO
           IF WS-ACHK-OK-SW = 'N'
             MOVE "ACCOUNT NUMBER FAILS THE CHECK DIGIT!" TO INFO
           ELSE
             MOVE REGACCI TO WS-ACCNO
             MOVE ZEROS TO WS-PIN
             MOVE ZEROS TO WS-BALANCE
             MOVE 150 TO WS-REC-LEN
             EXEC CICS READ DATASET(WS-FILE-NAME)
                       INTO (WS-FILE-REC)
                       RIDFLD(WS-ACCNO)
                       LENGTH(WS-REC-LEN)
                       RESP(WS-RESP-CODE)
             END-EXEC
             IF WS-RESP-CODE = ZEROS
               MOVE "ACCOUNT ALREADY EXISTS!" TO INFO
             ELSE
               MOVE SPACES TO WS-FILE-REC
               MOVE REGACCI TO WS-ACCNO
               MOVE ZEROS TO WS-PIN
               MOVE REGACCI TO WS-PINC-ACCNO
               MOVE REGPINI TO WS-PINC-PIN
               PERFORM 8700-ENCODE-PIN
               MOVE WS-PINC-CODE TO WS-PIN-CODE
               MOVE ZEROS TO WS-BALANCE
               MOVE ZEROS TO WS-FAILED-ATTEMPTS
               MOVE REGTYPEI TO WS-ACCOUNT-TYPE
               MOVE ZEROS TO WS-OVERDRAFT-LIMIT
               MOVE REGNAMEI TO WS-CUST-NAME
               MOVE REGCUSTI TO WS-CUST-NO
               MOVE ZEROS TO WS-DAILY-LIMIT
               MOVE 'A' TO WS-ACCT-STATUS
               PERFORM 8250-GET-TODAY
               MOVE WS-TODAY TO WS-LAST-ACT-DATE
               MOVE WS-TODAY TO WS-PIN-SET-DATE
      * STAMP THE ORIGINATING TERMINAL'S BRANCH ON THE NEW ACCOUNT.
               MOVE EIBTRMID TO WS-TBR-KEY
               MOVE 20 TO WS-TBR-REC-LEN
               EXEC CICS READ DATASET(WS-TBR-FILE-NAME)
                         INTO (WS-TBR-REC)
                         RIDFLD(WS-TBR-KEY)
                         LENGTH(WS-TBR-REC-LEN)
                         RESP(WS-TBR-RESP)
               END-EXEC
               IF WS-TBR-RESP = ZEROS
                 MOVE TB-BRANCH TO WS-REG-BRANCH
               ELSE
                 MOVE "001" TO WS-REG-BRANCH
               END-IF
               MOVE WS-REG-BRANCH TO WS-BRANCH-CODE
      * DEFAULT THE STATEMENT CYCLE BY ACCOUNT-NUMBER RANGE - LAST
      * DIGIT 0-2 = CYCLE 1, 3-5 = 2, 6-8 = 3, 9 = 4.
               EVALUATE WS-ACCNO(10:1)
                 WHEN "0"
                 WHEN "1"
                 WHEN "2"
                   MOVE "1" TO WS-STMT-CYCLE
                 WHEN "3"
                 WHEN "4"
                 WHEN "5"
                   MOVE "2" TO WS-STMT-CYCLE
                 WHEN "6"
                 WHEN "7"
                 WHEN "8"
                   MOVE "3" TO WS-STMT-CYCLE
                 WHEN OTHER
                   MOVE "4" TO WS-STMT-CYCLE
               END-EVALUATE
               MOVE REGCUSTI TO WS-REG-CUST-NO
               MOVE 170 TO WS-CUST-REC-LEN
               EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                         INTO (WS-CUST-REC)
                         RIDFLD(WS-REG-CUST-NO)
                         LENGTH(WS-CUST-REC-LEN)
                         RESP(WS-CUST-RESP)
               END-EXEC
               IF WS-CUST-RESP NOT = ZEROS
                 MOVE 240 TO WS-CXRF-REC-LEN
                 EXEC CICS READ DATASET(WS-CXRF-FILE-NAME)
                           INTO (WS-CXRF-REC)
                           RIDFLD(WS-REG-CUST-NO)
                           LENGTH(WS-CXRF-REC-LEN)
                           RESP(WS-CXRF-RESP)
                 END-EXEC
                 IF WS-CXRF-RESP = ZEROS
                   MOVE CX-NEW-CUST-NO TO WS-REG-CUST-NO
                   MOVE CX-NEW-CUST-NO TO WS-CUST-NO
                   MOVE 170 TO WS-CUST-REC-LEN
                   EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                             INTO (WS-CUST-REC)
                             RIDFLD(WS-REG-CUST-NO)
                             LENGTH(WS-CUST-REC-LEN)
                             RESP(WS-CUST-RESP)
                   END-EXEC
                 END-IF
               END-IF
               MOVE 'Y' TO WS-REG-AUTH-SW
               IF WS-CUST-RESP = ZEROS
      * CUSTOMER NUMBER ALREADY BELONGS TO SOMEONE - THIS IS THE
      * PUBLIC, UNAUTHENTICATED REGISTER SCREEN, SO LINKING A NEW
      * ACCOUNT TO THAT CUSTOMER NUMBER WITHOUT PROOF OF OWNERSHIP
      * WOULD LET ANYONE WHO KNOWS IT SELF-REGISTER A THROWAWAY
      * ACCOUNT AND THEN REACH EVERY ACCOUNT THAT CUSTOMER OWNS VIA
      * THE "OTHER ACCOUNTS" SWITCH (SCREEN-STATE=6). REQUIRE THE
      * PIN OF ANY ONE ACCOUNT ALREADY LINKED TO THAT CUSTOMER
      * NUMBER, FOUND VIA THE SAME BROWSE IDIOM SCREEN-STATE=6 USES.
                 MOVE 'N' TO WS-REG-LINK-SW
                 MOVE ZEROS TO WS-REG-BR-KEY
                 MOVE 'N' TO WS-REG-BR-EOF
                 EXEC CICS STARTBR DATASET(WS-FILE-NAME)
                   RIDFLD(WS-REG-BR-KEY)
                   GTEQ
                   RESP(WS-REG-BR-RESP)
                 END-EXEC
                 IF WS-REG-BR-RESP = ZEROS
                   PERFORM UNTIL WS-REG-BR-EOF = 'Y'
                     MOVE 150 TO WS-REC-LEN
                     EXEC CICS READNEXT DATASET(WS-FILE-NAME)
                       INTO (WS-BROWSE-REC)
                       RIDFLD(WS-REG-BR-KEY)
                       LENGTH(WS-REC-LEN)
                       RESP(WS-REG-BR-RESP)
                     END-EXEC
                     IF WS-REG-BR-RESP NOT = ZEROS
                       MOVE 'Y' TO WS-REG-BR-EOF
                     ELSE
                       IF WS-BR-CUST-NO = WS-REG-CUST-NO
                         MOVE WS-BR-ACCNO TO WS-PINC-ACCNO
                         MOVE REGLPINI TO WS-PINC-PIN
                         PERFORM 8700-ENCODE-PIN
                         IF WS-PINC-CODE = WS-BR-PIN-CODE
                           MOVE 'Y' TO WS-REG-LINK-SW
                           MOVE 'Y' TO WS-REG-BR-EOF
                         END-IF
                       END-IF
                     END-IF
                   END-PERFORM
                   EXEC CICS ENDBR DATASET(WS-FILE-NAME)
                   END-EXEC
                 END-IF
                 IF WS-REG-LINK-SW NOT = 'Y'
                   PERFORM 8860-CHECK-LINK-PROOF
                 END-IF
                 IF WS-REG-LINK-SW NOT = 'Y'
                   MOVE 'N' TO WS-REG-AUTH-SW
                   MOVE "CUSTOMER NUMBER IN USE - WRONG LINK PIN!"
                       TO INFO
                 END-IF
               END-IF
      * SCREEN THE APPLICANT AGAINST THE WATCH LIST BEFORE ANYTHING
      * IS WRITTEN - THE NAME ON THE NEW ACCOUNT, AND THE ID NUMBER
      * ENTERED (OR, FOR AN EXISTING CUSTOMER WHO LEFT IT BLANK, THE
      * ONE ALREADY ON FILE). A HIT PARKS THE WHOLE APPLICATION ON A
      * SCREENING CASE FOR COMPLIANCE; THE APPLICANT IS ONLY TOLD
      * IT WAS REFERRED, NEVER WHY.
               IF WS-REG-AUTH-SW = 'Y'
                 IF REGIDNOI = LOW-VALUES
                   MOVE SPACES TO REGIDNOI
                 END-IF
                 MOVE REGNAMEI TO WS-SCR-NAME
                 MOVE REGIDNOI TO WS-SCR-ID
                 IF REGIDNOI = SPACES AND WS-CUST-RESP = ZEROS
                   MOVE CUST-ID-NO TO WS-SCR-ID
                 END-IF
                 PERFORM 8790-SCREEN-WATCH-LIST
                 IF WS-SCR-HIT-SW = 'E'
                   MOVE 'N' TO WS-REG-AUTH-SW
                   MOVE "REGISTRATION UNAVAILABLE - TRY LATER!"
                       TO INFO
                 END-IF
                 IF WS-SCR-HIT-SW = 'Y'
                   MOVE 'N' TO WS-REG-AUTH-SW
                   PERFORM 8880-PARK-REGISTRATION
                 END-IF
               END-IF
               IF WS-REG-AUTH-SW = 'Y'
               IF WS-CUST-RESP NOT = ZEROS
                 MOVE SPACES TO WS-CUST-REC
                 MOVE WS-REG-CUST-NO TO CUST-NO
                 MOVE REGNAMEI TO CUST-NAME
                 MOVE REGADDRI TO CUST-ADDR1
                 MOVE REGIDNOI TO CUST-ID-NO
                 MOVE WS-REG-BRANCH TO CUST-BRANCH
                 MOVE 170 TO WS-CUST-REC-LEN
                 EXEC CICS WRITE DATASET(WS-CUST-FILE-NAME)
                           FROM (WS-CUST-REC)
                           RIDFLD(WS-REG-CUST-NO)
                           LENGTH(WS-CUST-REC-LEN)
                           RESP(WS-CUST-RESP)
                 END-EXEC
               END-IF
               IF WS-CUST-RESP NOT = ZEROS
                 MOVE WS-CUST-RESP TO INFO
               ELSE
               MOVE 150 TO WS-REC-LEN
               EXEC CICS WRITE DATASET(WS-FILE-NAME)
                         FROM (WS-FILE-REC)
                         RIDFLD(WS-ACCNO)
                         LENGTH(WS-REC-LEN)
                         RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = ZEROS
                 MOVE 0 TO SCREEN-STATE
                 MOVE "ACCOUNT CREATED - PLEASE LOG IN!" TO INFO
               ELSE
                 MOVE WS-RESP-CODE TO INFO
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * MINI-STATEMENT - RECEIVE AND ACT ON INPUT.
       2130-RECEIVE-MINI-STMT.
           EXEC CICS RECEIVE MAP('ZMSTMT') MAPSET('ZBNKSET')
             INTO(ZMSTMTI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
             MOVE MSTACTI TO ACTION
             IF ACTION = "Q"
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
           END-IF.

      * NAME SEARCH - RECEIVE AND ACT ON INPUT.
       2140-RECEIVE-NAME-FIND.
           EXEC CICS RECEIVE MAP('ZNMFIND') MAPSET('ZBNKSET')
             INTO(ZNMFINDI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 0 TO SCREEN-STATE
             MOVE "PLEASE LOG IN!" TO INFO
           ELSE
           MOVE NMFACTI TO ACTION
           IF ACTION = "Q"
             MOVE 0 TO SCREEN-STATE
             MOVE "PLEASE LOG IN!" TO INFO
           ELSE
             MOVE NMFNAMEI TO WS-SEARCH-NAME
             MOVE 150 TO WS-REC-LEN
             EXEC CICS READ DATASET(WS-NAME-FILE-NAME)
                       INTO (WS-FILE-REC)
                       RIDFLD(WS-SEARCH-NAME)
                       LENGTH(WS-REC-LEN)
                       RESP(WS-NAME-RESP)
             END-EXEC
             MOVE "ENTER A NAME TO SEARCH FOR AN ACCOUNT" TO INFO
             IF WS-NAME-RESP = ZEROS
               STRING "ACCOUNT=" WS-ACCNO
                   DELIMITED BY SIZE INTO NMFRSLTO
             ELSE
               MOVE "NO MATCHING ACCOUNT FOUND" TO NMFRSLTO
             END-IF
           END-IF
           END-IF.

      * PIN CHANGE - RECEIVE AND ACT ON INPUT.
       2150-RECEIVE-PIN-CHANGE.
           EXEC CICS RECEIVE MAP('ZPINCHG') MAPSET('ZBNKSET')
             INTO(ZPINCHGI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
      * AN EXPIRED PIN CANNOT BACK OUT ON AN AID KEY EITHER - SAME
      * GUARD AS THE Q ACTION BELOW.
             IF WS-PIN-EXPIRED-SW = 'Y'
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE 0 TO SCREEN-STATE
               MOVE "PIN EXPIRED - CHANGE IT TO LOG IN!" TO INFO
             ELSE
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
           ELSE
           MOVE PCHACTI TO ACTION
           IF ACTION = "Q"
      * AN EXPIRED PIN CANNOT BACK OUT INTO THE SESSION - THE ONLY
      * WAYS FORWARD ARE A CHANGE OR A FRESH LOGIN.
             IF WS-PIN-EXPIRED-SW = 'Y'
               EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
               END-EXEC
               MOVE 0 TO SCREEN-STATE
               MOVE "PIN EXPIRED - CHANGE IT TO LOG IN!" TO INFO
             ELSE
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
           ELSE
             MOVE OLDPINI TO WS-OLD-PIN
             MOVE NEWPINI TO WS-NEW-PIN
             MOVE CONFPINI TO WS-CONFIRM-PIN
      * A JOINT OWNER WHO LOGGED IN THROUGH THE LINK FILE CHANGES
      * THEIR OWN LK-PIN-CODE, NOT THE PRIMARY OWNER'S CREDENTIAL
      * ON THE ACCOUNT RECORD.
             IF WS-LOGIN-CUST NOT = WS-CUST-NO
               PERFORM 8450-JOINT-PIN-CHANGE
             ELSE
             MOVE WS-ACCNO TO WS-PINC-ACCNO
             MOVE WS-OLD-PIN TO WS-PINC-PIN
             PERFORM 8700-ENCODE-PIN
             IF WS-PINC-CODE NOT = WS-PIN-CODE
               MOVE "CURRENT PIN INCORRECT!" TO INFO
               MOVE "PF" TO AU-EVENT
               MOVE "WRONG CURRENT PIN" TO AU-REASON
               PERFORM 8400-WRITE-AUDIT
             ELSE
             IF WS-NEW-PIN NOT = WS-CONFIRM-PIN
               MOVE "NEW PIN AND CONFIRMATION DO NOT MATCH!" TO INFO
               MOVE "PF" TO AU-EVENT
               MOVE "CONFIRM MISMATCH" TO AU-REASON
               PERFORM 8400-WRITE-AUDIT
             ELSE
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READ DATASET(WS-FILE-NAME)
                         INTO (WS-FILE-REC)
                         RIDFLD(WS-ACCNO)
                         LENGTH(WS-REC-LEN)
                         UPDATE
                         RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = ZEROS
                 MOVE WS-RESP-CODE TO INFO
               ELSE
               MOVE WS-ACCNO TO WS-PINC-ACCNO
               MOVE WS-NEW-PIN TO WS-PINC-PIN
               PERFORM 8700-ENCODE-PIN
               MOVE WS-PIN-CODE TO WS-CUR-PIN-CODE
               PERFORM 8070-CHECK-PIN-REUSE
               IF WS-PIN-REUSE-SW = 'Y'
                 EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                 END-EXEC
                 MOVE "NEW PIN USED RECENTLY - PICK ANOTHER!"
                     TO INFO
                 MOVE "PF" TO AU-EVENT
                 MOVE "PIN REUSE REFUSED" TO AU-REASON
                 PERFORM 8400-WRITE-AUDIT
               ELSE
               MOVE WS-PINC-CODE TO WS-PIN-CODE
               MOVE ZEROS TO WS-PIN
               PERFORM 8250-GET-TODAY
               MOVE WS-TODAY TO WS-PIN-SET-DATE
               EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                 FROM (WS-FILE-REC)
                 LENGTH(WS-REC-LEN)
                 RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = ZEROS
                 PERFORM 8080-PUSH-PIN-HISTORY
                 MOVE 'N' TO WS-PIN-EXPIRED-SW
                 PERFORM 8300-GET-REF-NO
                 MOVE WS-ACCNO TO JR-ACCNO
                 MOVE "PC" TO JR-ACTION
                 MOVE WS-REF-NO TO JR-REF-NO
                 MOVE EIBTRMID TO JR-TERMID
                 MOVE "O" TO JR-CHANNEL
                 MOVE SPACES TO JR-OPERATOR
                 MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                 MOVE ZEROS TO JR-AMOUNT
                 MOVE WS-BALANCE TO JR-BEFORE-BAL
                 MOVE WS-BALANCE TO JR-AFTER-BAL
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(JR-TS-DATE)
                   TIME(JR-TS-TIME)
                 END-EXEC
                 EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                   FROM (WS-JRNL-REC)
                   LENGTH(WS-JRNL-REC-LEN)
                   RESP(WS-JRNL-RESP)
                 END-EXEC
                 PERFORM 8900-WRITE-HISTORY
                 MOVE 1 TO SCREEN-STATE
                 MOVE "PIN CHANGED SUCCESSFULLY!" TO INFO
               ELSE
                 MOVE WS-RESP-CODE TO INFO
               END-IF
               END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF.

      * ACCOUNT SELECTION - RECEIVE AND ACT ON INPUT.
       2160-RECEIVE-ACCT-SELECT.
           EXEC CICS RECEIVE MAP('ZACCSEL') MAPSET('ZBNKSET')
             INTO(ZACCSELI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
             MOVE ASLACTI TO ACTION
             IF ACTION = "Q"
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             ELSE
               MOVE ASLACCI TO WS-ACCSEL-TARGET
               MOVE 'N' TO WS-ACCSEL-FOUND-SW
               PERFORM VARYING WS-ACCSEL-IX FROM 1 BY 1
                       UNTIL WS-ACCSEL-IX > WS-ACCSEL-COUNT
                 IF WS-ACCSEL-ACCNO(WS-ACCSEL-IX) =
                     WS-ACCSEL-TARGET
                   MOVE 'Y' TO WS-ACCSEL-FOUND-SW
                 END-IF
               END-PERFORM
               IF WS-ACCSEL-FOUND-SW NOT = 'Y'
                 MOVE "NOT ONE OF YOUR ACCOUNTS!" TO INFO
               ELSE
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-BROWSE-REC)
                           RIDFLD(WS-ACCSEL-TARGET)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE WS-RESP-CODE TO INFO
                 ELSE
                   EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                   END-EXEC
                   MOVE WS-ACCSEL-TARGET TO WS-ACCNO
                   MOVE 150 TO WS-REC-LEN
                   EXEC CICS READ DATASET(WS-FILE-NAME)
                             INTO (WS-FILE-REC)
                   IF WS-RESP-CODE NOT = ZEROS
                     MOVE WS-RESP-CODE TO INFO
                   ELSE
      * A CLOSURE SINCE THE LIST WAS BUILT MUST NOT BE SWITCHABLE -
      * THE LOGIN-TIME CLOSED CHECK WOULD OTHERWISE BE BYPASSED.
                   IF WS-ACCT-STATUS = 'C'
                     EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                     END-EXEC
                     MOVE "ACCOUNT IS CLOSED!" TO INFO
                   ELSE
                     MOVE WS-BALANCE TO BALANCE
                     MOVE 1 TO SCREEN-STATE
                     MOVE "SWITCHED ACCOUNT!" TO INFO
                   END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      * STANDING ORDERS - RECEIVE AND ACT ON INPUT.
       2170-RECEIVE-STAND-ORDERS.
           EXEC CICS RECEIVE MAP('ZSORDER') MAPSET('ZBNKSET')
             INTO(ZSORDERI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
             MOVE SORACTI TO ACTION
             IF ACTION = "Q"
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
             IF ACTION = "A"
               IF SORFRQI NOT = "D" AND SORFRQI NOT = "W"
                   AND SORFRQI NOT = "M"
                 MOVE "INVALID FREQUENCY - USE D, W OR M!"
                     TO INFO
               ELSE
               IF SORDTEI NOT NUMERIC
                 MOVE "FIRST RUN DATE MUST BE YYYYMMDD!" TO INFO
               ELSE
               MOVE SORDTEI TO WS-STOR-NEXT-DATE
               IF WS-STOR-NEXT-MM < 1 OR WS-STOR-NEXT-MM > 12
                   OR WS-STOR-NEXT-DD < 1 OR WS-STOR-NEXT-DD > 31
                 MOVE "FIRST RUN DATE MUST BE YYYYMMDD!" TO INFO
               ELSE
               IF SORAMTI NOT NUMERIC OR SORAMTI = ZEROS
                 MOVE "AMOUNT MUST BE GREATER THAN ZERO!" TO INFO
               ELSE
                 MOVE SORTOAI TO SO-TO-ACCNO
                 MOVE SO-TO-ACCNO TO WS-ACHK-ACCNO
                 PERFORM 8650-CHECK-ACCNO
                 IF WS-ACHK-OK-SW = 'N'
                   MOVE "DESTINATION FAILS THE CHECK DIGIT!"
                       TO INFO
                 ELSE
                 IF SO-TO-ACCNO = WS-ACCNO
                   MOVE "CANNOT ORDER TO YOUR OWN ACCOUNT!"
                       TO INFO
                 ELSE
                   MOVE SO-TO-ACCNO TO WS-ACCSEL-TARGET
                   MOVE 150 TO WS-REC-LEN
                   EXEC CICS READ DATASET(WS-FILE-NAME)
                             INTO (WS-BROWSE-REC)
                             RIDFLD(WS-ACCSEL-TARGET)
                             LENGTH(WS-REC-LEN)
                             RESP(WS-STOR-RESP)
                   END-EXEC
                   IF WS-STOR-RESP NOT = ZEROS
                     MOVE "DESTINATION ACCOUNT NOT FOUND!"
                         TO INFO
                   ELSE
                   IF WS-BR-ACCT-STATUS = 'C'
                     MOVE "DESTINATION ACCOUNT IS CLOSED!"
                         TO INFO
                   ELSE
                   IF WS-BR-ACCOUNT-TYPE = "L"
                     MOVE "DESTINATION IS A LOAN ACCOUNT!"
                         TO INFO
                   ELSE
                   PERFORM 8250-GET-TODAY
                   IF WS-BR-ACCOUNT-TYPE = "T"
                       AND WS-BR-MATURITY-DATE IS NUMERIC
                       AND WS-BR-MATURITY-DATE > WS-TODAY
                     MOVE "DEST IS AN UNMATURED TERM DEPOSIT!"
                         TO INFO
                   ELSE
                   IF WS-STOR-MAX-SEQ >= 99
                     MOVE "NO FREE ORDER SEQUENCE - SEE BRANCH!"
                         TO INFO
                   ELSE
                     MOVE WS-ACCNO TO SO-ACCNO
                     COMPUTE SO-SEQ-NO = WS-STOR-MAX-SEQ + 1
                     MOVE SORTOAI TO SO-TO-ACCNO
                     MOVE SORAMTI TO SO-AMOUNT
                     MOVE SORFRQI TO SO-FREQUENCY
                     MOVE SORDTEI TO SO-NEXT-RUN
                     MOVE 'A' TO SO-STATUS
                     MOVE 44 TO WS-STOR-REC-LEN
                     EXEC CICS WRITE DATASET(WS-STOR-FILE-NAME)
                       FROM (WS-STOR-REC)
                       RIDFLD(SO-KEY)
                       LENGTH(WS-STOR-REC-LEN)
                       RESP(WS-STOR-RESP)
                     END-EXEC
                     IF WS-STOR-RESP = ZEROS
                       MOVE "STANDING ORDER ADDED!" TO INFO
                     ELSE
                       MOVE WS-STOR-RESP TO INFO
                     END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                 END-IF
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
             IF ACTION = "C"
               IF SORSEQI NOT NUMERIC
                 MOVE "ENTER THE SEQ NUMBER TO CANCEL!" TO INFO
               ELSE
                 MOVE SORSEQI TO WS-STOR-CANCEL-SEQ
                 MOVE WS-ACCNO TO WS-STOR-BR-ACCNO
                 MOVE WS-STOR-CANCEL-SEQ TO WS-STOR-BR-SEQ
                 MOVE 44 TO WS-STOR-REC-LEN
                 EXEC CICS READ DATASET(WS-STOR-FILE-NAME)
                           INTO (WS-STOR-REC)
                           RIDFLD(WS-STOR-BR-KEY)
                           LENGTH(WS-STOR-REC-LEN)
                           UPDATE
                           RESP(WS-STOR-RESP)
                 END-EXEC
                 IF WS-STOR-RESP NOT = ZEROS
                   MOVE "STANDING ORDER NOT FOUND!" TO INFO
                 ELSE
                 IF SO-STATUS NOT = 'A'
                   EXEC CICS UNLOCK DATASET(WS-STOR-FILE-NAME)
                   END-EXEC
                   MOVE "ORDER IS ALREADY CANCELLED!" TO INFO
                 ELSE
                   MOVE 'C' TO SO-STATUS
                   EXEC CICS REWRITE DATASET(WS-STOR-FILE-NAME)
                     FROM (WS-STOR-REC)
                     LENGTH(WS-STOR-REC-LEN)
                     RESP(WS-STOR-RESP)
                   END-EXEC
                   IF WS-STOR-RESP = ZEROS
                     MOVE "STANDING ORDER CANCELLED!" TO INFO
                   ELSE
                     MOVE WS-STOR-RESP TO INFO
                   END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      * CUSTOMER DETAILS - RECEIVE AND ACT ON INPUT.
       2180-RECEIVE-CUST-DETAILS.
           EXEC CICS RECEIVE MAP('ZCUSTM') MAPSET('ZBNKSET')
             INTO(ZCUSTMI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
           MOVE CMACTI TO ACTION
           IF ACTION = "Q"
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           END-IF
           IF ACTION = "S"
             MOVE 170 TO WS-CUST-REC-LEN
             EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                       INTO (WS-CUST-REC)
                       RIDFLD(WS-REG-CUST-NO)
                       LENGTH(WS-CUST-REC-LEN)
                       UPDATE
                       RESP(WS-CUST-RESP)
             END-EXEC
             IF WS-CUST-RESP NOT = ZEROS
               MOVE WS-CUST-RESP TO INFO
             ELSE
               MOVE CUST-ADDR1 TO WS-OLD-ADDR1
               MOVE CUST-ADDR2 TO WS-OLD-ADDR2
               MOVE CUST-PHONE TO WS-OLD-PHONE
               MOVE CUST-EMAIL TO WS-OLD-EMAIL
               MOVE CUST-DOB TO WS-OLD-DOB
               MOVE CUST-ID-NO TO WS-OLD-IDNO
               MOVE CUST-DELIV-PREF TO WS-OLD-DELIV
               MOVE CMADDR1I TO CUST-ADDR1
               MOVE CMADDR2I TO CUST-ADDR2
               MOVE CMPHONEI TO CUST-PHONE
               MOVE CMEMAILI TO CUST-EMAIL
               MOVE CMDOBI TO CUST-DOB
               MOVE CMIDNOI TO CUST-ID-NO
      * ONLY P OR E MAY LAND ON FILE - ANYTHING ELSE KEEPS THE
      * PREFERENCE AS IT WAS.
               IF CMDLVI = "P" OR CMDLVI = "E"
                 MOVE CMDLVI TO CUST-DELIV-PREF
               END-IF
               EXEC CICS REWRITE DATASET(WS-CUST-FILE-NAME)
                 FROM (WS-CUST-REC)
                 LENGTH(WS-CUST-REC-LEN)
                 RESP(WS-CUST-RESP)
               END-EXEC
               IF WS-CUST-RESP = ZEROS
                 PERFORM 8640-AUDIT-CUST-CHANGES
                 PERFORM 8300-GET-REF-NO
                 MOVE WS-ACCNO TO JR-ACCNO
                 MOVE "CM" TO JR-ACTION
                 MOVE WS-REF-NO TO JR-REF-NO
                 MOVE EIBTRMID TO JR-TERMID
                 MOVE "O" TO JR-CHANNEL
                 MOVE SPACES TO JR-OPERATOR
                 MOVE WS-LOGIN-CUST TO JR-OWNER-CUST
                 MOVE ZEROS TO JR-AMOUNT
                 MOVE WS-BALANCE TO JR-BEFORE-BAL
                 MOVE WS-BALANCE TO JR-AFTER-BAL
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(JR-TS-DATE)
                   TIME(JR-TS-TIME)
                 END-EXEC
                 EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                   FROM (WS-JRNL-REC)
                   LENGTH(WS-JRNL-REC-LEN)
                   RESP(WS-JRNL-RESP)
                 END-EXEC
                 PERFORM 8900-WRITE-HISTORY
                 MOVE 1 TO SCREEN-STATE
                 MOVE "DETAILS UPDATED AND JOURNALED" TO INFO
               ELSE
                 MOVE WS-CUST-RESP TO INFO
               END-IF
             END-IF
           END-IF
           END-IF.

      * EXTERNAL PAYMENT - RECEIVE AND ACT ON INPUT.
       2190-RECEIVE-EXT-PAYMENT.
           EXEC CICS RECEIVE MAP('ZEXTPAY') MAPSET('ZBNKSET')
             INTO(ZEXTPAYI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
           MOVE XPYACTI TO ACTION
           IF ACTION = "Q"
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
           IF WS-ACCT-STATUS = 'D'
             MOVE "ACCOUNT DORMANT - USE A TO REACTIVATE!" TO INFO
           ELSE
           PERFORM 8250-GET-TODAY
           IF WS-ACCOUNT-TYPE = "T"
               AND WS-MATURITY-DATE IS NUMERIC
               AND WS-MATURITY-DATE > WS-TODAY
             MOVE "TERM NOT MATURED - SEE THE BRANCH!" TO INFO
           ELSE
           IF XPYBENEI NOT NUMERIC OR XPYBENEI = ZEROS
             MOVE "ENTER THE BENEFICIARY ACCOUNT!" TO INFO
           ELSE
           IF XPYAMTI NOT NUMERIC OR XPYAMTI = ZEROS
             MOVE "AMOUNT MUST BE GREATER THAN ZERO!" TO INFO
           ELSE
           MOVE "X" TO WS-APPR-NEW-TYPE
           MOVE XPYBENEI TO WS-APPR-NEW-TO
           MOVE XPYAMTI TO WS-APPR-NEW-AMOUNT
           PERFORM 8820-CHECK-DUAL-APPROVAL
           IF WS-APPR-NEEDED-SW = 'Y'
             PERFORM 8830-PARK-FOR-APPROVAL
             IF WS-APPR-POSTED-SW = 'Y'
               MOVE 1 TO SCREEN-STATE
             END-IF
           ELSE
      * FIND THE NEXT FREE SEQUENCE FOR THIS ACCOUNT - SAME BROWSE
      * IDIOM AS THE STANDING-ORDER SCREEN. THE DEBIT AND ALL FUNDS
      * AND LIMIT CHECKS HAPPEN IN TONIGHT'S ZCLROUT RUN.
             MOVE ZEROS TO WS-PAYP-MAX-SEQ
             MOVE WS-ACCNO TO WS-PAYP-BR-ACCNO
             MOVE ZEROS TO WS-PAYP-BR-SEQ
             MOVE 'N' TO WS-PAYP-EOF
             EXEC CICS STARTBR DATASET(WS-PAYP-FILE-NAME)
               RIDFLD(WS-PAYP-BR-KEY)
               GTEQ
               RESP(WS-PAYP-RESP)
             END-EXEC
             IF WS-PAYP-RESP = ZEROS
               PERFORM UNTIL WS-PAYP-EOF = 'Y'
                 MOVE 80 TO WS-PAYP-REC-LEN
                 EXEC CICS READNEXT DATASET(WS-PAYP-FILE-NAME)
                   INTO (WS-PAYP-REC)
                   RIDFLD(WS-PAYP-BR-KEY)
                   LENGTH(WS-PAYP-REC-LEN)
                   RESP(WS-PAYP-RESP)
                 END-EXEC
                 IF WS-PAYP-RESP NOT = ZEROS
                   MOVE 'Y' TO WS-PAYP-EOF
                 ELSE
                   IF PP-ACCNO NOT = WS-ACCNO
                     MOVE 'Y' TO WS-PAYP-EOF
                   ELSE
                     MOVE PP-SEQ-NO TO WS-PAYP-MAX-SEQ
                   END-IF
                 END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(WS-PAYP-FILE-NAME)
               END-EXEC
             END-IF
             IF WS-PAYP-MAX-SEQ >= 99
               MOVE "NO FREE PAYMENT SEQUENCE - SEE BRANCH!"
                   TO INFO
             ELSE
               MOVE SPACES TO WS-PAYP-REC
               MOVE WS-ACCNO TO PP-ACCNO
               COMPUTE PP-SEQ-NO = WS-PAYP-MAX-SEQ + 1
               MOVE XPYBENEI TO PP-BENE-ACCNO
               MOVE XPYAMTI TO PP-AMOUNT
               MOVE 'P' TO PP-STATUS
               MOVE WS-TODAY TO PP-REQ-DATE
               MOVE SPACES TO PP-SENT-DATE
               MOVE ZEROS TO PP-REF-NO
               MOVE ZEROS TO PP-APPR-SEQ
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 TIME(PP-REQ-TIME)
               END-EXEC
               MOVE EIBTRMID TO PP-REQ-TERMID
               MOVE 80 TO WS-PAYP-REC-LEN
               EXEC CICS WRITE DATASET(WS-PAYP-FILE-NAME)
                 FROM (WS-PAYP-REC)
                 RIDFLD(PP-KEY)
                 LENGTH(WS-PAYP-REC-LEN)
                 RESP(WS-PAYP-RESP)
               END-EXEC
               IF WS-PAYP-RESP = ZEROS
                 MOVE 1 TO SCREEN-STATE
                 MOVE "PAYMENT QUEUED FOR TONIGHT'S CLEARING"
                     TO INFO
               ELSE
                 MOVE WS-PAYP-RESP TO INFO
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * SAVED PAYEES - RECEIVE AND ACT ON INPUT.
       2200-RECEIVE-PAYEES.
           EXEC CICS RECEIVE MAP('ZPAYEE') MAPSET('ZBNKSET')
             INTO(ZPAYEEI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
             MOVE PAYACTI TO ACTION
             IF ACTION = "Q"
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
             IF ACTION = "A"
               IF PAYTOAI NOT NUMERIC OR PAYTOAI = ZEROS
                 MOVE "ENTER THE PAYEE ACCOUNT!" TO INFO
               ELSE
               IF PAYNCKI = SPACES
                 MOVE "ENTER A NICKNAME FOR THE PAYEE!" TO INFO
               ELSE
               MOVE PAYTOAI TO WS-ACCSEL-TARGET
               MOVE WS-ACCSEL-TARGET TO WS-ACHK-ACCNO
               PERFORM 8650-CHECK-ACCNO
               IF WS-ACHK-OK-SW = 'N'
                 MOVE "PAYEE FAILS THE CHECK DIGIT!" TO INFO
               ELSE
               IF WS-ACCSEL-TARGET = WS-ACCNO
                 MOVE "CANNOT SAVE YOUR OWN ACCOUNT!" TO INFO
               ELSE
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READ DATASET(WS-FILE-NAME)
                         INTO (WS-BROWSE-REC)
                         RIDFLD(WS-ACCSEL-TARGET)
                         LENGTH(WS-REC-LEN)
                         RESP(WS-PAYE-RESP)
               END-EXEC
               IF WS-PAYE-RESP NOT = ZEROS
                 MOVE "PAYEE ACCOUNT NOT FOUND!" TO INFO
               ELSE
               IF WS-BR-ACCT-STATUS = 'C'
                 MOVE "PAYEE ACCOUNT IS CLOSED!" TO INFO
               ELSE
               IF WS-PAYE-MAX-SEQ >= 99
                 MOVE "NO FREE PAYEE SEQUENCE - SEE BRANCH!"
                     TO INFO
               ELSE
                 MOVE SPACES TO WS-PAYE-REC
                 MOVE WS-LOGIN-CUST TO PY-CUST-NO
                 COMPUTE PY-SEQ-NO = WS-PAYE-MAX-SEQ + 1
                 MOVE PAYTOAI TO PY-TO-ACCNO
                 MOVE PAYNCKI TO PY-NICKNAME
                 MOVE WS-TODAY TO PY-ADD-DATE
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   TIME(PY-ADD-TIME)
                 END-EXEC
                 MOVE 'A' TO PY-STATUS
                 MOVE 60 TO WS-PAYE-REC-LEN
                 EXEC CICS WRITE DATASET(WS-PAYE-FILE-NAME)
                   FROM (WS-PAYE-REC)
                   RIDFLD(PY-KEY)
                   LENGTH(WS-PAYE-REC-LEN)
                   RESP(WS-PAYE-RESP)
                 END-EXEC
                 IF WS-PAYE-RESP = ZEROS
      * A NEW PAYEE IS A CLASSIC TAKEOVER STEP - RECORD IT ON
      * MNTZBNK SO ZALERT CAN TELL A SUBSCRIBED CUSTOMER OVERNIGHT.
                   MOVE SPACES TO WS-MAUD-REC
                   MOVE "PA" TO MA-FUNC
                   MOVE "PAYEE" TO MA-FIELD
                   MOVE "NONE" TO MA-OLD-VALUE
                   STRING "SEQ " PY-SEQ-NO " TO " PY-TO-ACCNO
                       DELIMITED BY SIZE INTO MA-NEW-VALUE
                   PERFORM 8670-WRITE-MAUD-ROW
                   MOVE "PAYEE SAVED - USABLE AFTER COOLING-OFF"
                       TO INFO
                 ELSE
                   MOVE WS-PAYE-RESP TO INFO
                 END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
             IF ACTION = "C"
               IF PAYSEQI NOT NUMERIC
                 MOVE "ENTER THE SEQ NUMBER TO CANCEL!" TO INFO
               ELSE
                 MOVE WS-LOGIN-CUST TO WS-PAYE-BR-CUST
                 MOVE PAYSEQI TO WS-PAYE-BR-SEQ
                 MOVE 60 TO WS-PAYE-REC-LEN
                 EXEC CICS READ DATASET(WS-PAYE-FILE-NAME)
                           INTO (WS-PAYE-REC)
                           RIDFLD(WS-PAYE-BR-KEY)
                           LENGTH(WS-PAYE-REC-LEN)
                           UPDATE
                           RESP(WS-PAYE-RESP)
                 END-EXEC
                 IF WS-PAYE-RESP NOT = ZEROS
                   MOVE "PAYEE NOT FOUND!" TO INFO
                 ELSE
                 IF PY-STATUS NOT = 'A'
                   EXEC CICS UNLOCK DATASET(WS-PAYE-FILE-NAME)
                   END-EXEC
                   MOVE "PAYEE IS ALREADY CANCELLED!" TO INFO
                 ELSE
                   MOVE 'C' TO PY-STATUS
                   EXEC CICS REWRITE DATASET(WS-PAYE-FILE-NAME)
                     FROM (WS-PAYE-REC)
                     LENGTH(WS-PAYE-REC-LEN)
                     RESP(WS-PAYE-RESP)
                   END-EXEC
                   IF WS-PAYE-RESP = ZEROS
                     MOVE "PAYEE CANCELLED!" TO INFO
                   ELSE
                     MOVE WS-PAYE-RESP TO INFO
                   END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
             IF ACTION = "T"
               IF PAYSEQI NOT NUMERIC
                 MOVE "ENTER THE SEQ NUMBER TO USE!" TO INFO
               ELSE
                 MOVE WS-LOGIN-CUST TO WS-PAYE-BR-CUST
                 MOVE PAYSEQI TO WS-PAYE-BR-SEQ
                 MOVE 60 TO WS-PAYE-REC-LEN
                 EXEC CICS READ DATASET(WS-PAYE-FILE-NAME)
                           INTO (WS-PAYE-REC)
                           RIDFLD(WS-PAYE-BR-KEY)
                           LENGTH(WS-PAYE-REC-LEN)
                           RESP(WS-PAYE-RESP)
                 END-EXEC
                 IF WS-PAYE-RESP NOT = ZEROS
                   MOVE "PAYEE NOT FOUND!" TO INFO
                 ELSE
                 IF PY-STATUS NOT = 'A'
                   MOVE "PAYEE IS CANCELLED!" TO INFO
                 ELSE
                 PERFORM 8090-PAYEE-USABLE
                 IF WS-CAL-USABLE-SW = 'N'
                   MOVE "PAYEE STILL IN COOLING-OFF PERIOD!"
                       TO INFO
                 ELSE
                   MOVE PY-TO-ACCNO TO WS-PAYEE-SEL-ACCNO
                   MOVE 1 TO SCREEN-STATE
                   MOVE SPACES TO INFO
                   STRING "PAYEE SELECTED - ENTER AMOUNT, USE T"
                       DELIMITED BY SIZE INTO INFO
                 END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

      * CHEQUE STOPS - RECEIVE AND ACT ON INPUT.
       2210-RECEIVE-CHQ-STOPS.
           EXEC CICS RECEIVE MAP('ZCHQSTP') MAPSET('ZBNKSET')
             INTO(ZCHQSTPI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
             MOVE CQSACTI TO ACTION
             IF ACTION = "Q"
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
             IF ACTION = "A" OR ACTION = "C"
               IF CQSSERI NOT NUMERIC OR CQSSERI = ZEROS
                 MOVE "ENTER THE CHEQUE SERIAL NUMBER!" TO INFO
               ELSE
               MOVE CQSSERI TO WS-CHQ-SERIAL
               PERFORM 8350-SCAN-CHQ-BOOKS
               IF WS-CHQ-HIT-SW = 'N'
                 MOVE "NO CHEQUE WITH THAT SERIAL WAS ISSUED!"
                     TO INFO
               ELSE
               MOVE WS-ACCNO TO CP-ACCNO
               MOVE WS-CHQ-SERIAL TO CP-SERIAL
               MOVE 80 TO WS-CHQP-REC-LEN
               EXEC CICS READ DATASET(WS-CHQP-FILE-NAME)
                         INTO (WS-CHQP-REC)
                         RIDFLD(CP-KEY)
                         LENGTH(WS-CHQP-REC-LEN)
                         RESP(WS-CHQP-RESP)
               END-EXEC
               IF WS-CHQP-RESP = ZEROS
                 MOVE "THAT CHEQUE HAS ALREADY BEEN PAID!" TO INFO
               ELSE
               MOVE WS-ACCNO TO CS-ACCNO
               MOVE WS-CHQ-SERIAL TO CS-SERIAL
               MOVE 80 TO WS-CHQS-REC-LEN
               EXEC CICS READ DATASET(WS-CHQS-FILE-NAME)
                         INTO (WS-CHQS-REC)
                         RIDFLD(CS-KEY)
                         LENGTH(WS-CHQS-REC-LEN)
                         UPDATE
                         RESP(WS-CHQS-RESP)
               END-EXEC
               IF ACTION = "C"
                 IF WS-CHQS-RESP NOT = ZEROS
                   MOVE "THAT CHEQUE IS NOT STOPPED!" TO INFO
                 ELSE
                 IF CS-STATUS NOT = 'A'
                   EXEC CICS UNLOCK DATASET(WS-CHQS-FILE-NAME)
                   END-EXEC
                   MOVE "THAT CHEQUE IS NOT STOPPED!" TO INFO
                 ELSE
                   MOVE 'R' TO CS-STATUS
                   EXEC CICS REWRITE DATASET(WS-CHQS-FILE-NAME)
                     FROM (WS-CHQS-REC)
                     LENGTH(WS-CHQS-REC-LEN)
                     RESP(WS-CHQS-RESP)
                   END-EXEC
                   IF WS-CHQS-RESP = ZEROS
                     MOVE SPACES TO WS-MAUD-REC
                     MOVE "CS" TO MA-FUNC
                     MOVE "STOP-PAYMENT" TO MA-FIELD
                     STRING "STOPPED " CS-SERIAL
                         DELIMITED BY SIZE INTO MA-OLD-VALUE
                     STRING "LIFTED " CS-SERIAL
                         DELIMITED BY SIZE INTO MA-NEW-VALUE
                     PERFORM 8670-WRITE-MAUD-ROW
                     MOVE "STOP PAYMENT LIFTED!" TO INFO
                   ELSE
                     MOVE WS-CHQS-RESP TO INFO
                   END-IF
                 END-IF
                 END-IF
               ELSE
               IF WS-CHQS-RESP = ZEROS AND CS-STATUS = 'A'
                 EXEC CICS UNLOCK DATASET(WS-CHQS-FILE-NAME)
                 END-EXEC
                 MOVE "THAT CHEQUE IS ALREADY STOPPED!" TO INFO
               ELSE
                 IF WS-CHQS-RESP NOT = ZEROS
                   MOVE SPACES TO WS-CHQS-REC
                   MOVE WS-ACCNO TO CS-ACCNO
                   MOVE WS-CHQ-SERIAL TO CS-SERIAL
                 END-IF
                 IF CQSAMTI IS NUMERIC
                   MOVE CQSAMTI TO CS-AMOUNT
                 ELSE
                   MOVE ZEROS TO CS-AMOUNT
                 END-IF
                 PERFORM 8250-GET-TODAY
                 MOVE WS-TODAY TO CS-PLACED-DATE
                 MOVE "O" TO CS-CHANNEL
                 MOVE SPACES TO CS-PLACED-BY
                 MOVE 'A' TO CS-STATUS
                 IF CQSRSNI = SPACES OR CQSRSNI = LOW-VALUES
                   MOVE "CUSTOMER STOP" TO CS-REASON
                 ELSE
                   MOVE CQSRSNI TO CS-REASON
                 END-IF
                 MOVE 80 TO WS-CHQS-REC-LEN
                 IF WS-CHQS-RESP = ZEROS
                   EXEC CICS REWRITE DATASET(WS-CHQS-FILE-NAME)
                     FROM (WS-CHQS-REC)
                     LENGTH(WS-CHQS-REC-LEN)
                     RESP(WS-CHQS-RESP)
                   END-EXEC
                 ELSE
                   EXEC CICS WRITE DATASET(WS-CHQS-FILE-NAME)
                     FROM (WS-CHQS-REC)
                     RIDFLD(CS-KEY)
                     LENGTH(WS-CHQS-REC-LEN)
                     RESP(WS-CHQS-RESP)
                   END-EXEC
                 END-IF
                 IF WS-CHQS-RESP = ZEROS
                   MOVE SPACES TO WS-MAUD-REC
                   MOVE "CS" TO MA-FUNC
                   MOVE "STOP-PAYMENT" TO MA-FIELD
                   MOVE CS-AMOUNT TO WS-CHQL-AMT-ED
                   STRING "STOPPED " CS-SERIAL " " WS-CHQL-AMT-ED
                       DELIMITED BY SIZE INTO MA-NEW-VALUE
                   PERFORM 8670-WRITE-MAUD-ROW
                   MOVE "STOP PAYMENT PLACED!" TO INFO
                 ELSE
                   MOVE WS-CHQS-RESP TO INFO
                 END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF.

      * DIRECT DEBIT MANDATES - RECEIVE AND ACT ON INPUT.
       2220-RECEIVE-MANDATES.
           EXEC CICS RECEIVE MAP('ZMNDLST') MAPSET('ZBNKSET')
             INTO(ZMNDLSTI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
             MOVE MDLACTI TO ACTION
             IF ACTION = "Q"
               MOVE 1 TO SCREEN-STATE
               MOVE "WELCOME!" TO INFO
             END-IF
             IF ACTION = "N"
               IF WS-MNDL-MORE-SW = 'Y'
                 ADD 5 TO WS-MNDL-SKIP
                 MOVE "YOUR DIRECT DEBIT MANDATES - MORE" TO INFO
               ELSE
                 MOVE ZEROS TO WS-MNDL-SKIP
                 MOVE "END OF LIST - BACK TO THE FIRST PAGE"
                     TO INFO
               END-IF
             END-IF
             IF ACTION = "C"
               IF MDLORGI NOT NUMERIC
                 MOVE "ENTER THE 8-DIGIT ORIGINATOR ID!" TO INFO
               ELSE
               MOVE WS-ACCNO TO MD-ACCNO
               MOVE MDLORGI TO MD-ORIG-ID
               MOVE 100 TO WS-MAND-REC-LEN
               EXEC CICS READ DATASET(WS-MAND-FILE-NAME)
                         INTO (WS-MAND-REC)
                         RIDFLD(MD-KEY)
                         LENGTH(WS-MAND-REC-LEN)
                         UPDATE
                         RESP(WS-MAND-RESP)
               END-EXEC
               IF WS-MAND-RESP NOT = ZEROS
                 MOVE "NO MANDATE FOR THAT ORIGINATOR!" TO INFO
               ELSE
               IF MD-STATUS NOT = 'A'
                 EXEC CICS UNLOCK DATASET(WS-MAND-FILE-NAME)
                 END-EXEC
                 MOVE "THAT MANDATE IS ALREADY CANCELLED!" TO INFO
               ELSE
                 MOVE SPACES TO WS-MAUD-REC
                 STRING "ACTIVE " MD-MANDATE-REF
                     DELIMITED BY SIZE INTO MA-OLD-VALUE
                 MOVE 'C' TO MD-STATUS
                 PERFORM 8250-GET-TODAY
                 MOVE WS-TODAY TO MD-CANCEL-DATE
                 MOVE "O" TO MD-CANCEL-CHANNEL
                 EXEC CICS REWRITE DATASET(WS-MAND-FILE-NAME)
                   FROM (WS-MAND-REC)
                   LENGTH(WS-MAND-REC-LEN)
                   RESP(WS-MAND-RESP)
                 END-EXEC
                 IF WS-MAND-RESP = ZEROS
                   MOVE "DM" TO MA-FUNC
                   MOVE "DD-MANDATE" TO MA-FIELD
                   STRING "CANCELLED " MD-ORIG-ID
                       DELIMITED BY SIZE INTO MA-NEW-VALUE
                   PERFORM 8670-WRITE-MAUD-ROW
                   MOVE "MANDATE CANCELLED - DEBITS WILL RETURN"
                       TO INFO
                 ELSE
                   MOVE WS-MAND-RESP TO INFO
                 END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF.

      * ACCOUNT ALERTS - RECEIVE AND ACT ON INPUT.
       2230-RECEIVE-ALERTS.
           EXEC CICS RECEIVE MAP('ZALERT') MAPSET('ZBNKSET')
             INTO(ZALERTI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
           MOVE ALTACTI TO ACTION
           IF ACTION = "Q"
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           END-IF
           IF ACTION = "S"
             IF ALTCHNI NOT = "S" AND ALTCHNI NOT = "E"
                 AND ALTCHNI NOT = "B"
               MOVE "SEND BY MUST BE S, E OR B!" TO INFO
             ELSE
             IF (ALTLOWI NOT = "Y" AND ALTLOWI NOT = "N")
                 OR (ALTBIGI NOT = "Y" AND ALTBIGI NOT = "N")
                 OR (ALTPINI NOT = "Y" AND ALTPINI NOT = "N")
                 OR (ALTPAYI NOT = "Y" AND ALTPAYI NOT = "N")
                 OR (ALTDEPI NOT = "Y" AND ALTDEPI NOT = "N")
               MOVE "ANSWER EACH ALERT Y OR N!" TO INFO
             ELSE
             IF ALTLOWI = "Y"
                 AND (ALTLAMTI NOT NUMERIC OR ALTLAMTI = ZEROS)
               MOVE "ENTER THE BALANCE BELOW AMOUNT!" TO INFO
             ELSE
             IF ALTBIGI = "Y"
                 AND (ALTBAMTI NOT NUMERIC OR ALTBAMTI = ZEROS)
               MOVE "ENTER THE PAYMENT OUT OVER AMOUNT!" TO INFO
             ELSE
             IF ALTCHNI NOT = "E" AND CUST-PHONE = SPACES
               MOVE "NO PHONE ON FILE - ADD IT UNDER MY DETAILS!"
                   TO INFO
             ELSE
             IF ALTCHNI NOT = "S" AND CUST-EMAIL = SPACES
               MOVE "NO EMAIL ON FILE - ADD IT UNDER MY DETAILS!"
                   TO INFO
             ELSE
             IF ALTLOWI = "N" AND ALTBIGI = "N" AND ALTPINI = "N"
                 AND ALTPAYI = "N" AND ALTDEPI = "N"
               MOVE "NO ALERT CHOSEN - USE R TO REMOVE ALERTS!"
                   TO INFO
             ELSE
               PERFORM 8690-SAVE-ALERTS
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           IF ACTION = "R"
             MOVE WS-ACCNO TO AL-ACCNO
             MOVE 80 TO WS-ALRT-REC-LEN
             EXEC CICS READ DATASET(WS-ALRT-FILE-NAME)
                       INTO (WS-ALRT-REC)
                       RIDFLD(AL-ACCNO)
                       LENGTH(WS-ALRT-REC-LEN)
                       UPDATE
                       RESP(WS-ALRT-RESP)
             END-EXEC
             IF WS-ALRT-RESP NOT = ZEROS
               MOVE "NO ALERTS SET UP FOR THIS ACCOUNT!" TO INFO
             ELSE
               MOVE SPACES TO WS-MAUD-REC
               PERFORM 8695-FORMAT-ALERT-SUMMARY
               MOVE WS-ALRT-SUMMARY TO MA-OLD-VALUE
               EXEC CICS DELETE DATASET(WS-ALRT-FILE-NAME)
                 RESP(WS-ALRT-RESP)
               END-EXEC
               IF WS-ALRT-RESP = ZEROS
                 MOVE "AL" TO MA-FUNC
                 MOVE "ALERTS" TO MA-FIELD
                 MOVE "REMOVED" TO MA-NEW-VALUE
                 PERFORM 8670-WRITE-MAUD-ROW
                 MOVE "ALL ALERTS REMOVED!" TO INFO
               ELSE
                 MOVE WS-ALRT-RESP TO INFO
               END-IF
             END-IF
           END-IF
           END-IF.

      * SWEEP INSTRUCTIONS - RECEIVE AND ACT ON INPUT.
       2240-RECEIVE-SWEEPS.
           EXEC CICS RECEIVE MAP('ZSWEEP') MAPSET('ZBNKSET')
             INTO(ZSWEEPI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
           MOVE SWPACTI TO ACTION
           IF ACTION = "Q"
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           END-IF
           IF ACTION = "A"
             IF WS-ACCOUNT-TYPE NOT = "C"
               MOVE "SWEEPS ARE SET UP FROM A CHECKING ACCOUNT!"
                   TO INFO
             ELSE
             IF SWPTYPI NOT = "O" AND SWPTYPI NOT = "E"
               MOVE "INVALID TYPE - USE O OR E!" TO INFO
             ELSE
             IF SWPLVLI NOT NUMERIC
               MOVE "ENTER THE TARGET/CEILING - 0 FOR ZERO!" TO INFO
             ELSE
             MOVE SWPLVLI TO WS-SWEP-NEW-LEVEL
             IF SWPTYPI = "O" AND WS-SWEP-HAVE-O-SW = 'Y'
               MOVE "AN OVERDRAFT COVER IS ALREADY SET UP!" TO INFO
             ELSE
             IF SWPTYPI = "E" AND WS-SWEP-HAVE-E-SW = 'Y'
               MOVE "AN EXCESS SWEEP IS ALREADY SET UP!" TO INFO
             ELSE
             IF (SWPTYPI = "O" AND WS-SWEP-HAVE-E-SW = 'Y'
                   AND WS-SWEP-NEW-LEVEL > WS-SWEP-E-LEVEL)
                 OR (SWPTYPI = "E" AND WS-SWEP-HAVE-O-SW = 'Y'
                   AND WS-SWEP-NEW-LEVEL < WS-SWEP-O-LEVEL)
               MOVE "COVER TARGET MAY NOT EXCEED SWEEP CEILING!"
                   TO INFO
             ELSE
               MOVE SWPSAVI TO WS-ACCSEL-TARGET
               MOVE WS-ACCSEL-TARGET TO WS-ACHK-ACCNO
               PERFORM 8650-CHECK-ACCNO
               IF WS-ACHK-OK-SW = 'N'
                 MOVE "SAVINGS ACCOUNT FAILS THE CHECK DIGIT!"
                     TO INFO
               ELSE
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-BROWSE-REC)
                           RIDFLD(WS-ACCSEL-TARGET)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-SWEP-RESP)
                 END-EXEC
                 IF WS-SWEP-RESP NOT = ZEROS
                   MOVE "SAVINGS ACCOUNT NOT FOUND!" TO INFO
                 ELSE
                 IF WS-BR-CUST-NO NOT = WS-CUST-NO
                   MOVE "SAVINGS MUST BE UNDER YOUR CUSTOMER NO!"
                       TO INFO
                 ELSE
                 IF WS-BR-ACCOUNT-TYPE NOT = "S"
                   MOVE "NOMINATED ACCOUNT IS NOT SAVINGS!"
                       TO INFO
                 ELSE
                 IF WS-BR-ACCT-STATUS NOT = 'A'
                   MOVE "SAVINGS ACCOUNT IS NOT ACTIVE!" TO INFO
                 ELSE
                 IF WS-SWEP-MAX-SEQ >= 99
                   MOVE "NO FREE SWEEP SEQUENCE - SEE BRANCH!"
                       TO INFO
                 ELSE
                   MOVE SPACES TO WS-SWEP-REC
                   MOVE WS-ACCNO TO SW-ACCNO
                   COMPUTE SW-SEQ-NO = WS-SWEP-MAX-SEQ + 1
                   MOVE SWPTYPI TO SW-TYPE
                   MOVE WS-ACCSEL-TARGET TO SW-SAV-ACCNO
                   MOVE WS-SWEP-NEW-LEVEL TO SW-LEVEL
                   MOVE 'A' TO SW-STATUS
                   PERFORM 8250-GET-TODAY
                   MOVE WS-TODAY TO SW-SET-DATE
                   MOVE WS-LOGIN-CUST TO SW-SET-CUST
                   MOVE ZEROS TO SW-LAST-AMOUNT
                   MOVE 80 TO WS-SWEP-REC-LEN
                   EXEC CICS WRITE DATASET(WS-SWEP-FILE-NAME)
                     FROM (WS-SWEP-REC)
                     RIDFLD(SW-KEY)
                     LENGTH(WS-SWEP-REC-LEN)
                     RESP(WS-SWEP-RESP)
                   END-EXEC
                   IF WS-SWEP-RESP = ZEROS
                     MOVE "SWEEP ADDED - RUNS TONIGHT!" TO INFO
                   ELSE
                     MOVE WS-SWEP-RESP TO INFO
                   END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           IF ACTION = "C"
             IF SWPSEQI NOT NUMERIC
               MOVE "ENTER THE SEQ NUMBER TO CANCEL!" TO INFO
             ELSE
               MOVE SWPSEQI TO WS-SWEP-CANCEL-SEQ
               MOVE WS-ACCNO TO WS-SWEP-BR-ACCNO
               MOVE WS-SWEP-CANCEL-SEQ TO WS-SWEP-BR-SEQ
               MOVE 80 TO WS-SWEP-REC-LEN
               EXEC CICS READ DATASET(WS-SWEP-FILE-NAME)
                         INTO (WS-SWEP-REC)
                         RIDFLD(WS-SWEP-BR-KEY)
                         LENGTH(WS-SWEP-REC-LEN)
                         UPDATE
                         RESP(WS-SWEP-RESP)
               END-EXEC
               IF WS-SWEP-RESP NOT = ZEROS
                 MOVE "SWEEP NOT FOUND!" TO INFO
               ELSE
               IF SW-STATUS NOT = 'A'
                 EXEC CICS UNLOCK DATASET(WS-SWEP-FILE-NAME)
                 END-EXEC
                 MOVE "SWEEP IS ALREADY CANCELLED!" TO INFO
               ELSE
                 MOVE 'C' TO SW-STATUS
                 EXEC CICS REWRITE DATASET(WS-SWEP-FILE-NAME)
                   FROM (WS-SWEP-REC)
                   LENGTH(WS-SWEP-REC-LEN)
                   RESP(WS-SWEP-RESP)
                 END-EXEC
                 IF WS-SWEP-RESP = ZEROS
                   MOVE "SWEEP CANCELLED!" TO INFO
                 ELSE
                   MOVE WS-SWEP-RESP TO INFO
                 END-IF
               END-IF
               END-IF
             END-IF
           END-IF
           END-IF.

      * TWO-OWNER APPROVALS - RECEIVE AND ACT ON INPUT. ONLY AN
      * OWNER OTHER THAN THE ONE WHO KEYED AN ITEM MAY DECIDE IT; AN
      * ITEM THAT CANNOT POST YET (FUNDS, HOLDS, DAILY LIMIT) STAYS
      * PENDING SO IT CAN BE APPROVED AGAIN LATER.
       2250-RECEIVE-APPROVALS.
           EXEC CICS RECEIVE MAP('ZAPPRV') MAPSET('ZBNKSET')
             INTO(ZAPPRVI)
             RESP(WS-RESP-CODE)
           END-EXEC
           IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           ELSE
           MOVE APRACTI TO ACTION
           IF ACTION = "Q"
             MOVE 1 TO SCREEN-STATE
             MOVE "WELCOME!" TO INFO
           END-IF
           IF ACTION = "A" OR ACTION = "R"
             IF APRSEQI NOT NUMERIC
               MOVE "ENTER THE SEQ NUMBER TO DECIDE!" TO INFO
             ELSE
               MOVE APRSEQI TO WS-APPR-PICK-SEQ
               MOVE WS-ACCNO TO WS-APPR-BR-ACCNO
               MOVE WS-APPR-PICK-SEQ TO WS-APPR-BR-SEQ
               MOVE 120 TO WS-APPR-REC-LEN
               EXEC CICS READ DATASET(WS-APPR-FILE-NAME)
                         INTO (WS-APPR-REC)
                         RIDFLD(WS-APPR-BR-KEY)
                         LENGTH(WS-APPR-REC-LEN)
                         UPDATE
                         RESP(WS-APPR-RESP)
               END-EXEC
               IF WS-APPR-RESP NOT = ZEROS
                 MOVE "ITEM NOT FOUND!" TO INFO
               ELSE
               IF AP-STATUS NOT = 'P'
                 EXEC CICS UNLOCK DATASET(WS-APPR-FILE-NAME)
                 END-EXEC
                 MOVE "ITEM IS ALREADY DECIDED!" TO INFO
               ELSE
               IF AP-INIT-CUST = WS-LOGIN-CUST
                 EXEC CICS UNLOCK DATASET(WS-APPR-FILE-NAME)
                 END-EXEC
                 MOVE "ANOTHER OWNER MUST DECIDE YOUR OWN ITEM!"
                     TO INFO
               ELSE
               PERFORM 8250-GET-TODAY
               PERFORM 8845-APPROVAL-LIVE
               IF WS-APPR-LIVE-SW = 'N'
                 MOVE 'E' TO AP-STATUS
                 EXEC CICS REWRITE DATASET(WS-APPR-FILE-NAME)
                   FROM (WS-APPR-REC)
                   LENGTH(WS-APPR-REC-LEN)
                   RESP(WS-APPR-RESP)
                 END-EXEC
                 MOVE "ITEM HAS EXPIRED - IT MUST BE KEYED AGAIN!"
                     TO INFO
               ELSE
               IF ACTION = "R"
                 MOVE 'R' TO AP-STATUS
                 MOVE WS-LOGIN-CUST TO AP-APPR-CUST
                 MOVE WS-TODAY TO AP-DECN-DATE
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   TIME(AP-DECN-TIME)
                 END-EXEC
                 EXEC CICS REWRITE DATASET(WS-APPR-FILE-NAME)
                   FROM (WS-APPR-REC)
                   LENGTH(WS-APPR-REC-LEN)
                   RESP(WS-APPR-RESP)
                 END-EXEC
                 IF WS-APPR-RESP = ZEROS
                   MOVE "ITEM REJECTED - NOTHING WAS POSTED" TO INFO
                 ELSE
                   MOVE WS-APPR-RESP TO INFO
                 END-IF
               ELSE
                 MOVE 'N' TO WS-APPR-POSTED-SW
                 IF AP-TYPE = "T"
                   PERFORM 8870-POST-APPROVED-XFER
                 ELSE
                   PERFORM 8875-QUEUE-APPROVED-PAY
                 END-IF
                 IF WS-APPR-POSTED-SW = 'Y'
                   MOVE 'A' TO AP-STATUS
                   MOVE WS-LOGIN-CUST TO AP-APPR-CUST
                   PERFORM 8250-GET-TODAY
                   MOVE WS-TODAY TO AP-DECN-DATE
                   EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     TIME(AP-DECN-TIME)
                   END-EXEC
                   EXEC CICS REWRITE DATASET(WS-APPR-FILE-NAME)
                     FROM (WS-APPR-REC)
                     LENGTH(WS-APPR-REC-LEN)
                     RESP(WS-APPR-RESP)
                   END-EXEC
                 ELSE
                   EXEC CICS UNLOCK DATASET(WS-APPR-FILE-NAME)
                   END-EXEC
                 END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF
           END-IF.

      * BUILD THE SCREEN FOR THE CURRENT STATE AND, WHEN
      * WS-SEND-MAP-SW IS 'Y', SEND IT.
       3000-SHOW-SCREEN.
           EVALUATE SCREEN-STATE
             WHEN 0
               PERFORM 3100-SHOW-LOGIN
             WHEN 1
               PERFORM 3110-SHOW-HOME
             WHEN 2
               PERFORM 3120-SHOW-REGISTER
             WHEN 3
               PERFORM 3130-SHOW-MINI-STMT
             WHEN 4
               PERFORM 3140-SHOW-NAME-FIND
             WHEN 5
               PERFORM 3150-SHOW-PIN-CHANGE
             WHEN 6
               PERFORM 3160-SHOW-ACCT-SELECT
             WHEN 7
               PERFORM 3170-SHOW-STAND-ORDERS
             WHEN 8
               PERFORM 3180-SHOW-CUST-DETAILS
             WHEN 9
               PERFORM 3190-SHOW-EXT-PAYMENT
             WHEN 10
               PERFORM 3200-SHOW-PAYEES
             WHEN 11
               PERFORM 3210-SHOW-CHQ-STOPS
             WHEN 12
               PERFORM 3220-SHOW-MANDATES
             WHEN 13
               PERFORM 3230-SHOW-ALERTS
             WHEN 14
               PERFORM 3240-SHOW-SWEEPS
             WHEN 15
               PERFORM 3250-SHOW-APPROVALS
           END-EVALUATE.

      * LOGIN SCREEN.
       3100-SHOW-LOGIN.
           MOVE LOW-VALUES TO ZLOGINO
           MOVE INFO TO LOGINFOO
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZLOGIN') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * HOME (ACCOUNT ACTIONS) SCREEN.
       3110-SHOW-HOME.
           MOVE LOW-VALUES TO ZHOMEO
           MOVE BALANCE TO WS-BALANCE-ED
           MOVE WS-BALANCE-ED TO BALANCEO
           MOVE INFO TO HOMINFOO
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZHOME') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * REGISTRATION SCREEN.
       3120-SHOW-REGISTER.
           MOVE LOW-VALUES TO ZRGSTRO
           MOVE INFO TO REGINFOO
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZRGSTR') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * MINI-STATEMENT SCREEN.
       3130-SHOW-MINI-STMT.
           MOVE ZEROS TO WS-MSTMT-COUNT
      * KEYED BROWSE OF THE ACCOUNT'S OWN HISTORY - ONLY THIS
      * ACCOUNT'S ROWS ARE READ, IN REFERENCE (ISSUE) ORDER.
           MOVE WS-ACCNO TO WS-HIST-BR-ACCNO
           MOVE ZEROS TO WS-HIST-BR-REF
           MOVE SPACES TO WS-HIST-BR-ACTION
           MOVE 'N' TO WS-HIST-EOF
           EXEC CICS STARTBR DATASET(WS-HIST-FILE-NAME)
             RIDFLD(WS-HIST-BR-KEY)
             GTEQ
             RESP(WS-HIST-RESP)
           END-EXEC
           IF WS-HIST-RESP = ZEROS
             PERFORM UNTIL WS-HIST-EOF = 'Y'
               MOVE 100 TO WS-HIST-REC-LEN
               EXEC CICS READNEXT DATASET(WS-HIST-FILE-NAME)
                 INTO (WS-HIST-REC)
                 RIDFLD(WS-HIST-BR-KEY)
                 LENGTH(WS-HIST-REC-LEN)
                 RESP(WS-HIST-RESP)
               END-EXEC
               IF WS-HIST-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-HIST-EOF
               ELSE
                 IF JH-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-HIST-EOF
                 ELSE
                   IF WS-MSTMT-COUNT < 5
                     ADD 1 TO WS-MSTMT-COUNT
                     SET WS-MSTMT-IX TO WS-MSTMT-COUNT
                   ELSE
                     PERFORM VARYING WS-MSTMT-IX FROM 1 BY 1
                             UNTIL WS-MSTMT-IX > 4
                       MOVE WS-MSTMT-ENTRY(WS-MSTMT-IX + 1)
                           TO WS-MSTMT-ENTRY(WS-MSTMT-IX)
                     END-PERFORM
                     SET WS-MSTMT-IX TO 5
                   END-IF
                   MOVE JH-ACTION TO WS-MSTMT-ACTION(WS-MSTMT-IX)
                   MOVE JH-AMOUNT TO WS-MSTMT-AMOUNT(WS-MSTMT-IX)
                   MOVE JH-AFTER-BAL TO
                       WS-MSTMT-AFTER(WS-MSTMT-IX)
                   MOVE JH-TS-DATE TO WS-MSTMT-DATE(WS-MSTMT-IX)
                   MOVE JH-TS-TIME TO WS-MSTMT-TIME(WS-MSTMT-IX)
                   MOVE JH-REF-NO TO WS-MSTMT-REF(WS-MSTMT-IX)
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-HIST-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZMSTMTO
           MOVE INFO TO MSTINFOO
           MOVE SPACES TO MSTLIN1O
           MOVE SPACES TO MSTLIN2O
           MOVE SPACES TO MSTLIN3O
           MOVE SPACES TO MSTLIN4O
           MOVE SPACES TO MSTLIN5O
           IF WS-MSTMT-COUNT = ZEROS
             MOVE "NO TRANSACTIONS ON THE JOURNAL" TO MSTLIN1O
           ELSE
             IF WS-MSTMT-COUNT >= 1
               MOVE WS-MSTMT-AMOUNT(1) TO WS-MSTMT-AMOUNT-ED
               MOVE WS-MSTMT-AFTER(1) TO WS-MSTMT-AFTER-ED
               STRING WS-MSTMT-DATE(1) " " WS-MSTMT-TIME(1) " "
                   WS-MSTMT-ACTION(1) " AMT=" WS-MSTMT-AMOUNT-ED
                   " BAL=" WS-MSTMT-AFTER-ED
                   " REF=" WS-MSTMT-REF(1)(5:8)
                   DELIMITED BY SIZE INTO MSTLIN1O
             END-IF
             IF WS-MSTMT-COUNT >= 2
               MOVE WS-MSTMT-AMOUNT(2) TO WS-MSTMT-AMOUNT-ED
               MOVE WS-MSTMT-AFTER(2) TO WS-MSTMT-AFTER-ED
               STRING WS-MSTMT-DATE(2) " " WS-MSTMT-TIME(2) " "
                   WS-MSTMT-ACTION(2) " AMT=" WS-MSTMT-AMOUNT-ED
                   " BAL=" WS-MSTMT-AFTER-ED
                   " REF=" WS-MSTMT-REF(2)(5:8)
                   DELIMITED BY SIZE INTO MSTLIN2O
             END-IF
             IF WS-MSTMT-COUNT >= 3
               MOVE WS-MSTMT-AMOUNT(3) TO WS-MSTMT-AMOUNT-ED
               MOVE WS-MSTMT-AFTER(3) TO WS-MSTMT-AFTER-ED
               STRING WS-MSTMT-DATE(3) " " WS-MSTMT-TIME(3) " "
                   WS-MSTMT-ACTION(3) " AMT=" WS-MSTMT-AMOUNT-ED
                   " BAL=" WS-MSTMT-AFTER-ED
                   " REF=" WS-MSTMT-REF(3)(5:8)
                   DELIMITED BY SIZE INTO MSTLIN3O
             END-IF
             IF WS-MSTMT-COUNT >= 4
               MOVE WS-MSTMT-AMOUNT(4) TO WS-MSTMT-AMOUNT-ED
               MOVE WS-MSTMT-AFTER(4) TO WS-MSTMT-AFTER-ED
               STRING WS-MSTMT-DATE(4) " " WS-MSTMT-TIME(4) " "
                   WS-MSTMT-ACTION(4) " AMT=" WS-MSTMT-AMOUNT-ED
                   " BAL=" WS-MSTMT-AFTER-ED
                   " REF=" WS-MSTMT-REF(4)(5:8)
                   DELIMITED BY SIZE INTO MSTLIN4O
             END-IF
             IF WS-MSTMT-COUNT >= 5
               MOVE WS-MSTMT-AMOUNT(5) TO WS-MSTMT-AMOUNT-ED
               MOVE WS-MSTMT-AFTER(5) TO WS-MSTMT-AFTER-ED
               STRING WS-MSTMT-DATE(5) " " WS-MSTMT-TIME(5) " "
                   WS-MSTMT-ACTION(5) " AMT=" WS-MSTMT-AMOUNT-ED
                   " BAL=" WS-MSTMT-AFTER-ED
                   " REF=" WS-MSTMT-REF(5)(5:8)
                   DELIMITED BY SIZE INTO MSTLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZMSTMT') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * NAME SEARCH SCREEN.
       3140-SHOW-NAME-FIND.
           MOVE LOW-VALUES TO ZNMFINDO
           MOVE INFO TO NMFINFOO
           MOVE SPACES TO NMFRSLTO
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZNMFIND') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * PIN CHANGE SCREEN.
       3150-SHOW-PIN-CHANGE.
           MOVE LOW-VALUES TO ZPINCHGO
           MOVE INFO TO PCHINFOO
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZPINCHG') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * ACCOUNT SELECTION SCREEN.
       3160-SHOW-ACCT-SELECT.
           MOVE ZEROS TO WS-ACCSEL-COUNT
           MOVE ZEROS TO WS-ACCSEL-KEY
           MOVE 'N' TO WS-ACCSEL-EOF
           EXEC CICS STARTBR DATASET(WS-FILE-NAME)
             RIDFLD(WS-ACCSEL-KEY)
             GTEQ
             RESP(WS-ACCSEL-BR-RESP)
           END-EXEC
           IF WS-ACCSEL-BR-RESP = ZEROS
             PERFORM UNTIL WS-ACCSEL-EOF = 'Y'
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READNEXT DATASET(WS-FILE-NAME)
                 INTO (WS-BROWSE-REC)
                 RIDFLD(WS-ACCSEL-KEY)
                 LENGTH(WS-REC-LEN)
                 RESP(WS-ACCSEL-BR-RESP)
               END-EXEC
               IF WS-ACCSEL-BR-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-ACCSEL-EOF
               ELSE
                 IF WS-BR-CUST-NO = WS-LOGIN-CUST
                     AND WS-BR-ACCNO NOT = WS-ACCNO
                     AND WS-BR-ACCT-STATUS NOT = 'C'
                   IF WS-ACCSEL-COUNT < 5
                     ADD 1 TO WS-ACCSEL-COUNT
                     SET WS-ACCSEL-IX TO WS-ACCSEL-COUNT
                     MOVE WS-BR-ACCNO TO
                         WS-ACCSEL-ACCNO(WS-ACCSEL-IX)
                     MOVE WS-BR-ACCOUNT-TYPE TO
                         WS-ACCSEL-TYPE(WS-ACCSEL-IX)
                     MOVE WS-BR-BALANCE TO
                         WS-ACCSEL-BALANCE(WS-ACCSEL-IX)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-FILE-NAME)
             END-EXEC
           END-IF
      * ACCOUNTS THE AUTHENTICATED OWNER HOLDS JOINTLY THROUGH THE
      * LINK FILE - SCAN THE (SMALL) LINK FILE AND ADD ANY THAT ARE
      * NOT ALREADY LISTED.
           PERFORM 8850-ADD-LINKED-ACCOUNTS
           MOVE LOW-VALUES TO ZACCSELO
           MOVE INFO TO ASLINFOO
           MOVE SPACES TO ASLLIN1O
           MOVE SPACES TO ASLLIN2O
           MOVE SPACES TO ASLLIN3O
           MOVE SPACES TO ASLLIN4O
           MOVE SPACES TO ASLLIN5O
           IF WS-ACCSEL-COUNT = ZEROS
             MOVE "NO OTHER ACCOUNTS FOUND" TO ASLLIN1O
           ELSE
             IF WS-ACCSEL-COUNT >= 1
               MOVE WS-ACCSEL-BALANCE(1) TO WS-ACCSEL-BALANCE-ED
               STRING "ACCOUNT=" WS-ACCSEL-ACCNO(1) " TYPE="
                   WS-ACCSEL-TYPE(1) " BAL=" WS-ACCSEL-BALANCE-ED
                   DELIMITED BY SIZE INTO ASLLIN1O
             END-IF
             IF WS-ACCSEL-COUNT >= 2
               MOVE WS-ACCSEL-BALANCE(2) TO WS-ACCSEL-BALANCE-ED
               STRING "ACCOUNT=" WS-ACCSEL-ACCNO(2) " TYPE="
                   WS-ACCSEL-TYPE(2) " BAL=" WS-ACCSEL-BALANCE-ED
                   DELIMITED BY SIZE INTO ASLLIN2O
             END-IF
             IF WS-ACCSEL-COUNT >= 3
               MOVE WS-ACCSEL-BALANCE(3) TO WS-ACCSEL-BALANCE-ED
               STRING "ACCOUNT=" WS-ACCSEL-ACCNO(3) " TYPE="
                   WS-ACCSEL-TYPE(3) " BAL=" WS-ACCSEL-BALANCE-ED
                   DELIMITED BY SIZE INTO ASLLIN3O
             END-IF
             IF WS-ACCSEL-COUNT >= 4
               MOVE WS-ACCSEL-BALANCE(4) TO WS-ACCSEL-BALANCE-ED
               STRING "ACCOUNT=" WS-ACCSEL-ACCNO(4) " TYPE="
                   WS-ACCSEL-TYPE(4) " BAL=" WS-ACCSEL-BALANCE-ED
                   DELIMITED BY SIZE INTO ASLLIN4O
             END-IF
             IF WS-ACCSEL-COUNT >= 5
               MOVE WS-ACCSEL-BALANCE(5) TO WS-ACCSEL-BALANCE-ED
               STRING "ACCOUNT=" WS-ACCSEL-ACCNO(5) " TYPE="
                   WS-ACCSEL-TYPE(5) " BAL=" WS-ACCSEL-BALANCE-ED
                   DELIMITED BY SIZE INTO ASLLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZACCSEL') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * STANDING ORDERS SCREEN.
       3170-SHOW-STAND-ORDERS.
           MOVE ZEROS TO WS-STOR-COUNT
           MOVE ZEROS TO WS-STOR-MAX-SEQ
           MOVE WS-ACCNO TO WS-STOR-BR-ACCNO
           MOVE ZEROS TO WS-STOR-BR-SEQ
           MOVE 'N' TO WS-STOR-EOF
           EXEC CICS STARTBR DATASET(WS-STOR-FILE-NAME)
             RIDFLD(WS-STOR-BR-KEY)
             GTEQ
             RESP(WS-STOR-RESP)
           END-EXEC
           IF WS-STOR-RESP = ZEROS
             PERFORM UNTIL WS-STOR-EOF = 'Y'
               MOVE 44 TO WS-STOR-REC-LEN
               EXEC CICS READNEXT DATASET(WS-STOR-FILE-NAME)
                 INTO (WS-STOR-REC)
                 RIDFLD(WS-STOR-BR-KEY)
                 LENGTH(WS-STOR-REC-LEN)
                 RESP(WS-STOR-RESP)
               END-EXEC
               IF WS-STOR-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-STOR-EOF
               ELSE
                 IF SO-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-STOR-EOF
                 ELSE
                   MOVE SO-SEQ-NO TO WS-STOR-MAX-SEQ
                   IF SO-STATUS = 'A' AND WS-STOR-COUNT < 5
                     ADD 1 TO WS-STOR-COUNT
                     SET WS-STOR-IX TO WS-STOR-COUNT
                     MOVE SO-SEQ-NO TO
                         WS-STOR-SEQ(WS-STOR-IX)
                     MOVE SO-TO-ACCNO TO
                         WS-STOR-TOACC(WS-STOR-IX)
                     MOVE SO-AMOUNT TO
                         WS-STOR-AMT(WS-STOR-IX)
                     MOVE SO-FREQUENCY TO
                         WS-STOR-FREQ(WS-STOR-IX)
                     MOVE SO-NEXT-RUN TO
                         WS-STOR-NEXT(WS-STOR-IX)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-STOR-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZSORDERO
           MOVE INFO TO SORINFOO
           MOVE SPACES TO SORLIN1O
           MOVE SPACES TO SORLIN2O
           MOVE SPACES TO SORLIN3O
           MOVE SPACES TO SORLIN4O
           MOVE SPACES TO SORLIN5O
           IF WS-STOR-COUNT = ZEROS
             MOVE "NO STANDING ORDERS ON FILE" TO SORLIN1O
           ELSE
             IF WS-STOR-COUNT >= 1
               MOVE WS-STOR-AMT(1) TO WS-STOR-AMT-ED
               STRING "SEQ=" WS-STOR-SEQ(1)
                   " TO=" WS-STOR-TOACC(1)
                   " AMT=" WS-STOR-AMT-ED
                   " FREQ=" WS-STOR-FREQ(1)
                   " NEXT=" WS-STOR-NEXT(1)
                   DELIMITED BY SIZE INTO SORLIN1O
             END-IF
             IF WS-STOR-COUNT >= 2
               MOVE WS-STOR-AMT(2) TO WS-STOR-AMT-ED
               STRING "SEQ=" WS-STOR-SEQ(2)
                   " TO=" WS-STOR-TOACC(2)
                   " AMT=" WS-STOR-AMT-ED
                   " FREQ=" WS-STOR-FREQ(2)
                   " NEXT=" WS-STOR-NEXT(2)
                   DELIMITED BY SIZE INTO SORLIN2O
             END-IF
             IF WS-STOR-COUNT >= 3
               MOVE WS-STOR-AMT(3) TO WS-STOR-AMT-ED
               STRING "SEQ=" WS-STOR-SEQ(3)
                   " TO=" WS-STOR-TOACC(3)
                   " AMT=" WS-STOR-AMT-ED
                   " FREQ=" WS-STOR-FREQ(3)
                   " NEXT=" WS-STOR-NEXT(3)
                   DELIMITED BY SIZE INTO SORLIN3O
             END-IF
             IF WS-STOR-COUNT >= 4
               MOVE WS-STOR-AMT(4) TO WS-STOR-AMT-ED
               STRING "SEQ=" WS-STOR-SEQ(4)
                   " TO=" WS-STOR-TOACC(4)
                   " AMT=" WS-STOR-AMT-ED
                   " FREQ=" WS-STOR-FREQ(4)
                   " NEXT=" WS-STOR-NEXT(4)
                   DELIMITED BY SIZE INTO SORLIN4O
             END-IF
             IF WS-STOR-COUNT >= 5
               MOVE WS-STOR-AMT(5) TO WS-STOR-AMT-ED
               STRING "SEQ=" WS-STOR-SEQ(5)
                   " TO=" WS-STOR-TOACC(5)
                   " AMT=" WS-STOR-AMT-ED
                   " FREQ=" WS-STOR-FREQ(5)
                   " NEXT=" WS-STOR-NEXT(5)
                   DELIMITED BY SIZE INTO SORLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZSORDER') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * CUSTOMER DETAILS SCREEN.
       3180-SHOW-CUST-DETAILS.
           MOVE LOW-VALUES TO ZCUSTMO
           MOVE INFO TO CMINFOO
      * THE AUTHENTICATED OWNER'S OWN CUSTOMER RECORD - ON A JOINT
      * ACCOUNT THIS IS NOT NECESSARILY THE ACCOUNT'S PRIMARY
      * WS-CUST-NO.
           MOVE WS-LOGIN-CUST TO WS-REG-CUST-NO
           MOVE 170 TO WS-CUST-REC-LEN
           EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                     INTO (WS-CUST-REC)
                     RIDFLD(WS-REG-CUST-NO)
                     LENGTH(WS-CUST-REC-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC
           IF WS-CUST-RESP = ZEROS
             MOVE CUST-NAME TO CMNAMEO
             MOVE CUST-ADDR1 TO CMADDR1O
             MOVE CUST-ADDR2 TO CMADDR2O
             MOVE CUST-PHONE TO CMPHONEO
             MOVE CUST-EMAIL TO CMEMAILO
             MOVE CUST-DOB TO CMDOBO
             MOVE CUST-ID-NO TO CMIDNOO
             MOVE CUST-DELIV-PREF TO CMDLVO
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZCUSTM') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * EXTERNAL PAYMENT SCREEN.
       3190-SHOW-EXT-PAYMENT.
           MOVE ZEROS TO WS-PAYR-COUNT
           MOVE WS-ACCNO TO WS-PAYP-BR-ACCNO
           MOVE ZEROS TO WS-PAYP-BR-SEQ
           MOVE 'N' TO WS-PAYP-EOF
           EXEC CICS STARTBR DATASET(WS-PAYP-FILE-NAME)
             RIDFLD(WS-PAYP-BR-KEY)
             GTEQ
             RESP(WS-PAYP-RESP)
           END-EXEC
           IF WS-PAYP-RESP = ZEROS
             PERFORM UNTIL WS-PAYP-EOF = 'Y'
               MOVE 80 TO WS-PAYP-REC-LEN
               EXEC CICS READNEXT DATASET(WS-PAYP-FILE-NAME)
                 INTO (WS-PAYP-REC)
                 RIDFLD(WS-PAYP-BR-KEY)
                 LENGTH(WS-PAYP-REC-LEN)
                 RESP(WS-PAYP-RESP)
               END-EXEC
               IF WS-PAYP-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-PAYP-EOF
               ELSE
                 IF PP-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-PAYP-EOF
                 ELSE
                   IF PP-STATUS = 'T'
                     MOVE WS-PAYR-ENTRY(1) TO WS-PAYR-ENTRY(2)
                     MOVE PP-BENE-ACCNO TO WS-PAYR-BENE(1)
                     MOVE PP-AMOUNT TO WS-PAYR-AMT(1)
                     MOVE PP-RTN-REASON TO WS-PAYR-REASON(1)
                     IF WS-PAYR-COUNT < 2
                       ADD 1 TO WS-PAYR-COUNT
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-PAYP-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZEXTPAYO
           MOVE INFO TO XPYINFOO
           MOVE SPACES TO XPYRTN1O
           MOVE SPACES TO XPYRTN2O
           IF WS-PAYR-COUNT >= 1
             MOVE WS-PAYR-REASON(1) TO WS-RTNR-CODE
             PERFORM 8685-RETURN-REASON-TEXT
             MOVE WS-PAYR-AMT(1) TO WS-PAYR-AMT-ED
             STRING "RETURNED " WS-PAYR-AMT-ED
                 " TO " WS-PAYR-BENE(1)
                 " - " WS-RTNR-TEXT
                 DELIMITED BY SIZE INTO XPYRTN1O
           END-IF
           IF WS-PAYR-COUNT >= 2
             MOVE WS-PAYR-REASON(2) TO WS-RTNR-CODE
             PERFORM 8685-RETURN-REASON-TEXT
             MOVE WS-PAYR-AMT(2) TO WS-PAYR-AMT-ED
             STRING "RETURNED " WS-PAYR-AMT-ED
                 " TO " WS-PAYR-BENE(2)
                 " - " WS-RTNR-TEXT
                 DELIMITED BY SIZE INTO XPYRTN2O
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZEXTPAY') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * SAVED PAYEES SCREEN.
       3200-SHOW-PAYEES.
           MOVE ZEROS TO WS-PAYL-COUNT
           MOVE ZEROS TO WS-PAYE-MAX-SEQ
           MOVE WS-LOGIN-CUST TO WS-PAYE-BR-CUST
           MOVE ZEROS TO WS-PAYE-BR-SEQ
           MOVE 'N' TO WS-PAYE-EOF
           PERFORM 8250-GET-TODAY
           EXEC CICS STARTBR DATASET(WS-PAYE-FILE-NAME)
             RIDFLD(WS-PAYE-BR-KEY)
             GTEQ
             RESP(WS-PAYE-RESP)
           END-EXEC
           IF WS-PAYE-RESP = ZEROS
             PERFORM UNTIL WS-PAYE-EOF = 'Y'
               MOVE 60 TO WS-PAYE-REC-LEN
               EXEC CICS READNEXT DATASET(WS-PAYE-FILE-NAME)
                 INTO (WS-PAYE-REC)
                 RIDFLD(WS-PAYE-BR-KEY)
                 LENGTH(WS-PAYE-REC-LEN)
                 RESP(WS-PAYE-RESP)
               END-EXEC
               IF WS-PAYE-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-PAYE-EOF
               ELSE
                 IF PY-CUST-NO NOT = WS-LOGIN-CUST
                   MOVE 'Y' TO WS-PAYE-EOF
                 ELSE
                   MOVE PY-SEQ-NO TO WS-PAYE-MAX-SEQ
                   IF PY-STATUS = 'A' AND WS-PAYL-COUNT < 5
                     ADD 1 TO WS-PAYL-COUNT
                     SET WS-PAYL-IX TO WS-PAYL-COUNT
                     MOVE PY-SEQ-NO TO
                         WS-PAYL-SEQ(WS-PAYL-IX)
                     MOVE PY-TO-ACCNO TO
                         WS-PAYL-ACCNO(WS-PAYL-IX)
                     MOVE PY-NICKNAME TO
                         WS-PAYL-NICK(WS-PAYL-IX)
                     PERFORM 8090-PAYEE-USABLE
                     MOVE WS-CAL-USABLE-SW TO
                         WS-PAYL-USABLE(WS-PAYL-IX)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-PAYE-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZPAYEEO
           MOVE INFO TO PAYINFOO
           MOVE SPACES TO PAYLIN1O
           MOVE SPACES TO PAYLIN2O
           MOVE SPACES TO PAYLIN3O
           MOVE SPACES TO PAYLIN4O
           MOVE SPACES TO PAYLIN5O
           IF WS-PAYL-COUNT = ZEROS
             MOVE "NO PAYEES ON FILE" TO PAYLIN1O
           ELSE
             IF WS-PAYL-COUNT >= 1
               STRING "SEQ=" WS-PAYL-SEQ(1)
                   " TO=" WS-PAYL-ACCNO(1)
                   " " WS-PAYL-NICK(1)
                   " USABLE=" WS-PAYL-USABLE(1)
                   DELIMITED BY SIZE INTO PAYLIN1O
             END-IF
             IF WS-PAYL-COUNT >= 2
               STRING "SEQ=" WS-PAYL-SEQ(2)
                   " TO=" WS-PAYL-ACCNO(2)
                   " " WS-PAYL-NICK(2)
                   " USABLE=" WS-PAYL-USABLE(2)
                   DELIMITED BY SIZE INTO PAYLIN2O
             END-IF
             IF WS-PAYL-COUNT >= 3
               STRING "SEQ=" WS-PAYL-SEQ(3)
                   " TO=" WS-PAYL-ACCNO(3)
                   " " WS-PAYL-NICK(3)
                   " USABLE=" WS-PAYL-USABLE(3)
                   DELIMITED BY SIZE INTO PAYLIN3O
             END-IF
             IF WS-PAYL-COUNT >= 4
               STRING "SEQ=" WS-PAYL-SEQ(4)
                   " TO=" WS-PAYL-ACCNO(4)
                   " " WS-PAYL-NICK(4)
                   " USABLE=" WS-PAYL-USABLE(4)
                   DELIMITED BY SIZE INTO PAYLIN4O
             END-IF
             IF WS-PAYL-COUNT >= 5
               STRING "SEQ=" WS-PAYL-SEQ(5)
                   " TO=" WS-PAYL-ACCNO(5)
                   " " WS-PAYL-NICK(5)
                   " USABLE=" WS-PAYL-USABLE(5)
                   DELIMITED BY SIZE INTO PAYLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZPAYEE') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * CHEQUE STOPS SCREEN.
       3210-SHOW-CHQ-STOPS.
           MOVE ZEROS TO WS-CHQL-COUNT
           MOVE WS-ACCNO TO WS-CHQS-BR-ACCNO
           MOVE ZEROS TO WS-CHQS-BR-SERIAL
           MOVE 'N' TO WS-CHQS-EOF
           EXEC CICS STARTBR DATASET(WS-CHQS-FILE-NAME)
             RIDFLD(WS-CHQS-BR-KEY)
             GTEQ
             RESP(WS-CHQS-RESP)
           END-EXEC
           IF WS-CHQS-RESP = ZEROS
             PERFORM UNTIL WS-CHQS-EOF = 'Y'
               MOVE 80 TO WS-CHQS-REC-LEN
               EXEC CICS READNEXT DATASET(WS-CHQS-FILE-NAME)
                 INTO (WS-CHQS-REC)
                 RIDFLD(WS-CHQS-BR-KEY)
                 LENGTH(WS-CHQS-REC-LEN)
                 RESP(WS-CHQS-RESP)
               END-EXEC
               IF WS-CHQS-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-CHQS-EOF
               ELSE
                 IF CS-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-CHQS-EOF
                 ELSE
                   IF CS-STATUS = 'A' AND WS-CHQL-COUNT < 5
                     ADD 1 TO WS-CHQL-COUNT
                     SET WS-CHQL-IX TO WS-CHQL-COUNT
                     MOVE CS-SERIAL TO
                         WS-CHQL-SERIAL(WS-CHQL-IX)
                     MOVE CS-AMOUNT TO
                         WS-CHQL-AMT(WS-CHQL-IX)
                     MOVE CS-PLACED-DATE TO
                         WS-CHQL-DATE(WS-CHQL-IX)
                     MOVE CS-REASON TO
                         WS-CHQL-REASON(WS-CHQL-IX)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-CHQS-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZCHQSTPO
           MOVE INFO TO CQSINFOO
           MOVE SPACES TO CQSLIN1O
           MOVE SPACES TO CQSLIN2O
           MOVE SPACES TO CQSLIN3O
           MOVE SPACES TO CQSLIN4O
           MOVE SPACES TO CQSLIN5O
           IF WS-CHQL-COUNT = ZEROS
             MOVE "NO CHEQUES STOPPED" TO CQSLIN1O
           ELSE
             IF WS-CHQL-COUNT >= 1
               MOVE WS-CHQL-AMT(1) TO WS-CHQL-AMT-ED
               STRING "SERIAL=" WS-CHQL-SERIAL(1)
                   " AMT=" WS-CHQL-AMT-ED
                   " ON=" WS-CHQL-DATE(1)
                   " " WS-CHQL-REASON(1)
                   DELIMITED BY SIZE INTO CQSLIN1O
             END-IF
             IF WS-CHQL-COUNT >= 2
               MOVE WS-CHQL-AMT(2) TO WS-CHQL-AMT-ED
               STRING "SERIAL=" WS-CHQL-SERIAL(2)
                   " AMT=" WS-CHQL-AMT-ED
                   " ON=" WS-CHQL-DATE(2)
                   " " WS-CHQL-REASON(2)
                   DELIMITED BY SIZE INTO CQSLIN2O
             END-IF
             IF WS-CHQL-COUNT >= 3
               MOVE WS-CHQL-AMT(3) TO WS-CHQL-AMT-ED
               STRING "SERIAL=" WS-CHQL-SERIAL(3)
                   " AMT=" WS-CHQL-AMT-ED
                   " ON=" WS-CHQL-DATE(3)
                   " " WS-CHQL-REASON(3)
                   DELIMITED BY SIZE INTO CQSLIN3O
             END-IF
             IF WS-CHQL-COUNT >= 4
               MOVE WS-CHQL-AMT(4) TO WS-CHQL-AMT-ED
               STRING "SERIAL=" WS-CHQL-SERIAL(4)
                   " AMT=" WS-CHQL-AMT-ED
                   " ON=" WS-CHQL-DATE(4)
                   " " WS-CHQL-REASON(4)
                   DELIMITED BY SIZE INTO CQSLIN4O
             END-IF
             IF WS-CHQL-COUNT >= 5
               MOVE WS-CHQL-AMT(5) TO WS-CHQL-AMT-ED
               STRING "SERIAL=" WS-CHQL-SERIAL(5)
                   " AMT=" WS-CHQL-AMT-ED
                   " ON=" WS-CHQL-DATE(5)
                   " " WS-CHQL-REASON(5)
                   DELIMITED BY SIZE INTO CQSLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZCHQSTP') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * DIRECT DEBIT MANDATES SCREEN.
       3220-SHOW-MANDATES.
      * LIST THE ACCOUNT'S MANDATES FIVE AT A TIME FROM WS-MNDL-SKIP,
      * ACTIVE AND CANCELLED ALIKE, NOTING WHETHER MORE FOLLOW.
           MOVE ZEROS TO WS-MNDL-COUNT
           MOVE ZEROS TO WS-MNDL-SEEN
           MOVE 'N' TO WS-MNDL-MORE-SW
           MOVE WS-ACCNO TO WS-MAND-BR-ACCNO
           MOVE LOW-VALUES TO WS-MAND-BR-ORIG
           MOVE 'N' TO WS-MAND-EOF
           EXEC CICS STARTBR DATASET(WS-MAND-FILE-NAME)
             RIDFLD(WS-MAND-BR-KEY)
             GTEQ
             RESP(WS-MAND-RESP)
           END-EXEC
           IF WS-MAND-RESP = ZEROS
             PERFORM UNTIL WS-MAND-EOF = 'Y'
               MOVE 100 TO WS-MAND-REC-LEN
               EXEC CICS READNEXT DATASET(WS-MAND-FILE-NAME)
                 INTO (WS-MAND-REC)
                 RIDFLD(WS-MAND-BR-KEY)
                 LENGTH(WS-MAND-REC-LEN)
                 RESP(WS-MAND-RESP)
               END-EXEC
               IF WS-MAND-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-MAND-EOF
               ELSE
                 IF MD-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-MAND-EOF
                 ELSE
                   ADD 1 TO WS-MNDL-SEEN
                   IF WS-MNDL-SEEN > WS-MNDL-SKIP
                     IF WS-MNDL-COUNT < 5
                       ADD 1 TO WS-MNDL-COUNT
                       SET WS-MNDL-IX TO WS-MNDL-COUNT
                       MOVE MD-ORIG-ID TO
                           WS-MNDL-ORIG(WS-MNDL-IX)
                       MOVE MD-MANDATE-REF TO
                           WS-MNDL-REF(WS-MNDL-IX)
                       MOVE MD-MAX-AMOUNT TO
                           WS-MNDL-MAX(WS-MNDL-IX)
                       MOVE MD-STATUS TO
                           WS-MNDL-STATUS(WS-MNDL-IX)
                     ELSE
                       MOVE 'Y' TO WS-MNDL-MORE-SW
                       MOVE 'Y' TO WS-MAND-EOF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-MAND-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZMNDLSTO
           MOVE INFO TO MDLINFOO
           MOVE SPACES TO MDLLIN1O
           MOVE SPACES TO MDLLIN2O
           MOVE SPACES TO MDLLIN3O
           MOVE SPACES TO MDLLIN4O
           MOVE SPACES TO MDLLIN5O
           IF WS-MNDL-COUNT = ZEROS
             MOVE "NO DIRECT DEBIT MANDATES" TO MDLLIN1O
           ELSE
             IF WS-MNDL-COUNT >= 1
               SET WS-MNDL-IX TO 1
               PERFORM 8680-FORMAT-MANDATE-LINE
               MOVE WS-MNDL-LINE TO MDLLIN1O
             END-IF
             IF WS-MNDL-COUNT >= 2
               SET WS-MNDL-IX TO 2
               PERFORM 8680-FORMAT-MANDATE-LINE
               MOVE WS-MNDL-LINE TO MDLLIN2O
             END-IF
             IF WS-MNDL-COUNT >= 3
               SET WS-MNDL-IX TO 3
               PERFORM 8680-FORMAT-MANDATE-LINE
               MOVE WS-MNDL-LINE TO MDLLIN3O
             END-IF
             IF WS-MNDL-COUNT >= 4
               SET WS-MNDL-IX TO 4
               PERFORM 8680-FORMAT-MANDATE-LINE
               MOVE WS-MNDL-LINE TO MDLLIN4O
             END-IF
             IF WS-MNDL-COUNT >= 5
               SET WS-MNDL-IX TO 5
               PERFORM 8680-FORMAT-MANDATE-LINE
               MOVE WS-MNDL-LINE TO MDLLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZMNDLST') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * ACCOUNT ALERTS SCREEN.
       3230-SHOW-ALERTS.
           MOVE LOW-VALUES TO ZALERTO
           MOVE INFO TO ALTINFOO
      * THE MESSAGES GO TO THE LOGGED-IN OWNER'S OWN PHONE AND EMAIL
      * - ON A JOINT ACCOUNT, TO WHICHEVER OWNER LAST SAVED.
           MOVE WS-LOGIN-CUST TO WS-REG-CUST-NO
           MOVE 170 TO WS-CUST-REC-LEN
           EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                     INTO (WS-CUST-REC)
                     RIDFLD(WS-REG-CUST-NO)
                     LENGTH(WS-CUST-REC-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC
           IF WS-CUST-RESP NOT = ZEROS
             MOVE SPACES TO CUST-PHONE
             MOVE SPACES TO CUST-EMAIL
           END-IF
           MOVE CUST-PHONE TO ALTPHNO
           MOVE CUST-EMAIL TO ALTEMLO
           MOVE WS-ACCNO TO AL-ACCNO
           MOVE 80 TO WS-ALRT-REC-LEN
           EXEC CICS READ DATASET(WS-ALRT-FILE-NAME)
                     INTO (WS-ALRT-REC)
                     RIDFLD(AL-ACCNO)
                     LENGTH(WS-ALRT-REC-LEN)
                     RESP(WS-ALRT-RESP)
           END-EXEC
           IF WS-ALRT-RESP = ZEROS
             MOVE AL-CHANNEL TO ALTCHNO
             MOVE AL-LOW-SW TO ALTLOWO
             MOVE AL-LOW-AMOUNT TO WS-ALRT-AMT-IN
             MOVE WS-ALRT-AMT-X TO ALTLAMTO
             MOVE AL-LARGE-SW TO ALTBIGO
             MOVE AL-LARGE-AMOUNT TO WS-ALRT-AMT-IN
             MOVE WS-ALRT-AMT-X TO ALTBAMTO
             MOVE AL-PIN-SW TO ALTPINO
             MOVE AL-PAYEE-SW TO ALTPAYO
             MOVE AL-DEP-SW TO ALTDEPO
           ELSE
             MOVE "N" TO ALTLOWO
             MOVE "N" TO ALTBIGO
             MOVE "N" TO ALTPINO
             MOVE "N" TO ALTPAYO
             MOVE "N" TO ALTDEPO
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZALERT') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * SWEEP INSTRUCTIONS SCREEN.
       3240-SHOW-SWEEPS.
           MOVE ZEROS TO WS-SWEP-COUNT
           MOVE ZEROS TO WS-SWEP-MAX-SEQ
           MOVE 'N' TO WS-SWEP-HAVE-O-SW
           MOVE 'N' TO WS-SWEP-HAVE-E-SW
           MOVE WS-ACCNO TO WS-SWEP-BR-ACCNO
           MOVE ZEROS TO WS-SWEP-BR-SEQ
           MOVE 'N' TO WS-SWEP-EOF
           EXEC CICS STARTBR DATASET(WS-SWEP-FILE-NAME)
             RIDFLD(WS-SWEP-BR-KEY)
             GTEQ
             RESP(WS-SWEP-RESP)
           END-EXEC
           IF WS-SWEP-RESP = ZEROS
             PERFORM UNTIL WS-SWEP-EOF = 'Y'
               MOVE 80 TO WS-SWEP-REC-LEN
               EXEC CICS READNEXT DATASET(WS-SWEP-FILE-NAME)
                 INTO (WS-SWEP-REC)
                 RIDFLD(WS-SWEP-BR-KEY)
                 LENGTH(WS-SWEP-REC-LEN)
                 RESP(WS-SWEP-RESP)
               END-EXEC
               IF WS-SWEP-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-SWEP-EOF
               ELSE
                 IF SW-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-SWEP-EOF
                 ELSE
                   MOVE SW-SEQ-NO TO WS-SWEP-MAX-SEQ
                   IF SW-STATUS = 'A'
                     IF SW-TYPE = "O"
                       MOVE 'Y' TO WS-SWEP-HAVE-O-SW
                       MOVE SW-LEVEL TO WS-SWEP-O-LEVEL
                     ELSE
                       MOVE 'Y' TO WS-SWEP-HAVE-E-SW
                       MOVE SW-LEVEL TO WS-SWEP-E-LEVEL
                     END-IF
                     IF WS-SWEP-COUNT < 5
                       ADD 1 TO WS-SWEP-COUNT
                       SET WS-SWEP-IX TO WS-SWEP-COUNT
                       MOVE SW-SEQ-NO TO WS-SWEP-SEQ(WS-SWEP-IX)
                       MOVE SW-TYPE TO WS-SWEP-TYPE(WS-SWEP-IX)
                       MOVE SW-SAV-ACCNO TO
                           WS-SWEP-SAVACC(WS-SWEP-IX)
                       MOVE SW-LEVEL TO WS-SWEP-LEVEL(WS-SWEP-IX)
                       MOVE SW-LAST-RUN TO WS-SWEP-LAST(WS-SWEP-IX)
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-SWEP-FILE-NAME)
             END-EXEC
           END-IF
           MOVE LOW-VALUES TO ZSWEEPO
           MOVE INFO TO SWPINFOO
           MOVE SPACES TO SWPLIN1O
           MOVE SPACES TO SWPLIN2O
           MOVE SPACES TO SWPLIN3O
           MOVE SPACES TO SWPLIN4O
           MOVE SPACES TO SWPLIN5O
           IF WS-SWEP-COUNT = ZEROS
             MOVE "NO SWEEPS SET UP ON THIS ACCOUNT" TO SWPLIN1O
           ELSE
             IF WS-SWEP-COUNT >= 1
               MOVE WS-SWEP-LEVEL(1) TO WS-SWEP-LEVEL-ED
               STRING "SEQ=" WS-SWEP-SEQ(1)
                   " " WS-SWEP-TYPE(1)
                   " SAV=" WS-SWEP-SAVACC(1)
                   " LEVEL=" WS-SWEP-LEVEL-ED
                   " LAST=" WS-SWEP-LAST(1)
                   DELIMITED BY SIZE INTO SWPLIN1O
             END-IF
             IF WS-SWEP-COUNT >= 2
               MOVE WS-SWEP-LEVEL(2) TO WS-SWEP-LEVEL-ED
               STRING "SEQ=" WS-SWEP-SEQ(2)
                   " " WS-SWEP-TYPE(2)
                   " SAV=" WS-SWEP-SAVACC(2)
                   " LEVEL=" WS-SWEP-LEVEL-ED
                   " LAST=" WS-SWEP-LAST(2)
                   DELIMITED BY SIZE INTO SWPLIN2O
             END-IF
             IF WS-SWEP-COUNT >= 3
               MOVE WS-SWEP-LEVEL(3) TO WS-SWEP-LEVEL-ED
               STRING "SEQ=" WS-SWEP-SEQ(3)
                   " " WS-SWEP-TYPE(3)
                   " SAV=" WS-SWEP-SAVACC(3)
                   " LEVEL=" WS-SWEP-LEVEL-ED
                   " LAST=" WS-SWEP-LAST(3)
                   DELIMITED BY SIZE INTO SWPLIN3O
             END-IF
             IF WS-SWEP-COUNT >= 4
               MOVE WS-SWEP-LEVEL(4) TO WS-SWEP-LEVEL-ED
               STRING "SEQ=" WS-SWEP-SEQ(4)
                   " " WS-SWEP-TYPE(4)
                   " SAV=" WS-SWEP-SAVACC(4)
                   " LEVEL=" WS-SWEP-LEVEL-ED
                   " LAST=" WS-SWEP-LAST(4)
                   DELIMITED BY SIZE INTO SWPLIN4O
             END-IF
             IF WS-SWEP-COUNT >= 5
               MOVE WS-SWEP-LEVEL(5) TO WS-SWEP-LEVEL-ED
               STRING "SEQ=" WS-SWEP-SEQ(5)
                   " " WS-SWEP-TYPE(5)
                   " SAV=" WS-SWEP-SAVACC(5)
                   " LEVEL=" WS-SWEP-LEVEL-ED
                   " LAST=" WS-SWEP-LAST(5)
                   DELIMITED BY SIZE INTO SWPLIN5O
             END-IF
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZSWEEP') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * TWO-OWNER APPROVALS SCREEN - THE OTHER OWNERS' ITEMS THIS
      * OWNER MAY DECIDE, AND A COUNT OF THEIR OWN STILL WAITING.
       3250-SHOW-APPROVALS.
           PERFORM 8840-SCAN-APPROVALS
           MOVE LOW-VALUES TO ZAPPRVO
           MOVE INFO TO APRINFOO
           MOVE SPACES TO APRLIN1O
           MOVE SPACES TO APRLIN2O
           MOVE SPACES TO APRLIN3O
           MOVE SPACES TO APRLIN4O
           MOVE SPACES TO APRLIN5O
           MOVE SPACES TO APROWNO
           IF WS-APPR-COUNT = ZEROS
             MOVE "NOTHING AWAITS YOUR APPROVAL" TO APRLIN1O
           ELSE
             IF WS-APPR-COUNT >= 1
               MOVE WS-APPR-AMOUNT(1) TO WS-APPR-AMT-ED
               STRING "SEQ=" WS-APPR-SEQ(1)
                   " " WS-APPR-TYPE(1)
                   " TO=" WS-APPR-TO(1)
                   " AMT=" WS-APPR-AMT-ED
                   " BY=" WS-APPR-INIT(1)
                   DELIMITED BY SIZE INTO APRLIN1O
             END-IF
             IF WS-APPR-COUNT >= 2
               MOVE WS-APPR-AMOUNT(2) TO WS-APPR-AMT-ED
               STRING "SEQ=" WS-APPR-SEQ(2)
                   " " WS-APPR-TYPE(2)
                   " TO=" WS-APPR-TO(2)
                   " AMT=" WS-APPR-AMT-ED
                   " BY=" WS-APPR-INIT(2)
                   DELIMITED BY SIZE INTO APRLIN2O
             END-IF
             IF WS-APPR-COUNT >= 3
               MOVE WS-APPR-AMOUNT(3) TO WS-APPR-AMT-ED
               STRING "SEQ=" WS-APPR-SEQ(3)
                   " " WS-APPR-TYPE(3)
                   " TO=" WS-APPR-TO(3)
                   " AMT=" WS-APPR-AMT-ED
                   " BY=" WS-APPR-INIT(3)
                   DELIMITED BY SIZE INTO APRLIN3O
             END-IF
             IF WS-APPR-COUNT >= 4
               MOVE WS-APPR-AMOUNT(4) TO WS-APPR-AMT-ED
               STRING "SEQ=" WS-APPR-SEQ(4)
                   " " WS-APPR-TYPE(4)
                   " TO=" WS-APPR-TO(4)
                   " AMT=" WS-APPR-AMT-ED
                   " BY=" WS-APPR-INIT(4)
                   DELIMITED BY SIZE INTO APRLIN4O
             END-IF
             IF WS-APPR-COUNT >= 5
               MOVE WS-APPR-AMOUNT(5) TO WS-APPR-AMT-ED
               STRING "SEQ=" WS-APPR-SEQ(5)
                   " " WS-APPR-TYPE(5)
                   " TO=" WS-APPR-TO(5)
                   " AMT=" WS-APPR-AMT-ED
                   " BY=" WS-APPR-INIT(5)
                   DELIMITED BY SIZE INTO APRLIN5O
             END-IF
           END-IF
           IF WS-APPR-OWN-COUNT > ZEROS
             STRING "YOUR OWN ITEMS AWAITING ANOTHER OWNER="
                 WS-APPR-OWN-COUNT
                 DELIMITED BY SIZE INTO APROWNO
           END-IF
           IF WS-SEND-MAP-SW = 'Y'
             EXEC CICS SEND MAP('ZAPPRV') MAPSET('ZBNKSET')
               ERASE
             END-EXEC
           END-IF.

      * ONE MAINTENANCE AUDIT ROW PER CUSTOMER-DETAIL FIELD THAT
      * ACTUALLY CHANGED - UNCHANGED FIELDS WRITE NOTHING.
             RESP(WS-MAUD-RESP)
           END-EXEC.

      * WRITE ONE MAINTENANCE AUDIT ROW FOR A CUSTOMER CHANGE OTHER
      * THAN THE DETAILS SCREEN - THE CALL SITE SETS MA-FUNC,
      * MA-FIELD AND THE OLD/NEW VALUES; THE ORIGIN IS STAMPED HERE
      * THE SAME WAY 8660-WRITE-MAUD STAMPS IT.
       8670-WRITE-MAUD-ROW.
           MOVE WS-ACCNO TO MA-ACCNO
           MOVE SPACES TO MA-OPERATOR
           MOVE EIBTRMID TO MA-TERMID
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(MA-TS-DATE)
             TIME(MA-TS-TIME)
           END-EXEC
           MOVE 120 TO WS-MAUD-REC-LEN
           EXEC CICS WRITE DATASET(WS-MAUD-FILE-NAME)
             FROM (WS-MAUD-REC)
             LENGTH(WS-MAUD-REC-LEN)
             RESP(WS-MAUD-RESP)
           END-EXEC.

      * STORE THE ACCOUNT'S ALERT CHOICES FROM THE ZALERT MAP -
      * REWRITE THE ACCOUNT'S ROW, OR ADD ONE ON FIRST USE. TURNING
      * THE LOW-BALANCE ALERT OFF OR CHANGING ITS AMOUNT RE-ARMS IT,
      * SO THE NEXT NIGHT'S RUN TESTS THE NEW AMOUNT AFRESH.
       8690-SAVE-ALERTS.
           MOVE 'N' TO WS-ALRT-FOUND-SW
           MOVE SPACES TO WS-MAUD-REC
           MOVE WS-ACCNO TO AL-ACCNO
           MOVE 80 TO WS-ALRT-REC-LEN
           EXEC CICS READ DATASET(WS-ALRT-FILE-NAME)
                     INTO (WS-ALRT-REC)
                     RIDFLD(AL-ACCNO)
                     LENGTH(WS-ALRT-REC-LEN)
                     UPDATE
                     RESP(WS-ALRT-RESP)
           END-EXEC
           IF WS-ALRT-RESP = ZEROS
             MOVE 'Y' TO WS-ALRT-FOUND-SW
             PERFORM 8695-FORMAT-ALERT-SUMMARY
             MOVE WS-ALRT-SUMMARY TO MA-OLD-VALUE
             MOVE AL-LOW-SW TO WS-ALRT-OLD-LOW-SW
             MOVE AL-LOW-AMOUNT TO WS-ALRT-OLD-LOW
           ELSE
             MOVE SPACES TO WS-ALRT-REC
             MOVE WS-ACCNO TO AL-ACCNO
             MOVE 'N' TO AL-LOW-SENT-SW
             MOVE 'N' TO WS-ALRT-OLD-LOW-SW
             MOVE ZEROS TO WS-ALRT-OLD-LOW
             MOVE "NONE" TO MA-OLD-VALUE
           END-IF
           MOVE WS-LOGIN-CUST TO AL-CUST-NO
           MOVE ALTCHNI TO AL-CHANNEL
           MOVE ALTLOWI TO AL-LOW-SW
           MOVE ZEROS TO AL-LOW-AMOUNT
           IF ALTLOWI = "Y"
             MOVE ALTLAMTI TO AL-LOW-AMOUNT
           END-IF
           MOVE ALTBIGI TO AL-LARGE-SW
           MOVE ZEROS TO AL-LARGE-AMOUNT
           IF ALTBIGI = "Y"
             MOVE ALTBAMTI TO AL-LARGE-AMOUNT
           END-IF
           MOVE ALTPINI TO AL-PIN-SW
           MOVE ALTPAYI TO AL-PAYEE-SW
           MOVE ALTDEPI TO AL-DEP-SW
           IF AL-LOW-SW NOT = WS-ALRT-OLD-LOW-SW
               OR AL-LOW-AMOUNT NOT = WS-ALRT-OLD-LOW
             MOVE 'N' TO AL-LOW-SENT-SW
           END-IF
           PERFORM 8250-GET-TODAY
           MOVE WS-TODAY TO AL-UPD-DATE
           IF WS-ALRT-FOUND-SW = 'Y'
             EXEC CICS REWRITE DATASET(WS-ALRT-FILE-NAME)
               FROM (WS-ALRT-REC)
               LENGTH(WS-ALRT-REC-LEN)
               RESP(WS-ALRT-RESP)
             END-EXEC
           ELSE
             MOVE 80 TO WS-ALRT-REC-LEN
             EXEC CICS WRITE DATASET(WS-ALRT-FILE-NAME)
               FROM (WS-ALRT-REC)
               RIDFLD(AL-ACCNO)
               LENGTH(WS-ALRT-REC-LEN)
               RESP(WS-ALRT-RESP)
             END-EXEC
           END-IF
           IF WS-ALRT-RESP = ZEROS
             PERFORM 8695-FORMAT-ALERT-SUMMARY
             MOVE WS-ALRT-SUMMARY TO MA-NEW-VALUE
             MOVE "AL" TO MA-FUNC
             MOVE "ALERTS" TO MA-FIELD
             PERFORM 8670-WRITE-MAUD-ROW
             MOVE "ALERTS SAVED - THEY START WITH TONIGHT'S RUN"
                 TO INFO
           ELSE
             MOVE WS-ALRT-RESP TO INFO
           END-IF.

      * ONE-LINE PICTURE OF AN ALERT ROW FOR THE MAINTENANCE AUDIT -
      * CHANNEL, THEN Y/N FOR LOW BALANCE, LARGE PAYMENT OUT, PIN
      * CHANGE, NEW PAYEE AND DEPOSIT.
       8695-FORMAT-ALERT-SUMMARY.
           MOVE SPACES TO WS-ALRT-SUMMARY
           STRING "CH=" AL-CHANNEL
               " L=" AL-LOW-SW
               " W=" AL-LARGE-SW
               " P=" AL-PIN-SW
               " N=" AL-PAYEE-SW
               " D=" AL-DEP-SW
               DELIMITED BY SIZE INTO WS-ALRT-SUMMARY.

      * ONE MANDATE LIST LINE FROM TABLE ENTRY WS-MNDL-IX -
      * ORIGINATOR, MANDATE REFERENCE, MAXIMUM PER DEBIT, STATUS.
       8680-FORMAT-MANDATE-LINE.
           IF WS-MNDL-MAX(WS-MNDL-IX) = ZEROS
             MOVE "NONE" TO WS-MNDL-MAX-X
           ELSE
             MOVE WS-MNDL-MAX(WS-MNDL-IX) TO WS-MNDL-MAX-ED
             MOVE WS-MNDL-MAX-ED TO WS-MNDL-MAX-X
           END-IF
           IF WS-MNDL-STATUS(WS-MNDL-IX) = 'A'
             MOVE "ACTIVE" TO WS-MNDL-STAT-X
           ELSE
             MOVE "CANCELLED" TO WS-MNDL-STAT-X
           END-IF
           MOVE SPACES TO WS-MNDL-LINE
           STRING WS-MNDL-ORIG(WS-MNDL-IX) " "
               WS-MNDL-REF(WS-MNDL-IX)
               " MAX=" WS-MNDL-MAX-X
               " " WS-MNDL-STAT-X
               DELIMITED BY SIZE INTO WS-MNDL-LINE.

      * THE TEXT FOR THE CLEARING NETWORK'S RETURN REASON IN
      * WS-RTNR-CODE - SEE RTNRSNW.
       8685-RETURN-REASON-TEXT.
           MOVE WS-RTNR-DFLT-TEXT TO WS-RTNR-TEXT
           SET WS-RTNR-IX TO 1
           SEARCH WS-RTNR-ENTRY
             WHEN WS-RTNR-TAB-CODE(WS-RTNR-IX) = WS-RTNR-CODE
               MOVE WS-RTNR-TAB-TEXT(WS-RTNR-IX) TO WS-RTNR-TEXT
           END-SEARCH.

      * BROWSE THE CHEQUE BOOKS OF WS-ACCNO AND SET WS-CHQ-HIT-SW
      * WHEN WS-CHQ-SERIAL FALLS INSIDE ONE OF THEM. BOOKS ARE KEYED
      * ON THEIR FIRST SERIAL, SO THE BROWSE STOPS AT THE FIRST BOOK
      * STARTING BEYOND IT.
       8350-SCAN-CHQ-BOOKS.
           MOVE 'N' TO WS-CHQ-HIT-SW
           MOVE WS-ACCNO TO WS-CHQB-BR-ACCNO
           MOVE ZEROS TO WS-CHQB-BR-SERIAL
           MOVE 'N' TO WS-CHQB-EOF
           EXEC CICS STARTBR DATASET(WS-CHQB-FILE-NAME)
             RIDFLD(WS-CHQB-BR-KEY)
             GTEQ
             RESP(WS-CHQB-RESP)
           END-EXEC
           IF WS-CHQB-RESP = ZEROS
             PERFORM UNTIL WS-CHQB-EOF = 'Y'
               MOVE 60 TO WS-CHQB-REC-LEN
               EXEC CICS READNEXT DATASET(WS-CHQB-FILE-NAME)
                 INTO (WS-CHQB-REC)
                 RIDFLD(WS-CHQB-BR-KEY)
                 LENGTH(WS-CHQB-REC-LEN)
                 RESP(WS-CHQB-RESP)
               END-EXEC
               IF WS-CHQB-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-CHQB-EOF
               ELSE
                 IF CB-ACCNO NOT = WS-ACCNO
                     OR CB-FIRST-SERIAL > WS-CHQ-SERIAL
                   MOVE 'Y' TO WS-CHQB-EOF
                 ELSE
                   IF CB-LAST-SERIAL NOT < WS-CHQ-SERIAL
                     MOVE 'Y' TO WS-CHQ-HIT-SW
                     MOVE 'Y' TO WS-CHQB-EOF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-CHQB-FILE-NAME)
             END-EXEC
           END-IF.

      * WRITE ONE SECURITY AUDIT ENTRY FOR THE LOGGED-IN/ATTEMPTED
      * ACCOUNT. CALL SITES SET AU-EVENT AND AU-REASON FIRST.
       8400-WRITE-AUDIT.
             END-EXEC
           END-IF.

      * WS-LOGIN-DEAD-SW = 'Y' WHEN THE CUSTOMER JUST AUTHENTICATED
      * (WS-LOGIN-CUST) HAS A DATE OF DEATH ON VSAMCUST. A CUSTOMER
      * ROW THAT CANNOT BE READ DOES NOT BLOCK THE LOGIN.
       8805-CHECK-DECEASED.
           MOVE 'N' TO WS-LOGIN-DEAD-SW
           MOVE 170 TO WS-CUST-REC-LEN
           EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                     INTO (WS-CUST-REC)
                     RIDFLD(WS-LOGIN-CUST)
                     LENGTH(WS-CUST-REC-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC
           IF WS-CUST-RESP = ZEROS AND CUST-DEATH-DATE IS NUMERIC
             MOVE 'Y' TO WS-LOGIN-DEAD-SW
           END-IF.

      * DOES THIS TRANSFER (T) OR EXTERNAL PAYMENT (X) NEED A SECOND
      * OWNER? ONLY WHEN THE ACCOUNT CARRIES A TWO-OWNER LIMIT, THE
      * AMOUNT IS ABOVE IT AND THE ACCOUNT HAS AN OWNER OTHER THAN
      * THE ONE SIGNED ON - A LINKED OWNER ALWAYS HAS THE PRIMARY
      * OWNER; THE PRIMARY OWNER NEEDS AT LEAST ONE LINK ROW.
       8820-CHECK-DUAL-APPROVAL.
           MOVE 'N' TO WS-APPR-NEEDED-SW
           IF WS-DUAL-APPR-LIMIT IS NUMERIC
               AND WS-DUAL-APPR-LIMIT > ZEROS
               AND WS-APPR-NEW-AMOUNT > WS-DUAL-APPR-LIMIT
             IF WS-LOGIN-LINK-SW = 'Y'
               MOVE 'Y' TO WS-APPR-NEEDED-SW
             ELSE
               MOVE WS-ACCNO TO WS-LINK-BR-ACCNO
               MOVE ZEROS TO WS-LINK-BR-CUST
               MOVE 'N' TO WS-LINK-EOF
               EXEC CICS STARTBR DATASET(WS-LINK-FILE-NAME)
                 RIDFLD(WS-LINK-BR-KEY)
                 GTEQ
                 RESP(WS-LINK-RESP)
               END-EXEC
               IF WS-LINK-RESP = ZEROS
                 PERFORM UNTIL WS-LINK-EOF = 'Y'
                   MOVE 40 TO WS-LINK-REC-LEN
                   EXEC CICS READNEXT DATASET(WS-LINK-FILE-NAME)
                     INTO (WS-LINK-REC)
                     RIDFLD(WS-LINK-BR-KEY)
                     LENGTH(WS-LINK-REC-LEN)
                     RESP(WS-LINK-RESP)
                   END-EXEC
                   IF WS-LINK-RESP NOT = ZEROS
                     MOVE 'Y' TO WS-LINK-EOF
                   ELSE
                     IF LK-ACCNO NOT = WS-ACCNO
                       MOVE 'Y' TO WS-LINK-EOF
                     ELSE
                       IF LK-CUST-NO NOT = WS-LOGIN-CUST
                         MOVE 'Y' TO WS-APPR-NEEDED-SW
                         MOVE 'Y' TO WS-LINK-EOF
                       END-IF
                     END-IF
                   END-IF
                 END-PERFORM
                 EXEC CICS ENDBR DATASET(WS-LINK-FILE-NAME)
                 END-EXEC
               END-IF
             END-IF
           END-IF.

      * PARK THE ITEM IN WS-APPR-NEW-TYPE/TO/AMOUNT ON VSAM.ZAPPRV
      * UNDER THE NEXT FREE SEQUENCE FOR THIS ACCOUNT. NOTHING IS
      * DEBITED OR QUEUED UNTIL ANOTHER OWNER APPROVES IT.
       8830-PARK-FOR-APPROVAL.
           MOVE 'N' TO WS-APPR-POSTED-SW
           PERFORM 8840-SCAN-APPROVALS
           IF WS-APPR-MAX-SEQ >= 9999
             MOVE "NO FREE APPROVAL SEQUENCE - SEE BRANCH!" TO INFO
           ELSE
             MOVE SPACES TO WS-APPR-REC
             MOVE WS-ACCNO TO AP-ACCNO
             COMPUTE AP-SEQ-NO = WS-APPR-MAX-SEQ + 1
             MOVE WS-APPR-NEW-TYPE TO AP-TYPE
             MOVE WS-APPR-NEW-TO TO AP-TO-ACCNO
             MOVE WS-APPR-NEW-AMOUNT TO AP-AMOUNT
             MOVE 'P' TO AP-STATUS
             MOVE WS-LOGIN-CUST TO AP-INIT-CUST
             MOVE WS-TODAY TO AP-REQ-DATE
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               TIME(AP-REQ-TIME)
             END-EXEC
             MOVE EIBTRMID TO AP-REQ-TERMID
             MOVE ZEROS TO AP-APPR-CUST
             MOVE ZEROS TO AP-REF-NO
             MOVE ZEROS TO AP-PAYP-SEQ
             MOVE 120 TO WS-APPR-REC-LEN
             EXEC CICS WRITE DATASET(WS-APPR-FILE-NAME)
               FROM (WS-APPR-REC)
               RIDFLD(AP-KEY)
               LENGTH(WS-APPR-REC-LEN)
               RESP(WS-APPR-RESP)
             END-EXEC
             IF WS-APPR-RESP = ZEROS
               MOVE 'Y' TO WS-APPR-POSTED-SW
               MOVE SPACES TO INFO
               STRING "SENT TO THE OTHER OWNER FOR APPROVAL - SEQ="
                   AP-SEQ-NO
                   DELIMITED BY SIZE INTO INFO
             ELSE
               MOVE WS-APPR-RESP TO INFO
             END-IF
           END-IF.

      * BROWSE THIS ACCOUNT'S VSAM.ZAPPRV ROWS: THE HIGHEST SEQUENCE
      * IN USE, THE LIVE PENDING ITEMS ANOTHER OWNER KEYED (UP TO 5,
      * FOR THE SCREEN) AND A COUNT OF THE SIGNED-ON OWNER'S OWN.
       8840-SCAN-APPROVALS.
           PERFORM 8250-GET-TODAY
           MOVE ZEROS TO WS-APPR-COUNT
           MOVE ZEROS TO WS-APPR-OWN-COUNT
           MOVE ZEROS TO WS-APPR-MAX-SEQ
           MOVE WS-ACCNO TO WS-APPR-BR-ACCNO
           MOVE ZEROS TO WS-APPR-BR-SEQ
           MOVE 'N' TO WS-APPR-EOF
           EXEC CICS STARTBR DATASET(WS-APPR-FILE-NAME)
             RIDFLD(WS-APPR-BR-KEY)
             GTEQ
             RESP(WS-APPR-RESP)
           END-EXEC
           IF WS-APPR-RESP = ZEROS
             PERFORM UNTIL WS-APPR-EOF = 'Y'
               MOVE 120 TO WS-APPR-REC-LEN
               EXEC CICS READNEXT DATASET(WS-APPR-FILE-NAME)
                 INTO (WS-APPR-REC)
                 RIDFLD(WS-APPR-BR-KEY)
                 LENGTH(WS-APPR-REC-LEN)
                 RESP(WS-APPR-RESP)
               END-EXEC
               IF WS-APPR-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-APPR-EOF
               ELSE
                 IF AP-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-APPR-EOF
                 ELSE
                   MOVE AP-SEQ-NO TO WS-APPR-MAX-SEQ
                   IF AP-STATUS = 'P'
                     PERFORM 8845-APPROVAL-LIVE
                     IF WS-APPR-LIVE-SW = 'Y'
                       IF AP-INIT-CUST = WS-LOGIN-CUST
                         ADD 1 TO WS-APPR-OWN-COUNT
                       ELSE
                         IF WS-APPR-COUNT < 5
                           ADD 1 TO WS-APPR-COUNT
                           SET WS-APPR-IX TO WS-APPR-COUNT
                           MOVE AP-SEQ-NO TO WS-APPR-SEQ(WS-APPR-IX)
                           MOVE AP-TYPE TO WS-APPR-TYPE(WS-APPR-IX)
                           MOVE AP-TO-ACCNO TO WS-APPR-TO(WS-APPR-IX)
                           MOVE AP-AMOUNT
                               TO WS-APPR-AMOUNT(WS-APPR-IX)
                           MOVE AP-INIT-CUST
                               TO WS-APPR-INIT(WS-APPR-IX)
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-APPR-FILE-NAME)
             END-EXEC
           END-IF.

      * IS THE PENDING ROW IN WS-APPR-REC STILL ON OFFER? IT IS UNTIL
      * THE APRPOL DAYS HAVE PASSED SINCE ITS REQUEST DATE. WS-TODAY
      * MUST ALREADY BE SET. A ROW WITH NO USABLE DATE IS NOT LIVE.
       8845-APPROVAL-LIVE.
           MOVE 'N' TO WS-APPR-LIVE-SW
           IF AP-REQ-DATE IS NUMERIC
             MOVE AP-REQ-DATE TO WS-APPR-REQ-N
             COMPUTE WS-APPR-EXP-INT =
                 FUNCTION INTEGER-OF-DATE(WS-APPR-REQ-N)
                 + WS-APPR-DAYS
             COMPUTE WS-APPR-EXP-N =
                 FUNCTION DATE-OF-INTEGER(WS-APPR-EXP-INT)
             MOVE WS-APPR-EXP-N TO WS-APPR-EXP-X
             IF WS-TODAY < WS-APPR-EXP-X
               MOVE 'Y' TO WS-APPR-LIVE-SW
             END-IF
           END-IF.

      * POST AN APPROVED TRANSFER FROM WS-APPR-REC. EVERY CHECK THE
      * HOME-SCREEN TRANSFER MAKES IS MADE AGAIN NOW, AGAINST TODAY'S
      * BALANCES; A FAILURE LEAVES THE ITEM PENDING. THE JOURNAL
      * NAMES THE OWNER WHO KEYED IT AND THE OWNER WHO APPROVED IT.
       8870-POST-APPROVED-XFER.
           MOVE AP-AMOUNT TO AMOUNT
           MOVE AP-TO-ACCNO TO WS-XFER-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           PERFORM 8250-GET-TODAY
           IF WS-RESP-CODE NOT = ZEROS
             MOVE WS-RESP-CODE TO INFO
           ELSE
           IF WS-ACCT-STATUS = 'C'
             MOVE "ACCOUNT IS CLOSED!" TO INFO
           ELSE
           IF WS-ACCT-STATUS = 'D'
             MOVE "ACCOUNT DORMANT - USE A TO REACTIVATE!" TO INFO
           ELSE
           IF WS-ACCOUNT-TYPE = "T"
               AND WS-MATURITY-DATE IS NUMERIC
               AND WS-MATURITY-DATE > WS-TODAY
             MOVE "TERM NOT MATURED - SEE THE BRANCH!" TO INFO
           ELSE
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-XFER-REC)
                     RIDFLD(WS-XFER-ACCNO)
                     LENGTH(WS-REC-LEN)
                     UPDATE
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             MOVE "DESTINATION ACCOUNT NOT FOUND!" TO INFO
           ELSE
           IF WS-XFER-ACCT-STATUS = 'C'
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "DESTINATION ACCOUNT IS CLOSED!" TO INFO
           ELSE
           IF WS-XFER-ACCOUNT-TYPE = "L"
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "DESTINATION IS A LOAN ACCOUNT!" TO INFO
           ELSE
           IF WS-XFER-ACCOUNT-TYPE = "T"
               AND WS-XFER-MATURITY-DATE IS NUMERIC
               AND WS-XFER-MATURITY-DATE > WS-TODAY
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "DESTINATION IS AN UNMATURED TERM DEPOSIT!" TO INFO
           ELSE
           EVALUATE WS-ACCOUNT-TYPE
             WHEN "S"
               MOVE 100 TO WS-MIN-BALANCE
             WHEN OTHER
               COMPUTE WS-MIN-BALANCE = 0 - WS-OVERDRAFT-LIMIT
           END-EVALUATE
           PERFORM 8150-SUM-HOLDS
           COMPUTE WS-AVAILABLE = WS-BALANCE - WS-MIN-BALANCE
               - WS-HELD-TOTAL
           PERFORM 8200-SUM-DAY-OUTFLOW
           IF AMOUNT > WS-AVAILABLE
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "INSUFFICIENT FUNDS - ITEM STAYS PENDING!" TO INFO
             MOVE "IF" TO AU-EVENT
             MOVE "INSUFFICIENT FUNDS T" TO AU-REASON
             PERFORM 8400-WRITE-AUDIT
           ELSE
           IF WS-DAY-TOTAL + AMOUNT > WS-EFF-DAILY-LIMIT
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE "DAILY LIMIT EXCEEDED - ITEM STAYS PENDING!" TO INFO
             MOVE "DL" TO AU-EVENT
             MOVE "DAILY LIMIT T" TO AU-REASON
             PERFORM 8400-WRITE-AUDIT
           ELSE
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     UPDATE
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
             MOVE WS-RESP-CODE TO INFO
           ELSE
           SUBTRACT AMOUNT FROM WS-BALANCE
           MOVE WS-TODAY TO WS-LAST-ACT-DATE
           EXEC CICS REWRITE DATASET(WS-FILE-NAME)
             FROM (WS-FILE-REC)
             LENGTH(WS-REC-LEN)
             RESP(WS-RESP-CODE)
           END-EXEC
           MOVE WS-RESP-CODE TO INFO
           IF WS-RESP-CODE = ZEROS
             PERFORM 8300-GET-REF-NO
             MOVE WS-ACCNO TO JR-ACCNO
             MOVE "TD" TO JR-ACTION
             MOVE WS-REF-NO TO JR-REF-NO
             MOVE EIBTRMID TO JR-TERMID
             MOVE "O" TO JR-CHANNEL
             MOVE SPACES TO JR-OPERATOR
             MOVE AP-INIT-CUST TO JR-OWNER-CUST
             MOVE SPACES TO JR-ORIG-REF
             MOVE "DUAL" TO JR-APPR-TAG
             MOVE WS-LOGIN-CUST TO JR-APPR-CUST
             MOVE AMOUNT TO JR-AMOUNT
             COMPUTE JR-BEFORE-BAL = WS-BALANCE + AMOUNT
             MOVE WS-BALANCE TO JR-AFTER-BAL
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(JR-TS-DATE)
               TIME(JR-TS-TIME)
             END-EXEC
             EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
               FROM (WS-JRNL-REC)
               LENGTH(WS-JRNL-REC-LEN)
               RESP(WS-JRNL-RESP)
             END-EXEC
             PERFORM 8900-WRITE-HISTORY
             ADD AMOUNT TO WS-XFER-BALANCE
             MOVE WS-TODAY TO WS-XFER-LAST-ACT-DATE
             EXEC CICS REWRITE DATASET(WS-FILE-NAME)
               FROM (WS-XFER-REC)
               LENGTH(WS-REC-LEN)
               RESP(WS-RESP-CODE)
             END-EXEC
             MOVE WS-RESP-CODE TO INFO
             IF WS-RESP-CODE = ZEROS
               MOVE SPACES TO INFO
               STRING "APPROVED - TRANSFER COMPLETE REF=" WS-REF-NO
                   DELIMITED BY SIZE INTO INFO
               MOVE WS-XFER-ACCNO TO JR-ACCNO
               MOVE "TC" TO JR-ACTION
               MOVE WS-REF-NO TO JR-REF-NO
               MOVE EIBTRMID TO JR-TERMID
               MOVE "O" TO JR-CHANNEL
               MOVE SPACES TO JR-OPERATOR
               MOVE AP-INIT-CUST TO JR-OWNER-CUST
               MOVE SPACES TO JR-ORIG-REF
               MOVE "DUAL" TO JR-APPR-TAG
               MOVE WS-LOGIN-CUST TO JR-APPR-CUST
               MOVE AMOUNT TO JR-AMOUNT
               COMPUTE JR-BEFORE-BAL = WS-XFER-BALANCE - AMOUNT
               MOVE WS-XFER-BALANCE TO JR-AFTER-BAL
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 YYYYMMDD(JR-TS-DATE)
                 TIME(JR-TS-TIME)
               END-EXEC
               EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                 FROM (WS-JRNL-REC)
                 LENGTH(WS-JRNL-REC-LEN)
                 RESP(WS-JRNL-RESP)
               END-EXEC
               PERFORM 8900-WRITE-HISTORY
               MOVE WS-BALANCE TO BALANCE
               MOVE WS-REF-NO TO AP-REF-NO
               MOVE 'Y' TO WS-APPR-POSTED-SW
             ELSE
               MOVE WS-RESP-CODE TO INFO
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READ DATASET(WS-FILE-NAME)
                         INTO (WS-FILE-REC)
                         RIDFLD(WS-ACCNO)
                         LENGTH(WS-REC-LEN)
                         UPDATE
                         RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = ZEROS
                 ADD AMOUNT TO WS-BALANCE
                 EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                   FROM (WS-FILE-REC)
                   LENGTH(WS-REC-LEN)
                   RESP(WS-RESP-CODE)
                 END-EXEC
               END-IF
               IF WS-RESP-CODE = ZEROS
                 MOVE WS-ACCNO TO JR-ACCNO
                 MOVE "TR" TO JR-ACTION
                 MOVE WS-REF-NO TO JR-REF-NO
                 MOVE EIBTRMID TO JR-TERMID
                 MOVE "O" TO JR-CHANNEL
                 MOVE SPACES TO JR-OPERATOR
                 MOVE AP-INIT-CUST TO JR-OWNER-CUST
                 MOVE SPACES TO JR-ORIG-REF
                 MOVE "DUAL" TO JR-APPR-TAG
                 MOVE WS-LOGIN-CUST TO JR-APPR-CUST
                 MOVE AMOUNT TO JR-AMOUNT
                 COMPUTE JR-BEFORE-BAL = WS-BALANCE - AMOUNT
                 MOVE WS-BALANCE TO JR-AFTER-BAL
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(JR-TS-DATE)
                   TIME(JR-TS-TIME)
                 END-EXEC
                 EXEC CICS WRITE DATASET(WS-JRNL-FILE-NAME)
                   FROM (WS-JRNL-REC)
                   LENGTH(WS-JRNL-REC-LEN)
                   RESP(WS-JRNL-RESP)
                 END-EXEC
                 PERFORM 8900-WRITE-HISTORY
                 MOVE "TRANSFER FAILED - AMOUNT RETURNED!" TO INFO
               ELSE
                 MOVE "REVERSAL FAILED - CALL BRANCH!" TO INFO
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE SPACES TO JR-ORIG-REF.

      * QUEUE AN APPROVED EXTERNAL PAYMENT FROM WS-APPR-REC ON
      * VSAM.ZPAYPND EXACTLY AS THE PAYMENT SCREEN DOES, TAGGED WITH
      * THE APPROVAL SEQUENCE SO ZCLROUT CAN NAME BOTH OWNERS. THE
      * DEBIT AND ALL FUNDS AND LIMIT CHECKS HAPPEN IN TONIGHT'S
      * ZCLROUT RUN.
       8875-QUEUE-APPROVED-PAY.
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           PERFORM 8250-GET-TODAY
           IF WS-RESP-CODE NOT = ZEROS
             MOVE WS-RESP-CODE TO INFO
           ELSE
           IF WS-ACCT-STATUS = 'C'
             MOVE "ACCOUNT IS CLOSED!" TO INFO
           ELSE
           IF WS-ACCT-STATUS = 'D'
             MOVE "ACCOUNT DORMANT - USE A TO REACTIVATE!" TO INFO
           ELSE
           IF WS-ACCOUNT-TYPE = "T"
               AND WS-MATURITY-DATE IS NUMERIC
               AND WS-MATURITY-DATE > WS-TODAY
             MOVE "TERM NOT MATURED - SEE THE BRANCH!" TO INFO
           ELSE
             MOVE ZEROS TO WS-PAYP-MAX-SEQ
             MOVE WS-ACCNO TO WS-PAYP-BR-ACCNO
             MOVE ZEROS TO WS-PAYP-BR-SEQ
             MOVE 'N' TO WS-PAYP-EOF
             EXEC CICS STARTBR DATASET(WS-PAYP-FILE-NAME)
               RIDFLD(WS-PAYP-BR-KEY)
               GTEQ
               RESP(WS-PAYP-RESP)
             END-EXEC
             IF WS-PAYP-RESP = ZEROS
               PERFORM UNTIL WS-PAYP-EOF = 'Y'
                 MOVE 80 TO WS-PAYP-REC-LEN
                 EXEC CICS READNEXT DATASET(WS-PAYP-FILE-NAME)
                   INTO (WS-PAYP-REC)
                   RIDFLD(WS-PAYP-BR-KEY)
                   LENGTH(WS-PAYP-REC-LEN)
                   RESP(WS-PAYP-RESP)
                 END-EXEC
                 IF WS-PAYP-RESP NOT = ZEROS
                   MOVE 'Y' TO WS-PAYP-EOF
                 ELSE
                   IF PP-ACCNO NOT = WS-ACCNO
                     MOVE 'Y' TO WS-PAYP-EOF
                   ELSE
                     MOVE PP-SEQ-NO TO WS-PAYP-MAX-SEQ
                   END-IF
                 END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(WS-PAYP-FILE-NAME)
               END-EXEC
             END-IF
             IF WS-PAYP-MAX-SEQ >= 99
               MOVE "NO FREE PAYMENT SEQUENCE - SEE BRANCH!"
                   TO INFO
             ELSE
               MOVE SPACES TO WS-PAYP-REC
               MOVE WS-ACCNO TO PP-ACCNO
               COMPUTE PP-SEQ-NO = WS-PAYP-MAX-SEQ + 1
               MOVE AP-TO-ACCNO TO PP-BENE-ACCNO
               MOVE AP-AMOUNT TO PP-AMOUNT
               MOVE 'P' TO PP-STATUS
               MOVE WS-TODAY TO PP-REQ-DATE
               MOVE SPACES TO PP-SENT-DATE
               MOVE ZEROS TO PP-REF-NO
               MOVE AP-SEQ-NO TO PP-APPR-SEQ
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                 TIME(PP-REQ-TIME)
               END-EXEC
               MOVE EIBTRMID TO PP-REQ-TERMID
               MOVE 80 TO WS-PAYP-REC-LEN
               EXEC CICS WRITE DATASET(WS-PAYP-FILE-NAME)
                 FROM (WS-PAYP-REC)
                 RIDFLD(PP-KEY)
                 LENGTH(WS-PAYP-REC-LEN)
                 RESP(WS-PAYP-RESP)
               END-EXEC
               IF WS-PAYP-RESP = ZEROS
                 MOVE PP-SEQ-NO TO AP-PAYP-SEQ
                 MOVE 'Y' TO WS-APPR-POSTED-SW
                 MOVE "APPROVED - PAYMENT QUEUED FOR TONIGHT'S CLEARING"
                     TO INFO
               ELSE
                 MOVE WS-PAYP-RESP TO INFO
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       COPY PINCODE.

       COPY ACCTCHK.

       COPY NAMENRM.

      * PARK A REGISTRATION THAT HIT THE WATCH LIST: EVERYTHING THE
      * ZSUPV RELEASE (ACTION W) NEEDS TO OPEN THE ACCOUNT - AND THE
      * CUSTOMER, IF NEW - GOES ON A PENDING SCREENING CASE. THE PIN
      * IS ALREADY ENCODED IN WS-PIN-CODE; NOTHING IS WRITTEN TO
      * VSAM.ZBANK OR VSAM.ZCUST. A CASE THAT CANNOT BE NUMBERED OR
      * WRITTEN LEAVES THE APPLICATION REFUSED, NOT OPENED.
       8880-PARK-REGISTRATION.
           PERFORM 8300-GET-REF-NO
           IF WS-REF-NO = ZEROS
             MOVE "REGISTRATION UNAVAILABLE - TRY LATER!" TO INFO
           ELSE
             MOVE SPACES TO WS-SCRC-REC
             MOVE WS-REF-NO TO SC-CASE-NO
             MOVE "R" TO SC-SOURCE
             MOVE "P" TO SC-STATUS
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(SC-OPEN-DATE)
               TIME(SC-OPEN-TIME)
             END-EXEC
             MOVE "ZBANK" TO SC-OPEN-BY
             MOVE EIBTRMID TO SC-TERMID
             MOVE WS-SCR-MATCH-TYPE TO SC-MATCH-TYPE
             MOVE WS-SCR-ENTRY-NO TO SC-ENTRY-NO
             MOVE WS-SCR-LIST-NAME TO SC-LIST-NAME
             MOVE WS-REG-CUST-NO TO SC-CUST-NO
             MOVE REGNAMEI TO SC-CUST-NAME
             MOVE WS-SCR-ID TO SC-CUST-ID-NO
             MOVE WS-ACCNO TO SC-ACCNO
             MOVE WS-ACCOUNT-TYPE TO SC-ACCT-TYPE
             MOVE WS-PIN-CODE TO SC-PIN-CODE
             MOVE REGADDRI TO SC-ADDR
             MOVE WS-REG-BRANCH TO SC-BRANCH
             IF WS-CUST-RESP = ZEROS
               MOVE "N" TO SC-NEW-CUST-SW
             ELSE
               MOVE "Y" TO SC-NEW-CUST-SW
             END-IF
             MOVE 220 TO WS-SCRC-REC-LEN
             EXEC CICS WRITE DATASET(WS-SCRC-FILE-NAME)
                       FROM (WS-SCRC-REC)
                       RIDFLD(SC-CASE-NO)
                       LENGTH(WS-SCRC-REC-LEN)
                       RESP(WS-SCRC-RESP)
             END-EXEC
             IF WS-SCRC-RESP = ZEROS
               MOVE 0 TO SCREEN-STATE
               MOVE WS-REF-NO TO WS-SCR-REF-ED
               MOVE SPACES TO INFO
               STRING "APPLICATION REFERRED FOR REVIEW - REF "
                   WS-SCR-REF-ED
                   DELIMITED BY SIZE INTO INFO
             ELSE
               MOVE "REGISTRATION UNAVAILABLE - TRY LATER!" TO INFO
             END-IF
           END-IF.

      * SCREEN WS-SCR-NAME / WS-SCR-ID AGAINST THE WATCH LIST ON ALL
      * THREE MATCH KEYS (SQUEEZED NAME, WORD-ORDER-SORTED NAME, ID),
      * STOPPING AT THE FIRST HIT. ZSUPV CARRIES THE SAME PARAGRAPH.
       8790-SCREEN-WATCH-LIST.
           MOVE 'N' TO WS-SCR-HIT-SW
           MOVE WS-SCR-NAME TO WS-NRM-NAME
           PERFORM 8780-NORMALIZE-NAME
           IF WS-NRM-SQUEEZED NOT = SPACES
             MOVE "N" TO WS-SCR-MATCH-TYPE
             MOVE "S" TO WS-SCR-KEY-TYPE
             MOVE WS-NRM-SQUEEZED TO WS-SCR-KEY-VALUE
             PERFORM 8795-READ-WATCH-LIST
             IF WS-SCR-HIT-SW = 'N'
               MOVE "O" TO WS-SCR-KEY-TYPE
               MOVE WS-NRM-SORTED TO WS-SCR-KEY-VALUE
               PERFORM 8795-READ-WATCH-LIST
             END-IF
           END-IF
           IF WS-SCR-HIT-SW = 'N'
             MOVE WS-SCR-ID TO WS-NRM-ID
             PERFORM 8785-NORMALIZE-ID
             IF WS-NRM-ID-KEY NOT = SPACES
               MOVE "I" TO WS-SCR-MATCH-TYPE
               MOVE "I" TO WS-SCR-KEY-TYPE
               MOVE WS-NRM-ID-KEY TO WS-SCR-KEY-VALUE
               PERFORM 8795-READ-WATCH-LIST
             END-IF
           END-IF.

       8795-READ-WATCH-LIST.
           MOVE SPACES TO WS-WTCH-KEY
           MOVE WS-SCR-KEY-TYPE TO WS-WTCH-KEY(1:1)
           MOVE WS-SCR-KEY-VALUE TO WS-WTCH-KEY(2:40)
           MOVE 140 TO WS-WTCH-REC-LEN
           EXEC CICS READ DATASET(WS-WTCH-FILE-NAME)
                     INTO (WS-WTCH-REC)
                     RIDFLD(WS-WTCH-KEY)
                     KEYLENGTH(41)
                     GENERIC
                     LENGTH(WS-WTCH-REC-LEN)
                     RESP(WS-WTCH-RESP)
           END-EXEC
           IF WS-WTCH-RESP = ZEROS
             MOVE 'Y' TO WS-SCR-HIT-SW
             MOVE WL-ENTRY-NO TO WS-SCR-ENTRY-NO
             MOVE WL-LIST-NAME TO WS-SCR-LIST-NAME
           ELSE
             IF WS-WTCH-RESP NOT = WS-NOTFND-RESP
               MOVE 'E' TO WS-SCR-HIT-SW
             END-IF
           END-IF.

      * LOAD THE PAYPOL POLICY ROW ONCE PER TASK - A MISSING ROW OR
      * A READ FAILURE LEAVES THE BUILT-IN 2-DAY DEFAULT.
       8055-LOAD-PAY-POLICY.
           END-IF
           MOVE "PINPOL" TO WS-POL-KEY.

      * LOAD THE SESSPOL POLICY ROW ONCE PER TASK - A MISSING ROW, A
      * ZERO VALUE OR A READ FAILURE LEAVES THE 300-SECOND DEFAULT.
       8057-LOAD-SESS-POLICY.
           MOVE "SESSPOL" TO WS-POL-KEY
           MOVE 30 TO WS-POL-REC-LEN
           EXEC CICS READ DATASET(WS-POL-FILE-NAME)
                     INTO (WS-POL-REC)
                     RIDFLD(WS-POL-KEY)
                     LENGTH(WS-POL-REC-LEN)
                     RESP(WS-POL-RESP)
           END-EXEC
           IF WS-POL-RESP = ZEROS AND PO-VALUE-1 IS NUMERIC
               AND PO-VALUE-1 > ZEROS
             MOVE PO-VALUE-1 TO WS-SESS-TIMEOUT-SECS
           END-IF
           MOVE "PINPOL" TO WS-POL-KEY.

      * LOAD THE APRPOL POLICY ROW ONCE PER TASK - A MISSING ROW, A
      * ZERO VALUE OR A READ FAILURE LEAVES THE 5-DAY DEFAULT.
       8058-LOAD-APPR-POLICY.
           MOVE "APRPOL" TO WS-POL-KEY
           MOVE 30 TO WS-POL-REC-LEN
           EXEC CICS READ DATASET(WS-POL-FILE-NAME)
                     INTO (WS-POL-REC)
                     RIDFLD(WS-POL-KEY)
                     LENGTH(WS-POL-REC-LEN)
                     RESP(WS-POL-RESP)
           END-EXEC
           IF WS-POL-RESP = ZEROS AND PO-VALUE-1 IS NUMERIC
               AND PO-VALUE-1 > ZEROS
             MOVE PO-VALUE-1 TO WS-APPR-DAYS
           END-IF
           MOVE "PINPOL" TO WS-POL-KEY.

      * LOAD THE PINPOL POLICY ROW ONCE PER TASK - A MISSING ROW OR
      * A READ FAILURE LEAVES THE BUILT-IN 365-DAY DEFAULT.
       8050-LOAD-PIN-POLICY.
             WHEN OTHER
               MOVE WS-DFLT-LIMIT-C TO WS-EFF-DAILY-LIMIT
           END-EVALUATE.
