      * AND CAN RESET THE PIN LOCK. EVERY RESET IS JOURNALED TO
      * JRNLZBNK WITH ACTION CODE "SU" SO ZBRCTL CAN COUNT
      * SUPERVISOR INTERVENTIONS.
      *
      * WHAT A SIGNED-ON SUPERVISOR MAY DO IS SET BY THEIR
      * ENTITLEMENT PROFILE ON VSAM.ZENTL (ENTLREC, MAINTAINED ON
      * ZSECADM): ANY ACTION BUT THE LOOKUP AND EXIT MUST BE IN THE
      * PROFILE'S ZSUPV ACTION LIST, AND HOLDS, EARLY TERM
      * WITHDRAWALS AND OVERDRAFT LIMITS (REQUESTED OR APPROVED)
      * MUST FALL WITHIN ITS AMOUNT AUTHORITIES. A REFUSAL IS
      * WRITTEN TO AUDTZBNK AS EVENT EN FOR THE ZSECRPT REPORT.
      * A LEGAL ORDER (ACTION H WITH THE ORDER NUMBER IN REF) IS
      * SERVED ON THE BANK, SO IT IS NOT HELD TO THE HOLD AUTHORITY.
      *
       PROGRAM-ID. ZSUPV.
       DATA DIVISION.
       77 WS-JRNL-RESP PIC 9(8).
       77 WS-ABSTIME PIC S9(15) COMP-3.
      * DFHRESP(ATNI) - TERMINAL'S TIME-OUT INTERVAL EXPIRED WAITING
      * ON A RECEIVE.
       77 WS-ATNI-RESP PIC 9(8) VALUE 51.
      * DFHRESP(NOTFND) - RECORD NOT FOUND ON A KEYED READ.
       77 WS-NOTFND-RESP PIC 9(8) VALUE 13.
      * VSAM.ZSUPID (SUPVREC) - SUPERVISOR CREDENTIALS, MAINTAINED
      * ON ZSECADM.
       77 WS-SUPV-FILE-NAME PIC X(8) VALUE 'VSAMSUP'.
       77 WS-SUPV-REC-LEN PIC S9(4) COMP VALUE 40.
       77 WS-SUPV-RESP PIC 9(8).
                                ==WS-BRANCH-CODE== BY
                                   ==WS-XFER-BRANCH-CODE==
                                ==WS-STMT-CYCLE== BY
                                   ==WS-XFER-STMT-CYCLE==
                                ==WS-DUAL-APPR-LIMIT== BY
                                   ==WS-XFER-DUAL-APPR-LIMIT==.
       01 WS-RESIDUAL PIC S9(10)V99.
      * VSAM.ZODRQ (ODRQREC) - PENDING OVERDRAFT-LIMIT REQUESTS FOR
      * THE TWO-SIGNATURE (MAKER-CHECKER) RULE. ACTION M WRITES THE
         COPY ODRQREC.
       01 WS-ODRQ-KEY PIC 9(10).
       01 WS-LIMIT-ED PIC 9(10).99.
       01 WS-DUAL-APPR-TEXT PIC X(30).
      * VSAM.ZREFCTL (REFCREC) - THE SHARED TRANSACTION REFERENCE
      * COUNTER, SAME 8300-GET-REF-NO PROTOCOL AS ZBANK.
       77 WS-REFC-FILE-NAME PIC X(8) VALUE 'VSAMREFC'.
       77 WS-CARD-RESP PIC 9(8).
       01 WS-CARD-REC.
         COPY CARDREC.
      * VSAM.ZLOAN (LOANREC) - INSTALMENT-LOAN TERMS AND ARREARS.
      * ACTION N OPENS A LOAN (SEE THE ACTION FOR THE FIELD USE);
      * THE NIGHTLY ZLOANC BATCH COLLECTS THE INSTALMENTS.
       77 WS-LOAN-FILE-NAME PIC X(8) VALUE 'VSAMLOAN'.
       77 WS-LOAN-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-LOAN-RESP PIC 9(8).
       01 WS-LOAN-REC.
         COPY LOANREC.
       01 WS-LOAN-PRINCIPAL PIC 9(10)V99.
       01 WS-LOAN-TERM-N PIC 9(8).
       01 WS-LOAN-RATE-BP PIC 9(12).
       01 WS-LOAN-MRATE PIC 9V9(9).
       01 WS-LOAN-FACTOR PIC 9(7)V9(9).
       01 WS-LOAN-RATE-ED PIC ZZ9.99.
      * VSAM.ZCHQBK (CHQBREC) / VSAM.ZCHQSTP (CHQSREC) / VSAM.ZCHQPD
      * (CHQPREC) - CHEQUE BOOKS, STOP PAYMENTS AND THE PAID-CHEQUE
      * REGISTER. ACTION I ISSUES A BOOK, ACTION S PLACES A STOP AND
      * ACTION O LIFTS ONE; THE NIGHTLY ZCHQPST BATCH PAYS OR
      * RETURNS THE PRESENTED CHEQUES AGAINST ALL THREE.
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
       77 WS-CHQP-FILE-NAME PIC X(8) VALUE 'VSAMCHQP'.
       77 WS-CHQP-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-CHQP-RESP PIC 9(8).
       01 WS-CHQP-REC.
         COPY CHQPREC.
      * SERIAL RANGE BEING CHECKED BY 8350-SCAN-CHQ-BOOKS - A SINGLE
      * SERIAL IS A RANGE OF ONE.
       01 WS-CHQ-FROM PIC 9(8).
       01 WS-CHQ-TO PIC 9(8).
       01 WS-CHQ-HIT-SW PIC X VALUE 'N'.
       01 WS-CHQ-SERIAL-N PIC 9(12).
       01 WS-CHQ-LAST-N PIC 9(10).
       01 WS-CHQ-ISSUE-DATE PIC 9(8).
       01 WS-CHQ-ISSUE-DATE-R REDEFINES WS-CHQ-ISSUE-DATE.
         05 WS-CHQ-ISSUE-YYYY PIC 9(4).
         05 WS-CHQ-ISSUE-MM PIC 9(2).
         05 WS-CHQ-ISSUE-DD PIC 9(2).
      * VSAM.ZMANDT (MNDTREC) - DIRECT-DEBIT MANDATES. ACTION F SETS
      * ONE UP (OR REACTIVATES A CANCELLED ONE); THE CUSTOMER
      * CANCELS FROM THE ZBANK MANDATE SCREEN AND ZCLRPST RETURNS
      * ANY INBOUND DEBIT WITHOUT AN ACTIVE MANDATE.
       77 WS-MAND-FILE-NAME PIC X(8) VALUE 'VSAMMAND'.
       77 WS-MAND-REC-LEN PIC S9(4) COMP VALUE 100.
       77 WS-MAND-RESP PIC 9(8).
       01 WS-MAND-REC.
         COPY MNDTREC.
       01 WS-MND-ORIG-N PIC 9(12).
       01 WS-MND-ORIG-8 PIC 9(8).
       01 WS-MND-OLD-VALUE PIC X(30).
      * VSAM.MNTZBNK (MAUDREC) - MAINTENANCE AUDIT ESDS. EVERY
      * NON-FINANCIAL CHANGE WRITES A BEFORE/AFTER ROW VIA
      * 8850-WRITE-MAUD; CALL SITES SET MA-FUNC, MA-FIELD AND THE
      * VSAM.ZPOLICY (POLREC) - THE PINPOL ROW CARRIES THE MAX PIN
      * AGE IN DAYS; A MISSING ROW LEAVES THE 365-DAY DEFAULT. THE
      * SIGN-ON PIN IS AGED AGAINST IT - AN EXPIRED CREDENTIAL IS
      * REFUSED UNTIL A SECURITY ADMINISTRATOR RESETS THE PIN ON
      * ZSECADM, WHICH RESTAMPS THE DATE.
       77 WS-POL-FILE-NAME PIC X(8) VALUE 'VSAMPOL'.
       77 WS-POL-REC-LEN PIC S9(4) COMP VALUE 30.
       77 WS-POL-RESP PIC 9(8).
       COPY PINWORK.
      * ACCOUNT-NUMBER CHECK DIGIT WORK AREA - SEE ACCTCHK.
       COPY ACCTCHKW.
      * WATCH-LIST SCREENING - THE JOINT-OWNER ADD (ACTION J) READS
      * VSAM.ZWATCH (WLSTREC) GENERIC ON THE MATCH-KEY TYPE + KEY
      * AND PARKS A HIT ON VSAM.ZSCRCASE (SCRCREC); COMPLIANCE CLEARS
      * (ACTION W) OR CONFIRMS (ACTION Y) THE CASES. SAME ITEMS AS
      * ZBANK - SEE 8790-SCREEN-WATCH-LIST.
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
       01 WS-SCRC-KEY PIC 9(12).
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
      * THE ENCODED PIN 8870-LINK-OWNER WRITES ON THE NEW LINK ROW -
      * FROM THE SCREEN ON ACTION J, FROM THE CASE ON ACTION W.
       01 WS-LINK-PIN-CODE PIC 9(8).
      * CONFIRMED-MATCH FREEZE (ACTION Y): THE ACCOUNTS THE CUSTOMER
      * OWNS (VSAMZBNK) OR CO-OWNS (VSAMLNK), COLLECTED FIRST AND
      * THEN HELD ONE BY ONE. A CUSTOMER WITH MORE ACCOUNTS THAN THE
      * TABLE HOLDS IS FINISHED OFF BY THE NIGHTLY ZWLSCRN RUN.
       01 WS-FRZ-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-FRZ-TABLE.
           05 WS-FRZ-ACCNO PIC 9(10) OCCURS 50 TIMES.
       01 WS-FRZ-IX PIC 9(3).
       01 WS-FRZ-JX PIC 9(3).
       01 WS-FRZ-DUP-SW PIC X VALUE 'N'.
       01 WS-FRZ-FULL-SW PIC X VALUE 'N'.
       01 WS-FRZ-DONE PIC 9(3) VALUE ZEROS.
       01 WS-FRZ-HELD-SW PIC X VALUE 'N'.
       01 WS-FRZ-EOF PIC X VALUE 'N'.
       01 WS-FRZ-NEW-ACCNO PIC 9(10).
       01 WS-FRZ-BR-KEY PIC 9(10).
       01 WS-FRZ-LK-KEY.
           05 WS-FRZ-LK-ACCNO PIC 9(10).
           05 WS-FRZ-LK-CUST PIC 9(10).
       01 WS-FRZ-ED PIC ZZ9.
       01 WS-FRZ-CUST-NO PIC 9(10).
       01 WS-FRZ-REASON PIC X(20).
      * DEATH OF A CUSTOMER (ACTION C, REASON DECEASED). THE DATE
      * OF DEATH IS KEYED IN REL DATE; THE CUSTOMER'S ACCOUNTS ARE
      * COLLECTED INTO THE WS-FRZ TABLE ABOVE. AN ACCOUNT THEY OWNED
      * ALONE IS FROZEN TO DEPOSITS ONLY AND ITS STANDING ORDERS AND
      * PENDING PAYMENTS ARE STOPPED; A JOINT ACCOUNT STAYS WITH THE
      * SURVIVING OWNERS ON VSAMLNK. THE ATM CARDS ON ANY OF THEIR
      * ACCOUNTS ARE BLOCKED - CARDREC DOES NOT SAY WHOSE CARD IT
      * IS, SO A SURVIVING JOINT OWNER IS ISSUED A NEW ONE (ACTION
      * K). ORDERS, PAYMENTS AND CARDS ARE COLLECTED BY A BROWSE
      * FIRST AND UPDATED ONE BY ONE AFTER THE ENDBR.
       01 WS-DTH-CUST-NO PIC 9(10).
       01 WS-DTH-DATE PIC 9(8).
       01 WS-DTH-DATE-R REDEFINES WS-DTH-DATE.
         05 WS-DTH-YYYY PIC 9(4).
         05 WS-DTH-MM PIC 9(2).
         05 WS-DTH-DD PIC 9(2).
       01 WS-DTH-SOLE-SW PIC X VALUE 'N'.
       01 WS-DTH-EOF PIC X VALUE 'N'.
       01 WS-DTH-SEQ-COUNT PIC 9(3).
       01 WS-DTH-SEQ-TABLE.
           05 WS-DTH-SEQ PIC 9(2) OCCURS 99 TIMES.
       01 WS-DTH-SX PIC 9(3).
       01 WS-DTH-CARD-COUNT PIC 9(3).
       01 WS-DTH-CARD-TABLE.
           05 WS-DTH-CARD-NO PIC 9(16) OCCURS 50 TIMES.
       01 WS-DTH-CARD-KEY PIC 9(16).
       01 WS-DTH-CARD-FULL-SW PIC X VALUE 'N'.
       01 WS-DTH-FROZEN PIC 9(3).
       01 WS-DTH-STOPPED PIC 9(3).
       01 WS-DTH-BLOCKED PIC 9(3).
       01 WS-DTH-ED2 PIC ZZ9.
       01 WS-DTH-ED3 PIC ZZ9.
       01 WS-DTH-REF-N PIC 9(12).
       01 WS-DTH-FRZ-SW PIC X VALUE 'N'.
       01 WS-DTH-FRZ-SEQ PIC 9(2).
       01 WS-DTH-ESTATE-SW PIC X VALUE 'N'.
      * VSAM.ZSTORD (STORDREC) AND VSAM.ZPAYPND (PAYPREC) - ONLY
      * TOUCHED HERE TO SUSPEND A DECEASED OWNER'S STANDING ORDERS
      * AND HOLD THEIR PENDING PAYMENTS.
       77 WS-STOR-FILE-NAME PIC X(8) VALUE 'VSAMSTOR'.
       77 WS-STOR-REC-LEN PIC S9(4) COMP VALUE 44.
       77 WS-STOR-RESP PIC 9(8).
       01 WS-STOR-REC.
         COPY STORDREC.
       01 WS-STOR-BR-KEY.
         05 WS-STOR-BR-ACCNO PIC 9(10).
         05 WS-STOR-BR-SEQ PIC 9(2).
       77 WS-PAYP-FILE-NAME PIC X(8) VALUE 'VSAMPAYP'.
       77 WS-PAYP-REC-LEN PIC S9(4) COMP VALUE 80.
       77 WS-PAYP-RESP PIC 9(8).
       01 WS-PAYP-REC.
         COPY PAYPREC.
       01 WS-PAYP-BR-KEY.
         05 WS-PAYP-BR-ACCNO PIC 9(10).
         05 WS-PAYP-BR-SEQ PIC 9(2).
      * VSAM.ZLEGORD (LORDREC) - COURT GARNISHMENT ORDERS AND TAX
      * LEVIES, ENTERED, AMENDED AND LIFTED BY ACTION H WITH THE
      * ORDER NUMBER IN REF. THE NIGHTLY ZLEGSZ BATCH DOES THE
      * SEIZING AND CLOSES AN ORDER ONCE IT IS SATISFIED.
       77 WS-LORD-FILE-NAME PIC X(8) VALUE 'VSAMLORD'.
       77 WS-LORD-REC-LEN PIC S9(4) COMP VALUE 128.
       77 WS-LORD-RESP PIC 9(8).
       01 WS-LORD-REC.
         COPY LORDREC.
       01 WS-LORD-KEY.
         05 WS-LORD-ACCNO PIC 9(10).
         05 WS-LORD-ORDER-NO PIC 9(12).
       01 WS-LORD-FLOOR-N PIC 9(10).
       01 WS-LORD-DATE PIC 9(8).
       01 WS-LORD-DATE-R REDEFINES WS-LORD-DATE.
         05 WS-LORD-YYYY PIC 9(4).
         05 WS-LORD-MM PIC 9(2).
         05 WS-LORD-DD PIC 9(2).
       01 WS-SCR-OPEN-SW PIC X VALUE 'N'.
      * CUSTOMER MERGE (ACTION Z) - VSAM.ZCUSTXRF (CXRFREC) KEEPS
      * EVERY RETIRED CUSTOMER NUMBER POINTING AT ITS SURVIVOR, AND
      * 8880-READ-CUSTOMER FOLLOWS IT WHEN VSAMCUST HAS NO SUCH
      * NUMBER. THE MERGE ALSO MOVES THE SAVED PAYEES (VSAM.ZPAYEE,
      * PAYEREC) AND PIN HISTORY (VSAM.ZPINHIS, PINHREC) ACROSS.
       77 WS-CXRF-FILE-NAME PIC X(8) VALUE 'VSAMCXRF'.
       77 WS-CXRF-REC-LEN PIC S9(4) COMP VALUE 240.
       77 WS-CXRF-RESP PIC 9(8).
       01 WS-CXRF-REC.
         COPY CXRFREC.
       01 WS-CXRF-BR-KEY PIC 9(10).
       77 WS-PAYE-FILE-NAME PIC X(8) VALUE 'VSAMPAYE'.
       77 WS-PAYE-REC-LEN PIC S9(4) COMP VALUE 60.
       77 WS-PAYE-RESP PIC 9(8).
       01 WS-PAYE-REC.
         COPY PAYEREC.
       01 WS-PAYE-BR-KEY.
         05 WS-PAYE-BR-CUST PIC 9(10).
         05 WS-PAYE-BR-SEQ PIC 9(2).
       77 WS-PINH-FILE-NAME PIC X(8) VALUE 'VSAMPINH'.
       77 WS-PINH-REC-LEN PIC S9(4) COMP VALUE 60.
       77 WS-PINH-RESP PIC 9(8).
       01 WS-PINH-REC.
         COPY PINHREC.
       01 WS-PINH-SURV-REC PIC X(60).
      * WHAT THE MERGE WILL TOUCH IS COLLECTED BEFORE ANYTHING IS
      * CHANGED; A CUSTOMER WITH MORE THAN THE TABLES HOLD IS
      * REFUSED WHOLE RATHER THAN HALF MERGED. A MERGE THAT HITS A
      * FILE ERROR PART WAY LEAVES THE OLD NUMBER ON VSAMCUST, SO
      * KEYING THE SAME MERGE AGAIN PICKS UP WHAT IS LEFT.
       01 WS-MRG-REF-N PIC 9(12).
       01 WS-MRG-OLD-CUST PIC 9(10).
       01 WS-MRG-NEW-CUST PIC 9(10).
       01 WS-MRG-NEW-NAME PIC X(20).
       01 WS-MRG-ACC-NAME PIC X(20).
       01 WS-MRG-OLD-IMAGE PIC X(170).
       01 WS-MRG-FULL-SW PIC X VALUE 'N'.
       01 WS-MRG-KEEP-SW PIC X VALUE 'N'.
       01 WS-MRG-EOF PIC X VALUE 'N'.
       01 WS-MRG-IX PIC 9(3).
       01 WS-MRG-ACC-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MRG-ACC-TABLE.
           05 WS-MRG-ACC-NO PIC 9(10) OCCURS 50 TIMES.
       01 WS-MRG-LNK-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MRG-LNK-TABLE.
           05 WS-MRG-LNK-ACCNO PIC 9(10) OCCURS 50 TIMES.
       01 WS-MRG-PAY-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MRG-PAY-TABLE.
           05 WS-MRG-PAY-SEQ PIC 9(2) OCCURS 99 TIMES.
       01 WS-MRG-PAY-MAX-SEQ PIC 9(3) VALUE ZEROS.
       01 WS-MRG-XRF-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MRG-XRF-TABLE.
           05 WS-MRG-XRF-OLD PIC 9(10) OCCURS 50 TIMES.
       01 WS-MRG-ACC-DONE PIC 9(3) VALUE ZEROS.
       01 WS-MRG-LNK-DONE PIC 9(3) VALUE ZEROS.
       01 WS-MRG-PAY-DONE PIC 9(3) VALUE ZEROS.
       01 WS-MRG-PINH-DONE PIC 9(3) VALUE ZEROS.
       01 WS-MRG-ERR-COUNT PIC 9(3) VALUE ZEROS.
       01 WS-MRG-ED1 PIC ZZ9.
       01 WS-MRG-ED2 PIC ZZ9.
       01 WS-MRG-ED3 PIC ZZ9.
       01 WS-MRG-ED4 PIC ZZ9.
      * THE SIGNED-ON SUPERVISOR, KEPT FOR THE LIFE OF THE TASK.
       01 WS-OPERATOR-ID PIC X(8).
      * VSAM.ZENTL (ENTLREC) - THE SIGNED-ON SUPERVISOR'S
      * ENTITLEMENT PROFILE, READ ONCE AT SIGN-ON. NO ROW MEANS NO
      * ENTITLEMENTS - LOOKUP ONLY.
       77 WS-ENTL-FILE-NAME PIC X(8) VALUE 'VSAMENTL'.
       77 WS-ENTL-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-ENTL-RESP PIC 9(8).
       01 WS-ENTL-REC.
         COPY ENTLREC.
       01 WS-ENTL-FOUND-SW PIC X VALUE 'N'.
       01 WS-ENT-HITS PIC 9(2).
       01 WS-ENT-AMOUNT PIC 9(10)V99.
       01 WS-ENT-LIMIT PIC 9(10)V99.
      * VSAM.AUDTZBNK (AUDTREC) - SECURITY AUDIT ESDS, SAME FILE
      * ZBANK WRITES ITS DENIALS TO; HERE ONLY THE EN REFUSALS.
       77 WS-AUDT-FILE-NAME PIC X(8) VALUE 'AUDTZBNK'.
       77 WS-AUDT-REC-LEN PIC S9(4) COMP VALUE 60.
       77 WS-AUDT-RESP PIC 9(8).
       01 WS-AUDT-REC.
         COPY AUDTREC.
      * LOOKUP (ACTION L) RESULT LINES - HELD IN WORKING STORAGE
      * AND RESTAGED INTO THE MAP ON EVERY SEND, THE SAME WAY ZBANK
      * RESTAGES THE BALANCE, SO THE DISPLAY SURVIVES THE
                 MOVE SUP-PIN-SET-DATE TO WS-SIGNON-PIN-DATE
                 PERFORM 8060-CHECK-PIN-AGE
                 IF WS-PIN-EXPIRED-SW = 'Y'
                   MOVE "SUPERVISOR PIN EXPIRED - SEE SECURITY ADMIN!"
                       TO INFO
                 ELSE
                   MOVE SUP-ID TO WS-OPERATOR-ID
                   PERFORM 8400-LOAD-ENTITLEMENT
                   MOVE SPACES TO WS-SMN-LINES
                   MOVE 1 TO SCREEN-STATE
                   MOVE "SUPERVISOR SIGNED ON" TO INFO
                 MOVE "SESSION TIMED OUT - SIGN ON AGAIN!" TO INFO
               ELSE
               MOVE SMNACTI TO ACTION
               PERFORM 8410-CHECK-ENTITLEMENT
               IF ACTION = "Q"
                 MOVE 0 TO SCREEN-STATE
                 MOVE "SUPERVISOR SIGN-ON REQUIRED!" TO INFO
                   ELSE
                     MOVE "DAILY LIMIT=TYPE DEFAULT" TO WS-SMN-LIN5
                   END-IF
                   IF WS-DUAL-APPR-LIMIT IS NUMERIC
                       AND WS-DUAL-APPR-LIMIT > ZEROS
                     MOVE WS-DUAL-APPR-LIMIT TO WS-LIMIT-ED
                     MOVE SPACES TO WS-DUAL-APPR-TEXT
                     STRING "2-OWNER OVER " WS-LIMIT-ED
                         DELIMITED BY SIZE INTO WS-DUAL-APPR-TEXT
                     MOVE WS-DUAL-APPR-TEXT TO WS-SMN-LIN5(28:30)
                   END-IF
                 END-IF
               END-IF
               IF ACTION = "R"
                   MOVE "SAME OFFICER CANNOT APPROVE OWN REQUEST!"
                       TO INFO
                 ELSE
      * THE APPROVER NEEDS THE AUTHORITY FOR THE LIMIT AS WELL.
                 IF OD-REQ-LIMIT > EN-OD-LIMIT
                   EXEC CICS UNLOCK DATASET(WS-ODRQ-FILE-NAME)
                   END-EXEC
                   MOVE SPACES TO WS-AUDT-REC
                   MOVE "ZSUPV A OVER OD AUTH" TO AU-REASON
                   PERFORM 8420-REFUSE-ACTION
                   MOVE "LIMIT EXCEEDS YOUR OVERDRAFT AUTHORITY!"
                       TO INFO
                 ELSE
                   MOVE OD-ACCNO TO WS-ACCNO
                   MOVE 150 TO WS-REC-LEN
                   EXEC CICS READ DATASET(WS-FILE-NAME)
                   END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "D"
                 MOVE SMNACCI TO WS-ACCNO
                   END-EXEC
                   MOVE "ENTER THE NEW DAILY LIMIT!" TO INFO
                 ELSE
      * REASON DUAL SETS THE TWO-OWNER APPROVAL THRESHOLD INSTEAD OF
      * THE DAILY LIMIT - ZERO SWITCHES THE RULE OFF. NO MONEY
      * MOVES, SO IT IS AUDITED ON MNTZBNK ONLY, NOT JOURNALED.
                 IF SMNRSNI = "DUAL"
                   MOVE SPACES TO WS-MAUD-REC
                   MOVE "DA" TO MA-FUNC
                   MOVE "DUAL-APPR" TO MA-FIELD
                   IF WS-DUAL-APPR-LIMIT IS NUMERIC
                     MOVE WS-DUAL-APPR-LIMIT TO WS-MAUD-VAL-ED
                     MOVE WS-MAUD-VAL-ED TO MA-OLD-VALUE
                   ELSE
                     MOVE "NOT SET" TO MA-OLD-VALUE
                   END-IF
                   MOVE SMNLIMI TO WS-MAUD-VAL-ED
                   MOVE WS-MAUD-VAL-ED TO MA-NEW-VALUE
                   MOVE SMNLIMI TO WS-DUAL-APPR-LIMIT
                   EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                     FROM (WS-FILE-REC)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = ZEROS
                     PERFORM 8850-WRITE-MAUD
                     IF SMNLIMI = ZEROS
                       MOVE "TWO-OWNER APPROVAL SWITCHED OFF" TO INFO
                     ELSE
                       MOVE "TWO-OWNER APPROVAL LIMIT SET" TO INFO
                     END-IF
                   ELSE
                     MOVE WS-RESP-CODE TO INFO
                   END-IF
                 ELSE
                   MOVE SPACES TO WS-MAUD-REC
                   MOVE "DL" TO MA-FUNC
                   MOVE "DAILY-LIMIT" TO MA-FIELD
                   END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "C"
      * REASON DECEASED RECORDS A CUSTOMER'S DEATH RATHER THAN
      * CLOSING AN ACCOUNT (REF = CUSTOMER, REL DATE = DATE OF
      * DEATH); REASON ESTATE PAYS A DECEASED SOLE OWNER'S BALANCE
      * OUT TO THE EXECUTOR'S ACCOUNT IN RES TO AS IT CLOSES.
                 IF SMNRSNI = "DECEASED"
                   PERFORM 8890-RECORD-DEATH
                 ELSE
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                     MOVE WS-BALANCE TO JR-BEFORE-BAL
                     MOVE WS-BALANCE TO JR-AFTER-BAL
                     PERFORM 8500-WRITE-JOURNAL
                     PERFORM 8898-LIFT-ESTATE-FREEZE
                     MOVE "ACCOUNT CLOSED AND JOURNALED" TO INFO
                   ELSE
                     MOVE WS-RESP-CODE TO INFO
                   IF WS-RESP-CODE NOT = ZEROS
                     MOVE "RESIDUAL ACCOUNT NOT FOUND!" TO INFO
                   ELSE
                   MOVE 'N' TO WS-DTH-ESTATE-SW
                   IF SMNRSNI = "ESTATE"
                     PERFORM 8897-CHECK-ESTATE
                   END-IF
                   IF SMNRSNI = "ESTATE" AND WS-DTH-ESTATE-SW = 'N'
                     EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                     END-EXEC
                   ELSE
      * AN ESTATE PAY-OUT MAY GO TO ANY OPEN ACCOUNT - THE
      * EXECUTOR'S - NOT JUST ONE OF THE SAME CUSTOMER.
                   IF (WS-XFER-CUST-NO NOT = WS-CUST-NO
                       AND WS-DTH-ESTATE-SW = 'N')
                       OR WS-XFER-ACCT-STATUS = 'C'
                     EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
                     END-EXEC
                       MOVE ZEROS TO JR-BEFORE-BAL
                       MOVE ZEROS TO JR-AFTER-BAL
                       PERFORM 8500-WRITE-JOURNAL
                       PERFORM 8898-LIFT-ESTATE-FREEZE
                       IF WS-DTH-ESTATE-SW = 'Y'
                         MOVE WS-RESIDUAL TO WS-BALANCE-ED
                         MOVE SPACES TO WS-MAUD-REC
                         MOVE "EP" TO MA-FUNC
                         MOVE "ESTATE-PAID" TO MA-FIELD
                         MOVE WS-BALANCE-ED TO MA-OLD-VALUE
                         STRING "PAID TO " WS-XFER-ACCNO
                             DELIMITED BY SIZE INTO MA-NEW-VALUE
                         PERFORM 8850-WRITE-MAUD
                         MOVE "ESTATE PAID OUT - ACCOUNT CLOSED" TO INFO
                       ELSE
                       MOVE "RESIDUAL MOVED - ACCOUNT CLOSED" TO INFO
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
               IF ACTION = "J"
      * ADD A JOINT OWNER: THE ACCOUNT, THE NEW OWNER'S CUSTOMER
      * NUMBER (RES TO FIELD) AND THEIR OWN STARTING PIN. THE NEW
      * OWNER MUST ALREADY EXIST ON THE CUSTOMER FILE; A NUMBER
      * RETIRED BY A CUSTOMER MERGE LINKS ITS SURVIVOR.
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                   MOVE "ENTER THE NEW OWNER'S PIN!" TO INFO
                 ELSE
                   MOVE SMNDSTI TO WS-NEW-OWNER
                   PERFORM 8880-READ-CUSTOMER
                   IF WS-CUST-RESP NOT = ZEROS
                     MOVE "NEW OWNER NOT ON CUSTOMER FILE!" TO INFO
                   ELSE
                   IF WS-NEW-OWNER = WS-CUST-NO
                     MOVE "ALREADY THE PRIMARY OWNER!" TO INFO
                   ELSE
      * SCREEN THE NEW OWNER AGAINST THE WATCH LIST FIRST - A HIT
      * PARKS THE ADD ON A SCREENING CASE FOR COMPLIANCE INSTEAD OF
      * LINKING; ACTION W LINKS IT IF THE CASE IS CLEARED.
                     MOVE WS-ACCNO TO WS-PINC-ACCNO
                     MOVE SMNPINI TO WS-PINC-PIN
                     PERFORM 8700-ENCODE-PIN
                     MOVE WS-PINC-CODE TO WS-LINK-PIN-CODE
                     MOVE CUST-NAME TO WS-SCR-NAME
                     MOVE CUST-ID-NO TO WS-SCR-ID
                     PERFORM 8790-SCREEN-WATCH-LIST
                     IF WS-SCR-HIT-SW = 'E'
                       MOVE "WATCH LIST UNAVAILABLE - TRY LATER!"
                           TO INFO
                     ELSE
                     IF WS-SCR-HIT-SW = 'Y'
                       PERFORM 8800-PARK-JOINT-OWNER
                     ELSE
                       PERFORM 8870-LINK-OWNER
                     END-IF
                     END-IF
                   END-IF
                   END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "W" OR ACTION = "Y"
      * DECIDE A WATCH-LIST SCREENING CASE - CASE NUMBER IN THE REF
      * FIELD. W CLEARS A FALSE MATCH AND COMPLETES ANY PARKED
      * REGISTRATION OR JOINT-OWNER ADD; Y CONFIRMS THE MATCH AND
      * FREEZES EVERY ACCOUNT THE CUSTOMER OWNS OR CO-OWNS. ONLY A
      * PENDING CASE CAN BE DECIDED, AND ONLY ONCE.
                 MOVE SPACES TO WS-SMN-LINES
                 IF SMNREFI NOT NUMERIC OR SMNREFI = ZEROS
                   MOVE "ENTER THE CASE NUMBER IN REF!" TO INFO
                 ELSE
                   MOVE SMNREFI TO WS-SCRC-KEY
                   MOVE 220 TO WS-SCRC-REC-LEN
                   EXEC CICS READ DATASET(WS-SCRC-FILE-NAME)
                             INTO (WS-SCRC-REC)
                             RIDFLD(WS-SCRC-KEY)
                             LENGTH(WS-SCRC-REC-LEN)
                             UPDATE
                             RESP(WS-SCRC-RESP)
                   END-EXEC
                   IF WS-SCRC-RESP NOT = ZEROS
                     MOVE "SCREENING CASE NOT FOUND!" TO INFO
                   ELSE
                   IF SC-STATUS NOT = "P"
                     EXEC CICS UNLOCK DATASET(WS-SCRC-FILE-NAME)
                     END-EXEC
                     MOVE "CASE ALREADY DECIDED!" TO INFO
                   ELSE
                   IF ACTION = "W"
                     PERFORM 8820-CLEAR-CASE
                   ELSE
                     PERFORM 8830-CONFIRM-CASE
                   END-IF
                   END-IF
                   END-IF
                   MOVE SPACES TO WS-SMN-LIN1
                   STRING "CASE " SC-CASE-NO " SRC " SC-SOURCE
                       " STATUS " SC-STATUS " OPENED " SC-OPEN-DATE
                       " BY " SC-OPEN-BY
                       DELIMITED BY SIZE INTO WS-SMN-LIN1
                   MOVE SPACES TO WS-SMN-LIN2
                   STRING "CUST " SC-CUST-NO " " SC-CUST-NAME
                       " ID " SC-CUST-ID-NO
                       DELIMITED BY SIZE INTO WS-SMN-LIN2
                   MOVE SPACES TO WS-SMN-LIN3
                   STRING "LIST " SC-ENTRY-NO " MATCH " SC-MATCH-TYPE
                       " " SC-LIST-NAME
                       DELIMITED BY SIZE INTO WS-SMN-LIN3
                   IF SC-ACCNO NOT = ZEROS
                     MOVE SPACES TO WS-SMN-LIN4
                     STRING "PARKED FOR ACCOUNT " SC-ACCNO
                         DELIMITED BY SIZE INTO WS-SMN-LIN4
                   END-IF
                   IF WS-SCRC-RESP NOT = ZEROS
                     MOVE SPACES TO WS-SMN-LINES
                   END-IF
                 END-IF
               END-IF
               IF ACTION = "T"
      * PLACE THE ACCOUNT ON A FIXED TERM: THE WHOLE BALANCE IS
      * COMMITTED, WITHDRAWALS AND TRANSFERS OUT ARE BLOCKED UNTIL
      * IN THE LIMIT FIELD, RELEASE DATE AND REASON IN THEIR OWN
      * FIELDS. THE HOLD IS RELEASED BY THE NIGHTLY ZHLDEXP SWEEP
      * WHEN THE RELEASE DATE ARRIVES - THERE IS DELIBERATELY NO
      * ONLINE RELEASE. AN ORDER NUMBER IN REF MAKES IT A LEGAL
      * ORDER (GARNISHMENT OR LEVY) INSTEAD - SEE 8860.
                 IF SMNREFI IS NUMERIC AND SMNREFI NOT = ZEROS
                   PERFORM 8860-LEGAL-ORDER
                 ELSE
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "P"
      * OPEN A DISPUTE ON THE JOURNAL ENTRY NAMED BY ACCOUNT + REF.
                           OR JH-ACTION = "FE" OR JH-ACTION = "XD"
                           OR JH-ACTION = "EW" OR JH-ACTION = "EP"
                           OR JH-ACTION = "XP" OR JH-ACTION = "AW"
                           OR JH-ACTION = "ES" OR JH-ACTION = "CQ"
                           OR JH-ACTION = "FS"
                         MOVE 'Y' TO WS-DISP-DEBIT-SW
                         MOVE JH-AMOUNT TO WS-DISP-AMOUNT
                       END-IF
                   MOVE "LIMIT REQUEST REJECTED AND REMOVED" TO INFO
                 END-IF
               END-IF
               IF ACTION = "N"
      * OPEN AN INSTALMENT LOAN: THE NEW LOAN ACCOUNT NUMBER AND ITS
      * PIN, THE PRINCIPAL (LIMIT FIELD), THE REPAYMENT CHECKING
      * ACCOUNT (RES TO), THE TERM IN MONTHS (REL DATE, 1-360) AND
      * THE NOMINAL ANNUAL RATE IN BASIS POINTS (REF FIELD). THE
      * LOAN ACCOUNT IS WRITTEN AS TYPE "L" CARRYING THE PRINCIPAL
      * AS ITS NEGATIVE BALANCE, THE PRINCIPAL IS PAID INTO THE
      * REPAYMENT ACCOUNT AS AN "LD"/"TC" PAIR UNDER ONE REFERENCE
      * AND THE TERMS GO TO VSAM.ZLOAN FOR THE NIGHTLY ZLOANC
      * COLLECTION. THE LEVEL INSTALMENT IS P*R*(1+R)**N /
      * ((1+R)**N - 1) AT THE MONTHLY RATE R, FIRST DUE ONE MONTH
      * FROM TODAY.
                 MOVE ZEROS TO WS-LOAN-TERM-N
                 MOVE ZEROS TO WS-LOAN-RATE-BP
                 IF SMNDTEI IS NUMERIC
                   MOVE SMNDTEI TO WS-LOAN-TERM-N
                 END-IF
                 IF SMNREFI IS NUMERIC
                   MOVE SMNREFI TO WS-LOAN-RATE-BP
                 END-IF
                 MOVE SMNACCI TO WS-ACHK-ACCNO
                 PERFORM 8650-CHECK-ACCNO
                 IF SMNACCI NOT NUMERIC OR WS-ACHK-OK-SW = 'N'
                   MOVE "LOAN ACCOUNT NUMBER FAILS CHECK DIGIT!"
                       TO INFO
                 ELSE
                 IF SMNPINI NOT NUMERIC
                   MOVE "ENTER THE LOAN ACCOUNT'S PIN!" TO INFO
                 ELSE
                 IF SMNLIMI NOT NUMERIC OR SMNLIMI = ZEROS
                   MOVE "ENTER THE PRINCIPAL IN THE LIMIT FIELD!"
                       TO INFO
                 ELSE
                 IF SMNDSTI NOT NUMERIC OR SMNDSTI = ZEROS
                   MOVE "ENTER THE REPAYMENT ACCOUNT IN RES TO!"
                       TO INFO
                 ELSE
                 IF WS-LOAN-TERM-N = ZEROS OR WS-LOAN-TERM-N > 360
                   MOVE "ENTER TERM MONTHS (1-360) IN REL DATE!"
                       TO INFO
                 ELSE
                 IF SMNREFI NOT NUMERIC OR WS-LOAN-RATE-BP > 5000
                   MOVE "ENTER RATE IN BASIS POINTS (0-5000) IN REF!"
                       TO INFO
                 ELSE
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-FILE-REC)
                           RIDFLD(WS-ACCNO)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE = ZEROS
                   MOVE "LOAN ACCOUNT NUMBER ALREADY EXISTS!" TO INFO
                 ELSE
                 MOVE SMNDSTI TO WS-XFER-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-XFER-REC)
                           RIDFLD(WS-XFER-ACCNO)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE "REPAYMENT ACCOUNT NOT FOUND!" TO INFO
                 ELSE
      * INSTALMENTS ARE COLLECTED FROM A LIVE CHECKING ACCOUNT ONLY -
      * A SAVINGS OR TERM ACCOUNT CANNOT SERVICE A LOAN.
                 IF WS-XFER-ACCOUNT-TYPE NOT = "C"
                     OR WS-XFER-ACCT-STATUS = 'C'
                     OR WS-XFER-ACCT-STATUS = 'D'
                   MOVE "REPAYMENT ACCT MUST BE AN ACTIVE CHECKING!"
                       TO INFO
                 ELSE
                   EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                   END-EXEC
                   EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY)
                   END-EXEC
                   MOVE SMNLIMI TO WS-LOAN-PRINCIPAL
                   MOVE WS-LOAN-TERM-N TO WS-TERM-WORK
                   MOVE SPACES TO WS-LOAN-REC
                   MOVE SMNACCI TO LN-ACCNO
                   MOVE WS-XFER-ACCNO TO LN-REPAY-ACCNO
                   MOVE WS-LOAN-PRINCIPAL TO LN-PRINCIPAL
                   COMPUTE LN-RATE = WS-LOAN-RATE-BP / 100
                   MOVE WS-TERM-WORK TO LN-TERM-MONTHS
                   IF LN-RATE = ZEROS
                     COMPUTE LN-INSTALMENT ROUNDED =
                         WS-LOAN-PRINCIPAL / WS-TERM-WORK
                   ELSE
                     COMPUTE WS-LOAN-MRATE = LN-RATE / 1200
                     COMPUTE WS-LOAN-FACTOR =
                         (1 + WS-LOAN-MRATE) ** WS-TERM-WORK
                     COMPUTE LN-INSTALMENT ROUNDED =
                         WS-LOAN-PRINCIPAL * WS-LOAN-MRATE
                         * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
                   END-IF
                   MOVE WS-TODAY TO LN-OPEN-DATE
      * FIRST DUE DATE ONE MONTH OUT - SAME MONTH ADVANCE AND DAY
      * CLAMP AS THE TERM-OPEN FUNCTION.
                   MOVE WS-TODAY TO WS-MAT-DATE
                   COMPUTE WS-TERM-TOT-MM =
                       WS-MAT-YYYY * 12 + WS-MAT-MM
                   COMPUTE WS-MAT-YYYY = WS-TERM-TOT-MM / 12
                   COMPUTE WS-MAT-MM =
                       WS-TERM-TOT-MM - WS-MAT-YYYY * 12 + 1
                   EVALUATE WS-MAT-MM
                     WHEN 2
                       IF WS-MAT-DD > 28
                         MOVE 28 TO WS-MAT-DD
                       END-IF
                     WHEN 4
                     WHEN 6
                     WHEN 9
                     WHEN 11
                       IF WS-MAT-DD > 30
                         MOVE 30 TO WS-MAT-DD
                       END-IF
                   END-EVALUATE
                   MOVE WS-MAT-DATE TO LN-NEXT-DUE-DATE
                   MOVE ZEROS TO LN-PAID-COUNT
                   MOVE ZEROS TO LN-ARREARS-COUNT
                   MOVE ZEROS TO LN-ARREARS-AMT
                   MOVE SPACES TO LN-ARREARS-SINCE
                   MOVE SPACES TO LN-LAST-PAID-DATE
                   MOVE 'A' TO LN-STATUS
                   MOVE 120 TO WS-LOAN-REC-LEN
                   EXEC CICS WRITE DATASET(WS-LOAN-FILE-NAME)
                     FROM (WS-LOAN-REC)
                     RIDFLD(LN-ACCNO)
                     LENGTH(WS-LOAN-REC-LEN)
                     RESP(WS-LOAN-RESP)
                   END-EXEC
                   IF WS-LOAN-RESP NOT = ZEROS
                     MOVE "LOAN ALREADY ON FILE OR WRITE FAILED!"
                         TO INFO
                   ELSE
      * THE LOAN ACCOUNT TAKES ITS OWNER, NAME AND BRANCH FROM THE
      * REPAYMENT ACCOUNT, SO IT SHOWS IN THE CUSTOMER'S ACCOUNT
      * LIST AND ROLLS UP UNDER THE SAME BRANCH.
                   MOVE SPACES TO WS-FILE-REC
                   MOVE SMNACCI TO WS-ACCNO
                   MOVE ZEROS TO WS-PIN
                   MOVE SMNACCI TO WS-PINC-ACCNO
                   MOVE SMNPINI TO WS-PINC-PIN
                   PERFORM 8700-ENCODE-PIN
                   MOVE WS-PINC-CODE TO WS-PIN-CODE
                   COMPUTE WS-BALANCE = 0 - WS-LOAN-PRINCIPAL
                   MOVE ZEROS TO WS-FAILED-ATTEMPTS
                   MOVE "L" TO WS-ACCOUNT-TYPE
                   MOVE ZEROS TO WS-OVERDRAFT-LIMIT
                   MOVE WS-XFER-CUST-NAME TO WS-CUST-NAME
                   MOVE WS-XFER-CUST-NO TO WS-CUST-NO
                   MOVE ZEROS TO WS-DAILY-LIMIT
                   MOVE 'A' TO WS-ACCT-STATUS
                   MOVE WS-TODAY TO WS-LAST-ACT-DATE
                   MOVE WS-TODAY TO WS-PIN-SET-DATE
      * THE TERM IS HELD ON VSAMLOAN (LN-TERM-MONTHS) - THE TERM AND
      * MATURITY FIELDS ON THE ACCOUNT BELONG TO TERM DEPOSITS AND
      * STAY SPACES HERE.
                   MOVE WS-XFER-BRANCH-CODE TO WS-BRANCH-CODE
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
                   MOVE 150 TO WS-REC-LEN
                   EXEC CICS WRITE DATASET(WS-FILE-NAME)
                     FROM (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = ZEROS
                     EXEC CICS DELETE DATASET(WS-LOAN-FILE-NAME)
                       RIDFLD(LN-ACCNO)
                       RESP(WS-LOAN-RESP)
                     END-EXEC
                     MOVE WS-RESP-CODE TO INFO
                   ELSE
                   MOVE 150 TO WS-REC-LEN
                   EXEC CICS READ DATASET(WS-FILE-NAME)
                             INTO (WS-XFER-REC)
                             RIDFLD(WS-XFER-ACCNO)
                             LENGTH(WS-REC-LEN)
                             UPDATE
                             RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = ZEROS
                     ADD WS-LOAN-PRINCIPAL TO WS-XFER-BALANCE
                     EXEC CICS REWRITE DATASET(WS-FILE-NAME)
                       FROM (WS-XFER-REC)
                       LENGTH(WS-REC-LEN)
                       RESP(WS-RESP-CODE)
                     END-EXEC
                   END-IF
                   IF WS-RESP-CODE NOT = ZEROS
      * THE DRAWDOWN NEVER LANDED - BACK OUT THE LOAN ACCOUNT AND
      * ITS TERMS SO NOTHING IS LEFT OWING FOR MONEY NOT PAID OUT.
                     EXEC CICS DELETE DATASET(WS-FILE-NAME)
                       RIDFLD(WS-ACCNO)
                       RESP(WS-RESP-CODE)
                     END-EXEC
                     EXEC CICS DELETE DATASET(WS-LOAN-FILE-NAME)
                       RIDFLD(LN-ACCNO)
                       RESP(WS-LOAN-RESP)
                     END-EXEC
                     MOVE "DRAWDOWN FAILED - LOAN NOT OPENED!" TO INFO
                   ELSE
                     PERFORM 8300-GET-REF-NO
                     MOVE WS-ACCNO TO JR-ACCNO
                     MOVE "LD" TO JR-ACTION
                     MOVE WS-REF-NO TO JR-REF-NO
                     MOVE EIBTRMID TO JR-TERMID
                     MOVE "O" TO JR-CHANNEL
                     MOVE WS-OPERATOR-ID TO JR-OPERATOR
                     MOVE WS-CUST-NO TO JR-OWNER-CUST
                     MOVE WS-LOAN-PRINCIPAL TO JR-AMOUNT
                     MOVE ZEROS TO JR-BEFORE-BAL
                     MOVE WS-BALANCE TO JR-AFTER-BAL
                     PERFORM 8500-WRITE-JOURNAL
                     MOVE WS-XFER-ACCNO TO JR-ACCNO
                     MOVE "TC" TO JR-ACTION
                     COMPUTE JR-BEFORE-BAL =
                         WS-XFER-BALANCE - WS-LOAN-PRINCIPAL
                     MOVE WS-XFER-BALANCE TO JR-AFTER-BAL
                     PERFORM 8500-WRITE-JOURNAL
                     MOVE SPACES TO WS-MAUD-REC
                     MOVE "LO" TO MA-FUNC
                     MOVE "LOAN-TERMS" TO MA-FIELD
                     MOVE SPACES TO MA-OLD-VALUE
                     MOVE WS-LOAN-PRINCIPAL TO WS-MAUD-VAL-ED
                     MOVE LN-RATE TO WS-LOAN-RATE-ED
                     MOVE SPACES TO MA-NEW-VALUE
                     STRING WS-MAUD-VAL-ED " " LN-TERM-MONTHS "M "
                         WS-LOAN-RATE-ED "%"
                         DELIMITED BY SIZE INTO MA-NEW-VALUE
                     PERFORM 8850-WRITE-MAUD
                     MOVE LN-INSTALMENT TO WS-LIMIT-ED
                     MOVE SPACES TO INFO
                     STRING "LOAN OPENED - INSTALMENT " WS-LIMIT-ED
                         " DUE " LN-NEXT-DUE-DATE
                         DELIMITED BY SIZE INTO INFO
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
               IF ACTION = "I"
      * ISSUE A CHEQUE BOOK: CHECKING ACCOUNT IN THE ACCOUNT FIELD,
      * FIRST SERIAL IN THE REF FIELD, LAST SERIAL IN RES TO AND AN
      * OPTIONAL ISSUE DATE IN REL DATE (TODAY WHEN BLANK). THE
      * RANGE MAY NOT OVERLAP ANY BOOK ALREADY ISSUED ON THE
      * ACCOUNT, SO A SERIAL ALWAYS BELONGS TO EXACTLY ONE BOOK.
                 MOVE ZEROS TO WS-CHQ-SERIAL-N
                 MOVE ZEROS TO WS-CHQ-LAST-N
                 IF SMNREFI IS NUMERIC
                   MOVE SMNREFI TO WS-CHQ-SERIAL-N
                 END-IF
                 IF SMNDSTI IS NUMERIC
                   MOVE SMNDSTI TO WS-CHQ-LAST-N
                 END-IF
                 EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                 END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
                 END-EXEC
                 IF SMNDTEI IS NUMERIC
                   MOVE SMNDTEI TO WS-CHQ-ISSUE-DATE
                 ELSE
                   MOVE WS-TODAY TO WS-CHQ-ISSUE-DATE
                 END-IF
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-FILE-REC)
                           RIDFLD(WS-ACCNO)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE "ACCOUNT NOT FOUND!" TO INFO
                 ELSE
                 IF WS-ACCOUNT-TYPE NOT = "C"
                     OR WS-ACCT-STATUS = 'C'
                   MOVE "BOOKS GO TO OPEN CHECKING ACCOUNTS ONLY!"
                       TO INFO
                 ELSE
                 IF WS-CHQ-SERIAL-N = ZEROS
                     OR WS-CHQ-SERIAL-N > 99999999
                   MOVE "ENTER THE FIRST SERIAL IN THE REF FIELD!"
                       TO INFO
                 ELSE
                 IF WS-CHQ-LAST-N < WS-CHQ-SERIAL-N
                     OR WS-CHQ-LAST-N > 99999999
                   MOVE "ENTER THE LAST SERIAL IN RES TO!" TO INFO
                 ELSE
                 IF WS-CHQ-ISSUE-MM < 1 OR WS-CHQ-ISSUE-MM > 12
                     OR WS-CHQ-ISSUE-DD < 1 OR WS-CHQ-ISSUE-DD > 31
                   MOVE "ISSUE DATE MUST BE YYYYMMDD!" TO INFO
                 ELSE
                   MOVE WS-CHQ-SERIAL-N TO WS-CHQ-FROM
                   MOVE WS-CHQ-LAST-N TO WS-CHQ-TO
                   PERFORM 8350-SCAN-CHQ-BOOKS
                   IF WS-CHQ-HIT-SW = 'Y'
                     MOVE "RANGE OVERLAPS A BOOK ALREADY ISSUED!"
                         TO INFO
                   ELSE
                     MOVE SPACES TO WS-CHQB-REC
                     MOVE WS-ACCNO TO CB-ACCNO
                     MOVE WS-CHQ-FROM TO CB-FIRST-SERIAL
                     MOVE WS-CHQ-TO TO CB-LAST-SERIAL
                     MOVE WS-CHQ-ISSUE-DATE TO CB-ISSUE-DATE
                     MOVE WS-OPERATOR-ID TO CB-ISSUED-BY
                     MOVE 'A' TO CB-STATUS
                     MOVE 60 TO WS-CHQB-REC-LEN
                     EXEC CICS WRITE DATASET(WS-CHQB-FILE-NAME)
                       FROM (WS-CHQB-REC)
                       RIDFLD(CB-KEY)
                       LENGTH(WS-CHQB-REC-LEN)
                       RESP(WS-CHQB-RESP)
                     END-EXEC
                     IF WS-CHQB-RESP = ZEROS
                       MOVE SPACES TO WS-MAUD-REC
                       MOVE "CB" TO MA-FUNC
                       MOVE "CHEQUE-BOOK" TO MA-FIELD
                       MOVE SPACES TO MA-OLD-VALUE
                       MOVE SPACES TO MA-NEW-VALUE
                       STRING CB-FIRST-SERIAL "-" CB-LAST-SERIAL
                           " " CB-ISSUE-DATE
                           DELIMITED BY SIZE INTO MA-NEW-VALUE
                       PERFORM 8850-WRITE-MAUD
                       MOVE SPACES TO INFO
                       STRING "CHEQUE BOOK ISSUED " CB-FIRST-SERIAL
                           "-" CB-LAST-SERIAL
                           DELIMITED BY SIZE INTO INFO
                     ELSE
                       MOVE WS-CHQB-RESP TO INFO
                     END-IF
                   END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "S" OR ACTION = "O"
      * STOP (S) OR LIFT A STOP (O) ON ONE CHEQUE: ACCOUNT, SERIAL IN
      * THE REF FIELD; FOR A STOP THE AMOUNT (LIMIT FIELD, OPTIONAL)
      * AND REASON AS THE CUSTOMER GAVE THEM. THE SERIAL MUST BE ONE
      * WE ISSUED AND NOT YET PAID. A LIFTED STOP IS KEPT AS STATUS
      * R; STOPPING IT AGAIN REACTIVATES THE SAME ROW.
                 MOVE ZEROS TO WS-CHQ-SERIAL-N
                 IF SMNREFI IS NUMERIC
                   MOVE SMNREFI TO WS-CHQ-SERIAL-N
                 END-IF
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-FILE-REC)
                           RIDFLD(WS-ACCNO)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE "ACCOUNT NOT FOUND!" TO INFO
                 ELSE
                 IF WS-CHQ-SERIAL-N = ZEROS
                     OR WS-CHQ-SERIAL-N > 99999999
                   MOVE "ENTER THE CHEQUE SERIAL IN THE REF FIELD!"
                       TO INFO
                 ELSE
                 MOVE WS-CHQ-SERIAL-N TO WS-CHQ-FROM
                 MOVE WS-CHQ-SERIAL-N TO WS-CHQ-TO
                 PERFORM 8350-SCAN-CHQ-BOOKS
                 IF WS-CHQ-HIT-SW = 'N'
                   MOVE "SERIAL WAS NEVER ISSUED ON THIS ACCOUNT!"
                       TO INFO
                 ELSE
                 MOVE WS-ACCNO TO CP-ACCNO
                 MOVE WS-CHQ-FROM TO CP-SERIAL
                 MOVE 80 TO WS-CHQP-REC-LEN
                 EXEC CICS READ DATASET(WS-CHQP-FILE-NAME)
                           INTO (WS-CHQP-REC)
                           RIDFLD(CP-KEY)
                           LENGTH(WS-CHQP-REC-LEN)
                           RESP(WS-CHQP-RESP)
                 END-EXEC
                 IF WS-CHQP-RESP = ZEROS
                   MOVE SPACES TO INFO
                   STRING "CHEQUE ALREADY PAID ON " CP-PAID-DATE "!"
                       DELIMITED BY SIZE INTO INFO
                 ELSE
                   MOVE WS-ACCNO TO CS-ACCNO
                   MOVE WS-CHQ-FROM TO CS-SERIAL
                   MOVE 80 TO WS-CHQS-REC-LEN
                   EXEC CICS READ DATASET(WS-CHQS-FILE-NAME)
                             INTO (WS-CHQS-REC)
                             RIDFLD(CS-KEY)
                             LENGTH(WS-CHQS-REC-LEN)
                             UPDATE
                             RESP(WS-CHQS-RESP)
                   END-EXEC
                   IF ACTION = "O"
                     IF WS-CHQS-RESP NOT = ZEROS
                       MOVE "NO STOP ON FILE FOR THAT CHEQUE!" TO INFO
                     ELSE
                     IF CS-STATUS NOT = 'A'
                       EXEC CICS UNLOCK DATASET(WS-CHQS-FILE-NAME)
                       END-EXEC
                       MOVE "STOP IS ALREADY LIFTED!" TO INFO
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
                         MOVE SPACES TO MA-OLD-VALUE
                         STRING "STOPPED " CS-SERIAL
                             DELIMITED BY SIZE INTO MA-OLD-VALUE
                         MOVE SPACES TO MA-NEW-VALUE
                         STRING "LIFTED " CS-SERIAL
                             DELIMITED BY SIZE INTO MA-NEW-VALUE
                         PERFORM 8850-WRITE-MAUD
                         MOVE "STOP PAYMENT LIFTED" TO INFO
                       ELSE
                         MOVE WS-CHQS-RESP TO INFO
                       END-IF
                     END-IF
                     END-IF
                   ELSE
                   IF WS-CHQS-RESP = ZEROS AND CS-STATUS = 'A'
                     EXEC CICS UNLOCK DATASET(WS-CHQS-FILE-NAME)
                     END-EXEC
                     MOVE "CHEQUE IS ALREADY STOPPED!" TO INFO
                   ELSE
                     IF WS-CHQS-RESP NOT = ZEROS
                       MOVE SPACES TO WS-CHQS-REC
                       MOVE WS-ACCNO TO CS-ACCNO
                       MOVE WS-CHQ-FROM TO CS-SERIAL
                     END-IF
                     IF SMNLIMI IS NUMERIC
                       MOVE SMNLIMI TO CS-AMOUNT
                     ELSE
                       MOVE ZEROS TO CS-AMOUNT
                     END-IF
                     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                     END-EXEC
                     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                       YYYYMMDD(CS-PLACED-DATE)
                     END-EXEC
                     MOVE "S" TO CS-CHANNEL
                     MOVE WS-OPERATOR-ID TO CS-PLACED-BY
                     MOVE 'A' TO CS-STATUS
                     IF SMNRSNI = SPACES OR SMNRSNI = LOW-VALUES
                       MOVE "STAFF STOP" TO CS-REASON
                     ELSE
                       MOVE SMNRSNI TO CS-REASON
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
                       MOVE SPACES TO MA-OLD-VALUE
                       MOVE CS-AMOUNT TO WS-MAUD-VAL-ED
                       MOVE SPACES TO MA-NEW-VALUE
                       STRING "STOPPED " CS-SERIAL " " WS-MAUD-VAL-ED
                           DELIMITED BY SIZE INTO MA-NEW-VALUE
                       PERFORM 8850-WRITE-MAUD
                       MOVE "STOP PAYMENT PLACED" TO INFO
                     ELSE
                       MOVE WS-CHQS-RESP TO INFO
                     END-IF
                   END-IF
                   END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "F"
      * SET UP A DIRECT-DEBIT MANDATE: ACCOUNT, THE ORIGINATOR'S
      * SERVICE USER NUMBER IN THE REF FIELD, THE MANDATE REFERENCE
      * IN REASON AND AN OPTIONAL MAXIMUM PER DEBIT IN THE LIMIT
      * FIELD (BLANK OR ZERO = NO MAXIMUM). A CANCELLED MANDATE FOR
      * THE SAME ORIGINATOR IS REACTIVATED WITH THE NEW DETAILS.
                 MOVE ZEROS TO WS-MND-ORIG-N
                 IF SMNREFI IS NUMERIC
                   MOVE SMNREFI TO WS-MND-ORIG-N
                 END-IF
                 MOVE SMNACCI TO WS-ACCNO
                 MOVE 150 TO WS-REC-LEN
                 EXEC CICS READ DATASET(WS-FILE-NAME)
                           INTO (WS-FILE-REC)
                           RIDFLD(WS-ACCNO)
                           LENGTH(WS-REC-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE "ACCOUNT NOT FOUND!" TO INFO
                 ELSE
                 IF WS-ACCT-STATUS = 'C'
                     OR (WS-ACCOUNT-TYPE NOT = "C"
                         AND WS-ACCOUNT-TYPE NOT = "S")
                   MOVE "MANDATES GO ON OPEN CHECKING/SAVINGS ONLY!"
                       TO INFO
                 ELSE
                 IF WS-MND-ORIG-N = ZEROS
                     OR WS-MND-ORIG-N > 99999999
                   MOVE "ENTER THE ORIGINATOR ID IN THE REF FIELD!"
                       TO INFO
                 ELSE
                 IF SMNRSNI = SPACES OR SMNRSNI = LOW-VALUES
                   MOVE "ENTER THE MANDATE REFERENCE IN REASON!"
                       TO INFO
                 ELSE
                   MOVE WS-MND-ORIG-N TO WS-MND-ORIG-8
                   MOVE WS-ACCNO TO MD-ACCNO
                   MOVE WS-MND-ORIG-8 TO MD-ORIG-ID
                   MOVE 100 TO WS-MAND-REC-LEN
                   EXEC CICS READ DATASET(WS-MAND-FILE-NAME)
                             INTO (WS-MAND-REC)
                             RIDFLD(MD-KEY)
                             LENGTH(WS-MAND-REC-LEN)
                             UPDATE
                             RESP(WS-MAND-RESP)
                   END-EXEC
                   IF WS-MAND-RESP = ZEROS AND MD-STATUS = 'A'
                     EXEC CICS UNLOCK DATASET(WS-MAND-FILE-NAME)
                     END-EXEC
                     MOVE "MANDATE ALREADY ACTIVE FOR THAT ORIGINATOR!"
                         TO INFO
                   ELSE
                     MOVE SPACES TO WS-MND-OLD-VALUE
                     IF WS-MAND-RESP = ZEROS
                       STRING "CANCELLED " MD-MANDATE-REF
                           DELIMITED BY SIZE INTO WS-MND-OLD-VALUE
                     ELSE
                       MOVE SPACES TO WS-MAND-REC
                       MOVE WS-ACCNO TO MD-ACCNO
                       MOVE WS-MND-ORIG-8 TO MD-ORIG-ID
                     END-IF
                     MOVE SMNRSNI TO MD-MANDATE-REF
                     IF SMNLIMI IS NUMERIC
                       MOVE SMNLIMI TO MD-MAX-AMOUNT
                     ELSE
                       MOVE ZEROS TO MD-MAX-AMOUNT
                     END-IF
                     MOVE 'A' TO MD-STATUS
                     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
                     END-EXEC
                     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                       YYYYMMDD(MD-SETUP-DATE)
                     END-EXEC
                     MOVE WS-OPERATOR-ID TO MD-SETUP-BY
                     MOVE SPACES TO MD-CANCEL-DATE
                     MOVE SPACE TO MD-CANCEL-CHANNEL
                     MOVE 100 TO WS-MAND-REC-LEN
                     IF WS-MAND-RESP = ZEROS
                       EXEC CICS REWRITE DATASET(WS-MAND-FILE-NAME)
                         FROM (WS-MAND-REC)
                         LENGTH(WS-MAND-REC-LEN)
                         RESP(WS-MAND-RESP)
                       END-EXEC
                     ELSE
                       EXEC CICS WRITE DATASET(WS-MAND-FILE-NAME)
                         FROM (WS-MAND-REC)
                         RIDFLD(MD-KEY)
                         LENGTH(WS-MAND-REC-LEN)
                         RESP(WS-MAND-RESP)
                       END-EXEC
                     END-IF
                     IF WS-MAND-RESP = ZEROS
                       MOVE SPACES TO WS-MAUD-REC
                       MOVE "DM" TO MA-FUNC
                       MOVE "DD-MANDATE" TO MA-FIELD
                       MOVE WS-MND-OLD-VALUE TO MA-OLD-VALUE
                       MOVE SPACES TO MA-NEW-VALUE
                       STRING MD-ORIG-ID " " MD-MANDATE-REF
                           DELIMITED BY SIZE INTO MA-NEW-VALUE
                       PERFORM 8850-WRITE-MAUD
                       MOVE SPACES TO INFO
                       STRING "MANDATE SET UP FOR ORIGINATOR "
                           MD-ORIG-ID
                           DELIMITED BY SIZE INTO INFO
                     ELSE
                       MOVE WS-MAND-RESP TO INFO
                     END-IF
                   END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               IF ACTION = "Z"
      * MERGE A DUPLICATE CUSTOMER: THE NUMBER TO RETIRE IN THE REF
      * FIELD, THE SURVIVING NUMBER IN RES TO. EVERY ACCOUNT, JOINT
      * LINK, SAVED PAYEE AND PIN-HISTORY ROW OF THE RETIRED NUMBER
      * MOVES TO THE SURVIVOR, ITS VSAMCUST ROW IS DELETED AND A
      * CROSS-REFERENCE ROW KEEPS THE OLD NUMBER RESOLVING. EVERY
      * ROW TOUCHED GETS A MAINTENANCE AUDIT ROW (FUNCTION CX). THE
      * ZCSTDUP BATCH LISTS THE LIKELY DUPLICATES NIGHTLY.
                 MOVE SPACES TO WS-SMN-LINES
                 MOVE ZEROS TO WS-MRG-REF-N
                 IF SMNREFI IS NUMERIC
                   MOVE SMNREFI TO WS-MRG-REF-N
                 END-IF
                 IF WS-MRG-REF-N = ZEROS OR WS-MRG-REF-N > 9999999999
                   MOVE "ENTER THE CUSTOMER NO TO RETIRE IN REF!"
                       TO INFO
                 ELSE
                 IF SMNDSTI NOT NUMERIC OR SMNDSTI = ZEROS
                   MOVE "ENTER THE SURVIVING CUSTOMER NO IN RES TO!"
                       TO INFO
                 ELSE
                   MOVE WS-MRG-REF-N TO WS-MRG-OLD-CUST
                   MOVE 170 TO WS-CUST-REC-LEN
                   EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                             INTO (WS-CUST-REC)
                             RIDFLD(WS-MRG-OLD-CUST)
                             LENGTH(WS-CUST-REC-LEN)
                             RESP(WS-CUST-RESP)
                   END-EXEC
                   IF WS-CUST-RESP NOT = ZEROS
                     MOVE "CUSTOMER TO RETIRE NOT ON FILE!" TO INFO
                   ELSE
                     MOVE WS-CUST-REC TO WS-MRG-OLD-IMAGE
                     MOVE SMNDSTI TO WS-NEW-OWNER
                     PERFORM 8880-READ-CUSTOMER
                     IF WS-CUST-RESP NOT = ZEROS
                       MOVE "SURVIVING CUSTOMER NOT ON FILE!" TO INFO
                     ELSE
                     IF WS-NEW-OWNER = WS-MRG-OLD-CUST
                       MOVE "CANNOT MERGE A CUSTOMER INTO ITSELF!"
                           TO INFO
                     ELSE
                       MOVE WS-NEW-OWNER TO WS-MRG-NEW-CUST
                       MOVE CUST-NAME TO WS-MRG-NEW-NAME
                       PERFORM 8881-COLLECT-MERGE
                       IF WS-MRG-FULL-SW = 'Y'
                         MOVE "TOO MANY RECORDS TO MERGE ON LINE!"
                             TO INFO
                       ELSE
                         PERFORM 8882-APPLY-MERGE
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
           END-PERFORM.
           EXEC CICS SEND MAP('ZSLOGIN') MAPSET('ZSUPSET') DATAONLY
             ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.

       COPY PINCODE.

       COPY ACCTCHK.

       COPY NAMENRM.

      * SCREEN WS-SCR-NAME / WS-SCR-ID AGAINST THE WATCH LIST ON ALL
      * THREE MATCH KEYS (SQUEEZED NAME, WORD-ORDER-SORTED NAME, ID),
      * STOPPING AT THE FIRST HIT. SAME AS ZBANK.
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

      * PARK A JOINT-OWNER ADD THAT HIT THE WATCH LIST: THE ACCOUNT
      * (WS-FILE-REC), THE NEW OWNER (WS-NEW-OWNER / WS-CUST-REC)
      * AND THEIR ENCODED PIN GO ON A PENDING SCREENING CASE AND NO
      * LINK IS WRITTEN. ACTION W WRITES THE LINK IF COMPLIANCE
      * CLEARS THE CASE.
       8800-PARK-JOINT-OWNER.
           PERFORM 8300-GET-REF-NO
           IF WS-REF-NO = ZEROS
             MOVE "WATCH LIST UNAVAILABLE - TRY LATER!" TO INFO
           ELSE
             MOVE SPACES TO WS-SCRC-REC
             MOVE WS-REF-NO TO SC-CASE-NO
             MOVE "J" TO SC-SOURCE
             MOVE "P" TO SC-STATUS
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(SC-OPEN-DATE)
               TIME(SC-OPEN-TIME)
             END-EXEC
             MOVE WS-OPERATOR-ID TO SC-OPEN-BY
             MOVE EIBTRMID TO SC-TERMID
             MOVE WS-SCR-MATCH-TYPE TO SC-MATCH-TYPE
             MOVE WS-SCR-ENTRY-NO TO SC-ENTRY-NO
             MOVE WS-SCR-LIST-NAME TO SC-LIST-NAME
             MOVE WS-NEW-OWNER TO SC-CUST-NO
             MOVE CUST-NAME TO SC-CUST-NAME
             MOVE CUST-ID-NO TO SC-CUST-ID-NO
             MOVE WS-ACCNO TO SC-ACCNO
             MOVE WS-ACCOUNT-TYPE TO SC-ACCT-TYPE
             MOVE WS-LINK-PIN-CODE TO SC-PIN-CODE
             MOVE CUST-ADDR1 TO SC-ADDR
             MOVE WS-BRANCH-CODE TO SC-BRANCH
             MOVE "N" TO SC-NEW-CUST-SW
             MOVE 220 TO WS-SCRC-REC-LEN
             EXEC CICS WRITE DATASET(WS-SCRC-FILE-NAME)
                       FROM (WS-SCRC-REC)
                       RIDFLD(SC-CASE-NO)
                       LENGTH(WS-SCRC-REC-LEN)
                       RESP(WS-SCRC-RESP)
             END-EXEC
             IF WS-SCRC-RESP = ZEROS
               MOVE WS-REF-NO TO WS-SCR-REF-ED
               MOVE SPACES TO WS-MAUD-REC
               MOVE "WL" TO MA-FUNC
               MOVE "SCREEN CASE" TO MA-FIELD
               MOVE SPACES TO MA-OLD-VALUE
               STRING "PENDING " WS-SCR-REF-ED
                   DELIMITED BY SIZE INTO MA-NEW-VALUE
               PERFORM 8850-WRITE-MAUD
               MOVE SPACES TO INFO
               STRING "REFERRED TO COMPLIANCE - CASE " WS-SCR-REF-ED
                   DELIMITED BY SIZE INTO INFO
             ELSE
               MOVE "WATCH LIST UNAVAILABLE - TRY LATER!" TO INFO
             END-IF
           END-IF.

      * CLEAR THE PENDING CASE IN WS-SCRC-REC (READ FOR UPDATE) AS A
      * FALSE MATCH. THE CASE IS DECIDED FIRST, SO A PARKED ACCOUNT
      * OR LINK THAT CAN NO LONGER BE COMPLETED IS NEVER RETRIED -
      * THE CUSTOMER APPLIES AGAIN.
       8820-CLEAR-CASE.
           MOVE "X" TO SC-STATUS
           PERFORM 8825-REWRITE-CASE
           IF WS-SCRC-RESP = ZEROS
             EVALUATE SC-SOURCE
               WHEN "R"
                 PERFORM 8821-RELEASE-REGISTRATION
               WHEN "J"
                 PERFORM 8822-RELEASE-JOINT-OWNER
               WHEN OTHER
                 MOVE "CASE CLEARED - NO FURTHER ACTION" TO INFO
             END-EVALUATE
           END-IF.

      * OPEN THE PARKED REGISTRATION THE WAY ZBANK WOULD HAVE - THE
      * CUSTOMER FIRST IF THE APPLICANT WAS NEW, THEN THE ACCOUNT.
      * NOTHING IS OPENED IF THE ACCOUNT NUMBER (OR A NEW CUSTOMER
      * NUMBER) HAS BEEN TAKEN IN THE MEANTIME. AN EXISTING CUSTOMER
      * MERGED AWAY SINCE IS OPENED UNDER THE SURVIVING NUMBER.
       8821-RELEASE-REGISTRATION.
           MOVE 'N' TO WS-SCR-OPEN-SW
           MOVE SC-ACCNO TO WS-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS
             MOVE "CLEARED - ACCOUNT NO NOW IN USE, NOT OPENED"
                 TO INFO
           ELSE
             MOVE SC-CUST-NO TO WS-NEW-OWNER
             PERFORM 8880-READ-CUSTOMER
             IF SC-NEW-CUST-SW NOT = "Y"
               IF WS-CUST-RESP = ZEROS
                 MOVE 'Y' TO WS-SCR-OPEN-SW
               ELSE
                 MOVE "CLEARED - CUSTOMER NOT ON FILE, NOT OPENED"
                     TO INFO
               END-IF
             ELSE
             IF WS-CUST-RESP = ZEROS
               MOVE "CLEARED - CUSTOMER NO NOW IN USE, NOT OPENED"
                   TO INFO
             ELSE
               MOVE SPACES TO WS-CUST-REC
               MOVE SC-CUST-NO TO CUST-NO
               MOVE SC-CUST-NAME TO CUST-NAME
               MOVE SC-ADDR TO CUST-ADDR1
               MOVE SC-CUST-ID-NO TO CUST-ID-NO
               MOVE SC-BRANCH TO CUST-BRANCH
               MOVE 170 TO WS-CUST-REC-LEN
               EXEC CICS WRITE DATASET(WS-CUST-FILE-NAME)
                         FROM (WS-CUST-REC)
                         RIDFLD(WS-NEW-OWNER)
                         LENGTH(WS-CUST-REC-LEN)
                         RESP(WS-CUST-RESP)
               END-EXEC
               IF WS-CUST-RESP = ZEROS
                 MOVE 'Y' TO WS-SCR-OPEN-SW
               ELSE
                 MOVE "CLEARED - CUSTOMER WRITE FAILED, NOT OPENED"
                     TO INFO
               END-IF
             END-IF
             END-IF
           END-IF
           IF WS-SCR-OPEN-SW = 'Y'
             MOVE SPACES TO WS-FILE-REC
             MOVE SC-ACCNO TO WS-ACCNO
             MOVE ZEROS TO WS-PIN
             MOVE SC-PIN-CODE TO WS-PIN-CODE
             MOVE ZEROS TO WS-BALANCE
             MOVE ZEROS TO WS-FAILED-ATTEMPTS
             MOVE SC-ACCT-TYPE TO WS-ACCOUNT-TYPE
             MOVE ZEROS TO WS-OVERDRAFT-LIMIT
             MOVE SC-CUST-NAME TO WS-CUST-NAME
             MOVE WS-NEW-OWNER TO WS-CUST-NO
             MOVE ZEROS TO WS-DAILY-LIMIT
             MOVE 'A' TO WS-ACCT-STATUS
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
             END-EXEC
             MOVE WS-TODAY TO WS-LAST-ACT-DATE
             MOVE WS-TODAY TO WS-PIN-SET-DATE
             MOVE SC-BRANCH TO WS-BRANCH-CODE
      * SAME STATEMENT-CYCLE DEFAULT AS ZBANK REGISTRATION - LAST
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
             MOVE 150 TO WS-REC-LEN
             EXEC CICS WRITE DATASET(WS-FILE-NAME)
                       FROM (WS-FILE-REC)
                       RIDFLD(WS-ACCNO)
                       LENGTH(WS-REC-LEN)
                       RESP(WS-RESP-CODE)
             END-EXEC
             IF WS-RESP-CODE = ZEROS
               MOVE "CASE CLEARED - ACCOUNT OPENED" TO INFO
             ELSE
               MOVE "CLEARED - ACCOUNT WRITE FAILED, NOT OPENED"
                   TO INFO
             END-IF
           END-IF.

      * LINK THE PARKED JOINT OWNER, UNLESS THE ACCOUNT HAS SINCE
      * GONE OR BEEN CLOSED.
       8822-RELEASE-JOINT-OWNER.
           MOVE SC-ACCNO TO WS-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS OR WS-ACCT-STATUS = 'C'
             MOVE "CLEARED - ACCOUNT CLOSED, OWNER NOT LINKED"
                 TO INFO
           ELSE
             MOVE SC-CUST-NO TO WS-NEW-OWNER
             PERFORM 8880-READ-CUSTOMER
             MOVE SC-PIN-CODE TO WS-LINK-PIN-CODE
             PERFORM 8870-LINK-OWNER
           END-IF.

      * STAMP THE DECISION ON THE CASE (SC-STATUS ALREADY SET) AND
      * AUDIT IT TO MNTZBNK AGAINST THE PARKED ACCOUNT, IF ANY.
       8825-REWRITE-CASE.
           MOVE WS-OPERATOR-ID TO SC-DECIDED-BY
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(SC-DECIDED-DATE)
           END-EXEC
           MOVE 220 TO WS-SCRC-REC-LEN
           EXEC CICS REWRITE DATASET(WS-SCRC-FILE-NAME)
                     FROM (WS-SCRC-REC)
                     LENGTH(WS-SCRC-REC-LEN)
                     RESP(WS-SCRC-RESP)
           END-EXEC
           IF WS-SCRC-RESP NOT = ZEROS
             MOVE "CASE UPDATE FAILED - SEE SYSTEMS!" TO INFO
           ELSE
             MOVE SC-ACCNO TO WS-ACCNO
             MOVE SC-CASE-NO TO WS-SCR-REF-ED
             MOVE SPACES TO WS-MAUD-REC
             MOVE "WL" TO MA-FUNC
             MOVE "SCREEN CASE" TO MA-FIELD
             STRING "PENDING " WS-SCR-REF-ED
                 DELIMITED BY SIZE INTO MA-OLD-VALUE
             IF SC-STATUS = "X"
               MOVE "CLEARED" TO MA-NEW-VALUE
             ELSE
               MOVE "CONFIRMED MATCH" TO MA-NEW-VALUE
             END-IF
             PERFORM 8850-WRITE-MAUD
           END-IF.

      * CONFIRM THE PENDING CASE IN WS-SCRC-REC AS A TRUE MATCH AND
      * FREEZE THE CUSTOMER'S ACCOUNTS. A PARKED NEW-CUSTOMER
      * REGISTRATION HAS NOTHING ON FILE TO FREEZE; A PARKED JOINT
      * OWNER IS FROZEN ON THE ACCOUNTS THEY ALREADY HAVE - THE
      * PARKED LINK IS NEVER WRITTEN.
       8830-CONFIRM-CASE.
           MOVE "M" TO SC-STATUS
           PERFORM 8825-REWRITE-CASE
           IF WS-SCRC-RESP = ZEROS
             MOVE ZEROS TO WS-FRZ-DONE
             MOVE 'N' TO WS-FRZ-FULL-SW
             IF SC-SOURCE = "R" AND SC-NEW-CUST-SW = "Y"
               MOVE "CASE CONFIRMED - NO ACCOUNTS ON FILE" TO INFO
             ELSE
               PERFORM 8840-FREEZE-CUSTOMER
               MOVE WS-FRZ-DONE TO WS-FRZ-ED
               MOVE SPACES TO INFO
               IF WS-FRZ-FULL-SW = 'Y'
                 STRING "CASE CONFIRMED - " WS-FRZ-ED
                     " FROZEN, REST TONIGHT"
                     DELIMITED BY SIZE INTO INFO
               ELSE
                 STRING "CASE CONFIRMED - " WS-FRZ-ED
                     " ACCOUNTS FROZEN"
                     DELIMITED BY SIZE INTO INFO
               END-IF
             END-IF
           END-IF.

      * COLLECT EVERY ACCOUNT SC-CUST-NO OWNS (VSAMZBNK) OR CO-OWNS
      * (VSAMLNK), THEN FREEZE EACH ONE. WS-FRZ-DONE COUNTS THE
      * ACCOUNTS LEFT FROZEN, INCLUDING ANY ALREADY FROZEN.
       8840-FREEZE-CUSTOMER.
           MOVE SC-CUST-NO TO WS-FRZ-CUST-NO
           MOVE "SANCTIONS FREEZE" TO WS-FRZ-REASON
           PERFORM 8841-COLLECT-ACCOUNTS
           PERFORM VARYING WS-FRZ-IX FROM 1 BY 1
               UNTIL WS-FRZ-IX > WS-FRZ-COUNT
             PERFORM 8845-FREEZE-ACCOUNT
           END-PERFORM.

      * COLLECT EVERY ACCOUNT WS-FRZ-CUST-NO OWNS (VSAMZBNK) OR
      * CO-OWNS (VSAMLNK) INTO THE WS-FRZ TABLE, SETTING
      * WS-FRZ-FULL-SW IF THEY WILL NOT ALL FIT.
       8841-COLLECT-ACCOUNTS.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE ZEROS TO WS-FRZ-COUNT
           MOVE ZEROS TO WS-FRZ-BR-KEY
           MOVE 'N' TO WS-FRZ-EOF
           EXEC CICS STARTBR DATASET(WS-FILE-NAME)
             RIDFLD(WS-FRZ-BR-KEY)
             GTEQ
             RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS
             PERFORM UNTIL WS-FRZ-EOF = 'Y'
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READNEXT DATASET(WS-FILE-NAME)
                 INTO (WS-XFER-REC)
                 RIDFLD(WS-FRZ-BR-KEY)
                 LENGTH(WS-REC-LEN)
                 RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = ZEROS
                 MOVE 'Y' TO WS-FRZ-EOF
               ELSE
                 IF WS-XFER-CUST-NO = WS-FRZ-CUST-NO
                   MOVE WS-XFER-ACCNO TO WS-FRZ-NEW-ACCNO
                   PERFORM 8842-ADD-FREEZE-ACCOUNT
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-FILE-NAME)
             END-EXEC
           END-IF
           MOVE ZEROS TO WS-FRZ-LK-KEY
           MOVE 'N' TO WS-FRZ-EOF
           EXEC CICS STARTBR DATASET(WS-LINK-FILE-NAME)
             RIDFLD(WS-FRZ-LK-KEY)
             GTEQ
             RESP(WS-LINK-RESP)
           END-EXEC
           IF WS-LINK-RESP = ZEROS
             PERFORM UNTIL WS-FRZ-EOF = 'Y'
               MOVE 40 TO WS-LINK-REC-LEN
               EXEC CICS READNEXT DATASET(WS-LINK-FILE-NAME)
                 INTO (WS-LINK-REC)
                 RIDFLD(WS-FRZ-LK-KEY)
                 LENGTH(WS-LINK-REC-LEN)
                 RESP(WS-LINK-RESP)
               END-EXEC
               IF WS-LINK-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-FRZ-EOF
               ELSE
                 IF LK-CUST-NO = WS-FRZ-CUST-NO
                   MOVE LK-ACCNO TO WS-FRZ-NEW-ACCNO
                   PERFORM 8842-ADD-FREEZE-ACCOUNT
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-LINK-FILE-NAME)
             END-EXEC
           END-IF.

       8842-ADD-FREEZE-ACCOUNT.
           MOVE 'N' TO WS-FRZ-DUP-SW
           PERFORM VARYING WS-FRZ-JX FROM 1 BY 1
               UNTIL WS-FRZ-JX > WS-FRZ-COUNT
             IF WS-FRZ-ACCNO(WS-FRZ-JX) = WS-FRZ-NEW-ACCNO
               MOVE 'Y' TO WS-FRZ-DUP-SW
             END-IF
           END-PERFORM
           IF WS-FRZ-DUP-SW = 'N'
             IF WS-FRZ-COUNT >= 50
               MOVE 'Y' TO WS-FRZ-FULL-SW
             ELSE
               ADD 1 TO WS-FRZ-COUNT
               MOVE WS-FRZ-NEW-ACCNO TO WS-FRZ-ACCNO(WS-FRZ-COUNT)
             END-IF
           END-IF.

      * FREEZE ONE ACCOUNT: A HOLD FOR THE WHOLE OF ANY BALANCE THAT
      * NEVER RELEASES (SEE HOLDREC), WITH THE REASON IN
      * WS-FRZ-REASON ("SANCTIONS FREEZE" OR "ESTATE FREEZE"),
      * AUDITED AS A HOLD PLACED. A CLOSED ACCOUNT IS LEFT ALONE;
      * ONE ALREADY CARRYING THE SAME FREEZE IS NOT HELD TWICE.
       8845-FREEZE-ACCOUNT.
           MOVE WS-FRZ-ACCNO(WS-FRZ-IX) TO WS-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS AND WS-ACCT-STATUS NOT = 'C'
             MOVE ZEROS TO WS-HOLD-MAX-SEQ
             MOVE 'N' TO WS-FRZ-HELD-SW
             MOVE WS-ACCNO TO WS-HOLD-BR-ACCNO
             MOVE ZEROS TO WS-HOLD-BR-SEQ
             MOVE 'N' TO WS-HOLD-EOF
             EXEC CICS STARTBR DATASET(WS-HOLD-FILE-NAME)
               RIDFLD(WS-HOLD-BR-KEY)
               GTEQ
               RESP(WS-HOLD-RESP)
             END-EXEC
             IF WS-HOLD-RESP = ZEROS
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                 MOVE 80 TO WS-HOLD-REC-LEN
                 EXEC CICS READNEXT
                   DATASET(WS-HOLD-FILE-NAME)
                   INTO (WS-HOLD-REC)
                   RIDFLD(WS-HOLD-BR-KEY)
                   LENGTH(WS-HOLD-REC-LEN)
                   RESP(WS-HOLD-RESP)
                 END-EXEC
                 IF WS-HOLD-RESP NOT = ZEROS
                   MOVE 'Y' TO WS-HOLD-EOF
                 ELSE
                   IF HD-ACCNO NOT = WS-ACCNO
                     MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                     MOVE HD-SEQ-NO TO WS-HOLD-MAX-SEQ
                     IF HD-REASON = WS-FRZ-REASON
                         AND HD-RELEASE-DATE > WS-TODAY
                       MOVE 'Y' TO WS-FRZ-HELD-SW
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(WS-HOLD-FILE-NAME)
               END-EXEC
             END-IF
             IF WS-FRZ-HELD-SW = 'Y'
               ADD 1 TO WS-FRZ-DONE
             ELSE
             IF WS-HOLD-MAX-SEQ < 99
               MOVE SPACES TO WS-HOLD-REC
               MOVE WS-ACCNO TO HD-ACCNO
               COMPUTE HD-SEQ-NO = WS-HOLD-MAX-SEQ + 1
               MOVE 9999999999.99 TO HD-AMOUNT
               MOVE WS-FRZ-REASON TO HD-REASON
               MOVE "99991231" TO HD-RELEASE-DATE
               MOVE WS-OPERATOR-ID TO HD-PLACED-BY
               MOVE WS-TODAY TO HD-PLACED-DATE
               MOVE 80 TO WS-HOLD-REC-LEN
               EXEC CICS WRITE DATASET(WS-HOLD-FILE-NAME)
                 FROM (WS-HOLD-REC)
                 RIDFLD(HD-KEY)
                 LENGTH(WS-HOLD-REC-LEN)
                 RESP(WS-HOLD-RESP)
               END-EXEC
               IF WS-HOLD-RESP = ZEROS
                 ADD 1 TO WS-FRZ-DONE
                 MOVE SPACES TO WS-MAUD-REC
                 MOVE "HP" TO MA-FUNC
                 MOVE "HOLD" TO MA-FIELD
                 MOVE SPACES TO MA-OLD-VALUE
                 STRING WS-FRZ-REASON DELIMITED BY "  "
                     " REL 99991231" DELIMITED BY SIZE
                     INTO MA-NEW-VALUE
                 PERFORM 8850-WRITE-MAUD
               END-IF
             END-IF
             END-IF
           END-IF.

      * WRITE THE JOINT-OWNER LINK FOR WS-NEW-OWNER ON THE ACCOUNT IN
      * WS-FILE-REC WITH THE ENCODED PIN IN WS-LINK-PIN-CODE, THEN
      * JOURNAL AND AUDIT IT - ACTION J, OR ACTION W RELEASING A
      * PARKED ADD.
       8870-LINK-OWNER.
           MOVE WS-ACCNO TO LK-ACCNO
           MOVE WS-NEW-OWNER TO LK-CUST-NO
           MOVE WS-LINK-PIN-CODE TO LK-PIN-CODE
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(LK-PIN-SET-DATE)
           END-EXEC
           MOVE 40 TO WS-LINK-REC-LEN
           EXEC CICS WRITE DATASET(WS-LINK-FILE-NAME)
             FROM (WS-LINK-REC)
             RIDFLD(LK-KEY)
             LENGTH(WS-LINK-REC-LEN)
             RESP(WS-LINK-RESP)
           END-EXEC
           IF WS-LINK-RESP NOT = ZEROS
             MOVE "OWNER ALREADY LINKED OR WRITE FAILED!"
                 TO INFO
           ELSE
             PERFORM 8300-GET-REF-NO
             MOVE WS-ACCNO TO JR-ACCNO
             MOVE "JL" TO JR-ACTION
             MOVE WS-REF-NO TO JR-REF-NO
             MOVE EIBTRMID TO JR-TERMID
             MOVE "O" TO JR-CHANNEL
             MOVE WS-OPERATOR-ID TO JR-OPERATOR
             MOVE WS-NEW-OWNER TO JR-OWNER-CUST
             MOVE ZEROS TO JR-AMOUNT
             MOVE WS-BALANCE TO JR-BEFORE-BAL
             MOVE WS-BALANCE TO JR-AFTER-BAL
             PERFORM 8500-WRITE-JOURNAL
             MOVE SPACES TO WS-MAUD-REC
             MOVE "JL" TO MA-FUNC
             MOVE "JOINT-OWNER" TO MA-FIELD
             MOVE SPACES TO MA-OLD-VALUE
             MOVE WS-NEW-OWNER TO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
             MOVE "JOINT OWNER LINKED AND JOURNALED" TO INFO
           END-IF.

      * READ WS-NEW-OWNER FROM THE CUSTOMER FILE. A NUMBER RETIRED BY
      * A CUSTOMER MERGE IS NO LONGER THERE BUT IS ON VSAM.ZCUSTXRF;
      * IT IS REPLACED BY THE SURVIVING NUMBER, WHICH IS READ
      * INSTEAD. WS-CUST-RESP IS ZERO WHEN A CUSTOMER WAS FOUND.
       8880-READ-CUSTOMER.
           MOVE 170 TO WS-CUST-REC-LEN
           EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                     INTO (WS-CUST-REC)
                     RIDFLD(WS-NEW-OWNER)
                     LENGTH(WS-CUST-REC-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC
           IF WS-CUST-RESP NOT = ZEROS
             MOVE 240 TO WS-CXRF-REC-LEN
             EXEC CICS READ DATASET(WS-CXRF-FILE-NAME)
                       INTO (WS-CXRF-REC)
                       RIDFLD(WS-NEW-OWNER)
                       LENGTH(WS-CXRF-REC-LEN)
                       RESP(WS-CXRF-RESP)
             END-EXEC
             IF WS-CXRF-RESP = ZEROS
               MOVE CX-NEW-CUST-NO TO WS-NEW-OWNER
               MOVE 170 TO WS-CUST-REC-LEN
               EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                         INTO (WS-CUST-REC)
                         RIDFLD(WS-NEW-OWNER)
                         LENGTH(WS-CUST-REC-LEN)
                         RESP(WS-CUST-RESP)
               END-EXEC
             END-IF
           END-IF.

      * COLLECT EVERYTHING THE MERGE OF WS-MRG-OLD-CUST WILL TOUCH:
      * THE ACCOUNTS IT OWNS (VSAMZBNK) AND CO-OWNS (VSAMLNK), ITS
      * SAVED PAYEES, THE SURVIVOR'S HIGHEST PAYEE SEQUENCE AND THE
      * CROSS-REFERENCE ROWS ALREADY POINTING AT IT. WS-MRG-FULL-SW
      * IS SET WHEN ANY OF IT WILL NOT FIT.
       8881-COLLECT-MERGE.
           MOVE 'N' TO WS-MRG-FULL-SW
           MOVE ZEROS TO WS-MRG-ACC-COUNT
           MOVE ZEROS TO WS-MRG-LNK-COUNT
           MOVE ZEROS TO WS-MRG-PAY-COUNT
           MOVE ZEROS TO WS-MRG-PAY-MAX-SEQ
           MOVE ZEROS TO WS-MRG-XRF-COUNT
           MOVE ZEROS TO WS-FRZ-BR-KEY
           MOVE 'N' TO WS-MRG-EOF
           EXEC CICS STARTBR DATASET(WS-FILE-NAME)
             RIDFLD(WS-FRZ-BR-KEY)
             GTEQ
             RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS
             PERFORM UNTIL WS-MRG-EOF = 'Y'
               MOVE 150 TO WS-REC-LEN
               EXEC CICS READNEXT DATASET(WS-FILE-NAME)
                 INTO (WS-XFER-REC)
                 RIDFLD(WS-FRZ-BR-KEY)
                 LENGTH(WS-REC-LEN)
                 RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = ZEROS
                 MOVE 'Y' TO WS-MRG-EOF
               ELSE
                 IF WS-XFER-CUST-NO = WS-MRG-OLD-CUST
                   IF WS-MRG-ACC-COUNT >= 50
                     MOVE 'Y' TO WS-MRG-FULL-SW
                   ELSE
                     ADD 1 TO WS-MRG-ACC-COUNT
                     MOVE WS-XFER-ACCNO
                         TO WS-MRG-ACC-NO(WS-MRG-ACC-COUNT)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-FILE-NAME)
             END-EXEC
           END-IF
           MOVE ZEROS TO WS-FRZ-LK-KEY
           MOVE 'N' TO WS-MRG-EOF
           EXEC CICS STARTBR DATASET(WS-LINK-FILE-NAME)
             RIDFLD(WS-FRZ-LK-KEY)
             GTEQ
             RESP(WS-LINK-RESP)
           END-EXEC
           IF WS-LINK-RESP = ZEROS
             PERFORM UNTIL WS-MRG-EOF = 'Y'
               MOVE 40 TO WS-LINK-REC-LEN
               EXEC CICS READNEXT DATASET(WS-LINK-FILE-NAME)
                 INTO (WS-LINK-REC)
                 RIDFLD(WS-FRZ-LK-KEY)
                 LENGTH(WS-LINK-REC-LEN)
                 RESP(WS-LINK-RESP)
               END-EXEC
               IF WS-LINK-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-MRG-EOF
               ELSE
                 IF LK-CUST-NO = WS-MRG-OLD-CUST
                   IF WS-MRG-LNK-COUNT >= 50
                     MOVE 'Y' TO WS-MRG-FULL-SW
                   ELSE
                     ADD 1 TO WS-MRG-LNK-COUNT
                     MOVE LK-ACCNO
                         TO WS-MRG-LNK-ACCNO(WS-MRG-LNK-COUNT)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-LINK-FILE-NAME)
             END-EXEC
           END-IF
      * PAYEES ARE KEYED CUSTOMER + SEQUENCE, SO EACH CUSTOMER'S
      * ROWS ARE ONE GENERIC RUN - THE RETIRED ONE'S ARE COLLECTED,
      * THE SURVIVOR'S ONLY FOR THEIR HIGHEST SEQUENCE. THE MOVED
      * ROWS ARE NUMBERED ON FROM THERE AND MUST STAY WITHIN 99.
           MOVE WS-MRG-OLD-CUST TO WS-PAYE-BR-CUST
           MOVE ZEROS TO WS-PAYE-BR-SEQ
           MOVE 'N' TO WS-MRG-EOF
           EXEC CICS STARTBR DATASET(WS-PAYE-FILE-NAME)
             RIDFLD(WS-PAYE-BR-KEY)
             GTEQ
             RESP(WS-PAYE-RESP)
           END-EXEC
           IF WS-PAYE-RESP = ZEROS
             PERFORM UNTIL WS-MRG-EOF = 'Y'
               MOVE 60 TO WS-PAYE-REC-LEN
               EXEC CICS READNEXT DATASET(WS-PAYE-FILE-NAME)
                 INTO (WS-PAYE-REC)
                 RIDFLD(WS-PAYE-BR-KEY)
                 LENGTH(WS-PAYE-REC-LEN)
                 RESP(WS-PAYE-RESP)
               END-EXEC
               IF WS-PAYE-RESP NOT = ZEROS
                   OR PY-CUST-NO NOT = WS-MRG-OLD-CUST
                 MOVE 'Y' TO WS-MRG-EOF
               ELSE
                 ADD 1 TO WS-MRG-PAY-COUNT
                 MOVE PY-SEQ-NO TO WS-MRG-PAY-SEQ(WS-MRG-PAY-COUNT)
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-PAYE-FILE-NAME)
             END-EXEC
           END-IF
           MOVE WS-MRG-NEW-CUST TO WS-PAYE-BR-CUST
           MOVE ZEROS TO WS-PAYE-BR-SEQ
           MOVE 'N' TO WS-MRG-EOF
           EXEC CICS STARTBR DATASET(WS-PAYE-FILE-NAME)
             RIDFLD(WS-PAYE-BR-KEY)
             GTEQ
             RESP(WS-PAYE-RESP)
           END-EXEC
           IF WS-PAYE-RESP = ZEROS
             PERFORM UNTIL WS-MRG-EOF = 'Y'
               MOVE 60 TO WS-PAYE-REC-LEN
               EXEC CICS READNEXT DATASET(WS-PAYE-FILE-NAME)
                 INTO (WS-PAYE-REC)
                 RIDFLD(WS-PAYE-BR-KEY)
                 LENGTH(WS-PAYE-REC-LEN)
                 RESP(WS-PAYE-RESP)
               END-EXEC
               IF WS-PAYE-RESP NOT = ZEROS
                   OR PY-CUST-NO NOT = WS-MRG-NEW-CUST
                 MOVE 'Y' TO WS-MRG-EOF
               ELSE
                 MOVE PY-SEQ-NO TO WS-MRG-PAY-MAX-SEQ
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-PAYE-FILE-NAME)
             END-EXEC
           END-IF
           IF WS-MRG-PAY-MAX-SEQ + WS-MRG-PAY-COUNT > 99
             MOVE 'Y' TO WS-MRG-FULL-SW
           END-IF
           MOVE ZEROS TO WS-CXRF-BR-KEY
           MOVE 'N' TO WS-MRG-EOF
           EXEC CICS STARTBR DATASET(WS-CXRF-FILE-NAME)
             RIDFLD(WS-CXRF-BR-KEY)
             GTEQ
             RESP(WS-CXRF-RESP)
           END-EXEC
           IF WS-CXRF-RESP = ZEROS
             PERFORM UNTIL WS-MRG-EOF = 'Y'
               MOVE 240 TO WS-CXRF-REC-LEN
               EXEC CICS READNEXT DATASET(WS-CXRF-FILE-NAME)
                 INTO (WS-CXRF-REC)
                 RIDFLD(WS-CXRF-BR-KEY)
                 LENGTH(WS-CXRF-REC-LEN)
                 RESP(WS-CXRF-RESP)
               END-EXEC
               IF WS-CXRF-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-MRG-EOF
               ELSE
                 IF CX-NEW-CUST-NO = WS-MRG-OLD-CUST
                   IF WS-MRG-XRF-COUNT >= 50
                     MOVE 'Y' TO WS-MRG-FULL-SW
                   ELSE
                     ADD 1 TO WS-MRG-XRF-COUNT
                     MOVE CX-OLD-CUST-NO
                         TO WS-MRG-XRF-OLD(WS-MRG-XRF-COUNT)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-CXRF-FILE-NAME)
             END-EXEC
           END-IF.

      * APPLY THE MERGE COLLECTED BY 8881 AND REPORT IT ON THE INFO
      * LINES. THE RETIRED NUMBER IS ONLY TAKEN OFF VSAMCUST WHEN
      * EVERY ROW MOVED CLEANLY.
       8882-APPLY-MERGE.
           MOVE ZEROS TO WS-MRG-ACC-DONE
           MOVE ZEROS TO WS-MRG-LNK-DONE
           MOVE ZEROS TO WS-MRG-PAY-DONE
           MOVE ZEROS TO WS-MRG-PINH-DONE
           MOVE ZEROS TO WS-MRG-ERR-COUNT
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
               UNTIL WS-MRG-IX > WS-MRG-ACC-COUNT
             PERFORM 8883-MERGE-ACCOUNT
           END-PERFORM
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
               UNTIL WS-MRG-IX > WS-MRG-LNK-COUNT
             PERFORM 8884-MERGE-LINK
           END-PERFORM
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
               UNTIL WS-MRG-IX > WS-MRG-PAY-COUNT
             PERFORM 8886-MERGE-PAYEE
           END-PERFORM
           IF WS-MRG-ERR-COUNT = ZEROS
             PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                 UNTIL WS-MRG-IX > WS-MRG-XRF-COUNT
               PERFORM 8887-REPOINT-XREF
             END-PERFORM
           END-IF
           IF WS-MRG-ERR-COUNT = ZEROS
             PERFORM 8888-RETIRE-CUSTOMER
           END-IF
           MOVE WS-MRG-ACC-DONE TO WS-MRG-ED1
           MOVE WS-MRG-LNK-DONE TO WS-MRG-ED2
           MOVE WS-MRG-PAY-DONE TO WS-MRG-ED3
           MOVE WS-MRG-PINH-DONE TO WS-MRG-ED4
           MOVE SPACES TO WS-SMN-LIN1
           STRING "CUSTOMER " WS-MRG-OLD-CUST " INTO "
               WS-MRG-NEW-CUST " " WS-MRG-NEW-NAME
               DELIMITED BY SIZE INTO WS-SMN-LIN1
           MOVE SPACES TO WS-SMN-LIN2
           STRING "ACCOUNTS " WS-MRG-ED1 "  LINKS " WS-MRG-ED2
               "  PAYEES " WS-MRG-ED3 "  PIN HISTORY " WS-MRG-ED4
               DELIMITED BY SIZE INTO WS-SMN-LIN2
           IF WS-MRG-ERR-COUNT = ZEROS
             MOVE "CUSTOMER MERGED - OLD NUMBER CROSS-REFERENCED"
                 TO INFO
           ELSE
             MOVE WS-MRG-ERR-COUNT TO WS-MRG-ED1
             MOVE SPACES TO WS-SMN-LIN3
             STRING WS-MRG-ED1 " ROW(S) FAILED - OLD NUMBER KEPT"
                 DELIMITED BY SIZE INTO WS-SMN-LIN3
             MOVE "MERGE INCOMPLETE - KEY IT AGAIN TO FINISH!"
                 TO INFO
           END-IF.

      * MOVE ONE ACCOUNT THE RETIRED NUMBER OWNS TO THE SURVIVOR. A
      * LINK MAKING THE SURVIVOR A JOINT OWNER OF IT IS NOW REDUNDANT
      * AND IS REMOVED; THE ACCOUNT'S PIN, AND SO ITS PIN HISTORY,
      * CARRY OVER WITH IT.
       8883-MERGE-ACCOUNT.
           MOVE WS-MRG-ACC-NO(WS-MRG-IX) TO WS-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     UPDATE
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             ADD 1 TO WS-MRG-ERR-COUNT
           ELSE
           IF WS-CUST-NO NOT = WS-MRG-OLD-CUST
             EXEC CICS UNLOCK DATASET(WS-FILE-NAME)
             END-EXEC
           ELSE
             MOVE SPACES TO WS-MAUD-REC
             MOVE "CX" TO MA-FUNC
             MOVE "CUST-NO" TO MA-FIELD
             MOVE WS-CUST-NO TO MA-OLD-VALUE
             MOVE WS-MRG-NEW-CUST TO MA-NEW-VALUE
             MOVE WS-CUST-NAME TO WS-MRG-ACC-NAME
             MOVE WS-MRG-NEW-CUST TO WS-CUST-NO
             MOVE WS-MRG-NEW-NAME TO WS-CUST-NAME
             EXEC CICS REWRITE DATASET(WS-FILE-NAME)
               FROM (WS-FILE-REC)
               LENGTH(WS-REC-LEN)
               RESP(WS-RESP-CODE)
             END-EXEC
             IF WS-RESP-CODE NOT = ZEROS
               ADD 1 TO WS-MRG-ERR-COUNT
             ELSE
               ADD 1 TO WS-MRG-ACC-DONE
               PERFORM 8850-WRITE-MAUD
               IF WS-MRG-ACC-NAME NOT = WS-MRG-NEW-NAME
                 MOVE SPACES TO WS-MAUD-REC
                 MOVE "CX" TO MA-FUNC
                 MOVE "CUST-NAME" TO MA-FIELD
                 MOVE WS-MRG-ACC-NAME TO MA-OLD-VALUE
                 MOVE WS-MRG-NEW-NAME TO MA-NEW-VALUE
                 PERFORM 8850-WRITE-MAUD
               END-IF
               MOVE WS-ACCNO TO LK-ACCNO
               MOVE WS-MRG-NEW-CUST TO LK-CUST-NO
               MOVE 40 TO WS-LINK-REC-LEN
               EXEC CICS READ DATASET(WS-LINK-FILE-NAME)
                         INTO (WS-LINK-REC)
                         RIDFLD(LK-KEY)
                         LENGTH(WS-LINK-REC-LEN)
                         UPDATE
                         RESP(WS-LINK-RESP)
               END-EXEC
               IF WS-LINK-RESP = ZEROS
                 EXEC CICS DELETE DATASET(WS-LINK-FILE-NAME)
                   RESP(WS-LINK-RESP)
                 END-EXEC
                 IF WS-LINK-RESP = ZEROS
                   ADD 1 TO WS-MRG-LNK-DONE
                   MOVE SPACES TO WS-MAUD-REC
                   MOVE "CX" TO MA-FUNC
                   MOVE "JOINT-OWNER" TO MA-FIELD
                   MOVE WS-MRG-NEW-CUST TO MA-OLD-VALUE
                   MOVE "REMOVED - NOW PRIMARY OWNER" TO MA-NEW-VALUE
                   PERFORM 8850-WRITE-MAUD
                 ELSE
                   ADD 1 TO WS-MRG-ERR-COUNT
                 END-IF
               END-IF
               MOVE 'Y' TO WS-MRG-KEEP-SW
               PERFORM 8885-MERGE-PIN-HISTORY
             END-IF
           END-IF
           END-IF.

      * MOVE ONE JOINT-OWNER LINK OF THE RETIRED NUMBER TO THE
      * SURVIVOR, SAME PIN AND PIN DATE. WHERE THE SURVIVOR ALREADY
      * OWNS OR CO-OWNS THE ACCOUNT THE LINK IS SIMPLY REMOVED, AND
      * ITS PIN HISTORY WITH IT - THE SURVIVOR KEEPS THEIR OWN PIN.
       8884-MERGE-LINK.
           MOVE WS-MRG-LNK-ACCNO(WS-MRG-IX) TO WS-ACCNO
           MOVE 'Y' TO WS-MRG-KEEP-SW
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-XFER-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS
               AND WS-XFER-CUST-NO = WS-MRG-NEW-CUST
             MOVE 'N' TO WS-MRG-KEEP-SW
           END-IF
           MOVE WS-ACCNO TO LK-ACCNO
           MOVE WS-MRG-NEW-CUST TO LK-CUST-NO
           MOVE 40 TO WS-LINK-REC-LEN
           EXEC CICS READ DATASET(WS-LINK-FILE-NAME)
                     INTO (WS-LINK-REC)
                     RIDFLD(LK-KEY)
                     LENGTH(WS-LINK-REC-LEN)
                     RESP(WS-LINK-RESP)
           END-EXEC
           IF WS-LINK-RESP = ZEROS
             MOVE 'N' TO WS-MRG-KEEP-SW
           END-IF
           MOVE WS-ACCNO TO LK-ACCNO
           MOVE WS-MRG-OLD-CUST TO LK-CUST-NO
           MOVE 40 TO WS-LINK-REC-LEN
           EXEC CICS READ DATASET(WS-LINK-FILE-NAME)
                     INTO (WS-LINK-REC)
                     RIDFLD(LK-KEY)
                     LENGTH(WS-LINK-REC-LEN)
                     RESP(WS-LINK-RESP)
           END-EXEC
           IF WS-LINK-RESP = ZEROS AND WS-MRG-KEEP-SW = 'Y'
             MOVE WS-MRG-NEW-CUST TO LK-CUST-NO
             MOVE 40 TO WS-LINK-REC-LEN
             EXEC CICS WRITE DATASET(WS-LINK-FILE-NAME)
               FROM (WS-LINK-REC)
               RIDFLD(LK-KEY)
               LENGTH(WS-LINK-REC-LEN)
               RESP(WS-LINK-RESP)
             END-EXEC
             MOVE WS-MRG-OLD-CUST TO LK-CUST-NO
           END-IF
           IF WS-LINK-RESP = ZEROS
             EXEC CICS DELETE DATASET(WS-LINK-FILE-NAME)
               RIDFLD(LK-KEY)
               RESP(WS-LINK-RESP)
             END-EXEC
           END-IF
           IF WS-LINK-RESP NOT = ZEROS
             ADD 1 TO WS-MRG-ERR-COUNT
           ELSE
             ADD 1 TO WS-MRG-LNK-DONE
             MOVE SPACES TO WS-MAUD-REC
             MOVE "CX" TO MA-FUNC
             MOVE "JOINT-OWNER" TO MA-FIELD
             MOVE WS-MRG-OLD-CUST TO MA-OLD-VALUE
             IF WS-MRG-KEEP-SW = 'Y'
               MOVE WS-MRG-NEW-CUST TO MA-NEW-VALUE
             ELSE
               MOVE "REMOVED - SURVIVOR ALREADY OWNS" TO MA-NEW-VALUE
             END-IF
             PERFORM 8850-WRITE-MAUD
             PERFORM 8885-MERGE-PIN-HISTORY
           END-IF.

      * THE RETIRED NUMBER'S PIN-HISTORY ROW ON WS-ACCNO: CARRIED
      * OVER TO THE SURVIVOR (REPLACING ANY ROW THEY HAD) WHEN
      * WS-MRG-KEEP-SW IS 'Y', OTHERWISE JUST REMOVED. NO ROW, NO
      * ACTION.
       8885-MERGE-PIN-HISTORY.
           MOVE WS-ACCNO TO PH-ACCNO
           MOVE WS-MRG-OLD-CUST TO PH-CUST-NO
           MOVE 60 TO WS-PINH-REC-LEN
           EXEC CICS READ DATASET(WS-PINH-FILE-NAME)
                     INTO (WS-PINH-REC)
                     RIDFLD(PH-KEY)
                     LENGTH(WS-PINH-REC-LEN)
                     RESP(WS-PINH-RESP)
           END-EXEC
           IF WS-PINH-RESP = ZEROS
             IF WS-MRG-KEEP-SW = 'Y'
               MOVE WS-MRG-NEW-CUST TO PH-CUST-NO
               MOVE 60 TO WS-PINH-REC-LEN
               EXEC CICS READ DATASET(WS-PINH-FILE-NAME)
                         INTO (WS-PINH-SURV-REC)
                         RIDFLD(PH-KEY)
                         LENGTH(WS-PINH-REC-LEN)
                         UPDATE
                         RESP(WS-PINH-RESP)
               END-EXEC
               MOVE 60 TO WS-PINH-REC-LEN
               IF WS-PINH-RESP = ZEROS
                 EXEC CICS REWRITE DATASET(WS-PINH-FILE-NAME)
                   FROM (WS-PINH-REC)
                   LENGTH(WS-PINH-REC-LEN)
                   RESP(WS-PINH-RESP)
                 END-EXEC
               ELSE
                 EXEC CICS WRITE DATASET(WS-PINH-FILE-NAME)
                   FROM (WS-PINH-REC)
                   RIDFLD(PH-KEY)
                   LENGTH(WS-PINH-REC-LEN)
                   RESP(WS-PINH-RESP)
                 END-EXEC
               END-IF
               MOVE WS-MRG-OLD-CUST TO PH-CUST-NO
             END-IF
             IF WS-PINH-RESP = ZEROS
               EXEC CICS DELETE DATASET(WS-PINH-FILE-NAME)
                 RIDFLD(PH-KEY)
                 RESP(WS-PINH-RESP)
               END-EXEC
             END-IF
             IF WS-PINH-RESP NOT = ZEROS
               ADD 1 TO WS-MRG-ERR-COUNT
             ELSE
               ADD 1 TO WS-MRG-PINH-DONE
               MOVE SPACES TO WS-MAUD-REC
               MOVE "CX" TO MA-FUNC
               MOVE "PIN-HISTORY" TO MA-FIELD
               MOVE WS-MRG-OLD-CUST TO MA-OLD-VALUE
               IF WS-MRG-KEEP-SW = 'Y'
                 MOVE WS-MRG-NEW-CUST TO MA-NEW-VALUE
               ELSE
                 MOVE "REMOVED" TO MA-NEW-VALUE
               END-IF
               PERFORM 8850-WRITE-MAUD
             END-IF
           END-IF.

      * RE-FILE ONE SAVED PAYEE UNDER THE SURVIVOR ON THE NEXT FREE
      * SEQUENCE - ADD DATE, TIME AND STATUS UNCHANGED, SO THE
      * COOLING-OFF PERIOD IS NOT RESTARTED - AND REMOVE THE OLD ROW.
      * THE AUDIT ROW CARRIES THE PAYEE'S DESTINATION ACCOUNT.
       8886-MERGE-PAYEE.
           MOVE WS-MRG-OLD-CUST TO PY-CUST-NO
           MOVE WS-MRG-PAY-SEQ(WS-MRG-IX) TO PY-SEQ-NO
           MOVE 60 TO WS-PAYE-REC-LEN
           EXEC CICS READ DATASET(WS-PAYE-FILE-NAME)
                     INTO (WS-PAYE-REC)
                     RIDFLD(PY-KEY)
                     LENGTH(WS-PAYE-REC-LEN)
                     RESP(WS-PAYE-RESP)
           END-EXEC
           IF WS-PAYE-RESP = ZEROS
             ADD 1 TO WS-MRG-PAY-MAX-SEQ
             MOVE WS-MRG-NEW-CUST TO PY-CUST-NO
             MOVE WS-MRG-PAY-MAX-SEQ TO PY-SEQ-NO
             MOVE 60 TO WS-PAYE-REC-LEN
             EXEC CICS WRITE DATASET(WS-PAYE-FILE-NAME)
               FROM (WS-PAYE-REC)
               RIDFLD(PY-KEY)
               LENGTH(WS-PAYE-REC-LEN)
               RESP(WS-PAYE-RESP)
             END-EXEC
           END-IF
           IF WS-PAYE-RESP = ZEROS
             MOVE WS-MRG-OLD-CUST TO WS-PAYE-BR-CUST
             MOVE WS-MRG-PAY-SEQ(WS-MRG-IX) TO WS-PAYE-BR-SEQ
             EXEC CICS DELETE DATASET(WS-PAYE-FILE-NAME)
               RIDFLD(WS-PAYE-BR-KEY)
               RESP(WS-PAYE-RESP)
             END-EXEC
           END-IF
           IF WS-PAYE-RESP NOT = ZEROS
             ADD 1 TO WS-MRG-ERR-COUNT
           ELSE
             ADD 1 TO WS-MRG-PAY-DONE
             MOVE PY-TO-ACCNO TO WS-ACCNO
             MOVE SPACES TO WS-MAUD-REC
             MOVE "CX" TO MA-FUNC
             MOVE "PAYEE" TO MA-FIELD
             STRING WS-PAYE-BR-CUST "/" WS-PAYE-BR-SEQ
                 DELIMITED BY SIZE INTO MA-OLD-VALUE
             STRING PY-CUST-NO "/" PY-SEQ-NO
                 DELIMITED BY SIZE INTO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
           END-IF.

      * AN EARLIER MERGE LEFT A CROSS-REFERENCE POINTING AT THE
      * NUMBER NOW BEING RETIRED - POINT IT AT THE SURVIVOR SO AN
      * OLD NUMBER NEVER NEEDS MORE THAN ONE LOOKUP.
       8887-REPOINT-XREF.
           MOVE WS-MRG-XRF-OLD(WS-MRG-IX) TO WS-CXRF-BR-KEY
           MOVE 240 TO WS-CXRF-REC-LEN
           EXEC CICS READ DATASET(WS-CXRF-FILE-NAME)
                     INTO (WS-CXRF-REC)
                     RIDFLD(WS-CXRF-BR-KEY)
                     LENGTH(WS-CXRF-REC-LEN)
                     UPDATE
                     RESP(WS-CXRF-RESP)
           END-EXEC
           IF WS-CXRF-RESP = ZEROS
             MOVE WS-MRG-NEW-CUST TO CX-NEW-CUST-NO
             EXEC CICS REWRITE DATASET(WS-CXRF-FILE-NAME)
               FROM (WS-CXRF-REC)
               LENGTH(WS-CXRF-REC-LEN)
               RESP(WS-CXRF-RESP)
             END-EXEC
           END-IF
           IF WS-CXRF-RESP NOT = ZEROS
             ADD 1 TO WS-MRG-ERR-COUNT
           ELSE
             MOVE ZEROS TO WS-ACCNO
             MOVE SPACES TO WS-MAUD-REC
             MOVE "CX" TO MA-FUNC
             MOVE "CUST-XREF" TO MA-FIELD
             STRING CX-OLD-CUST-NO " TO " WS-MRG-OLD-CUST
                 DELIMITED BY SIZE INTO MA-OLD-VALUE
             STRING CX-OLD-CUST-NO " TO " WS-MRG-NEW-CUST
                 DELIMITED BY SIZE INTO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
           END-IF.

      * FILE THE CROSS-REFERENCE FOR THE RETIRED NUMBER (WITH ITS
      * CUSTOMER ROW AS IT STOOD) AND ONLY THEN DELETE THAT ROW, SO
      * THE NUMBER RESOLVES AT EVERY POINT.
       8888-RETIRE-CUSTOMER.
           MOVE SPACES TO WS-CXRF-REC
           MOVE WS-MRG-OLD-CUST TO CX-OLD-CUST-NO
           MOVE WS-MRG-NEW-CUST TO CX-NEW-CUST-NO
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(CX-MERGE-DATE)
             TIME(CX-MERGE-TIME)
           END-EXEC
           MOVE WS-OPERATOR-ID TO CX-MERGED-BY
           MOVE EIBTRMID TO CX-TERMID
           MOVE WS-MRG-OLD-IMAGE TO CX-OLD-CUST-IMAGE
           MOVE 240 TO WS-CXRF-REC-LEN
           EXEC CICS WRITE DATASET(WS-CXRF-FILE-NAME)
             FROM (WS-CXRF-REC)
             RIDFLD(CX-OLD-CUST-NO)
             LENGTH(WS-CXRF-REC-LEN)
             RESP(WS-CXRF-RESP)
           END-EXEC
           IF WS-CXRF-RESP NOT = ZEROS
             ADD 1 TO WS-MRG-ERR-COUNT
           ELSE
             EXEC CICS DELETE DATASET(WS-CUST-FILE-NAME)
               RIDFLD(WS-MRG-OLD-CUST)
               RESP(WS-CUST-RESP)
             END-EXEC
             IF WS-CUST-RESP NOT = ZEROS
               ADD 1 TO WS-MRG-ERR-COUNT
             ELSE
               MOVE ZEROS TO WS-ACCNO
               MOVE SPACES TO WS-MAUD-REC
               MOVE "CX" TO MA-FUNC
               MOVE "CUSTOMER" TO MA-FIELD
               MOVE WS-MRG-OLD-CUST TO MA-OLD-VALUE
               STRING "MERGED INTO " WS-MRG-NEW-CUST
                   DELIMITED BY SIZE INTO MA-NEW-VALUE
               PERFORM 8850-WRITE-MAUD
             END-IF
           END-IF.

      * RECORD THE DEATH OF THE CUSTOMER KEYED IN REF ON THE DATE
      * KEYED IN REL DATE (ACTION C, REASON DECEASED). THE CUSTOMER
      * ROW IS STAMPED FIRST - FROM THEN ON ZBANK REFUSES THEIR
      * LOGIN - AND THEN THEIR ACCOUNTS ARE SETTLED BY 8891. KEYING
      * THE SAME DATE AGAIN ONLY SWEEPS THE ACCOUNTS AGAIN, WHICH
      * DOES NOTHING TWICE; A DIFFERENT DATE IS REFUSED.
       8890-RECORD-DEATH.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE ZEROS TO WS-DTH-REF-N
           IF SMNREFI IS NUMERIC
             MOVE SMNREFI TO WS-DTH-REF-N
           END-IF
           IF WS-DTH-REF-N = ZEROS OR WS-DTH-REF-N > 9999999999
             MOVE "ENTER THE CUSTOMER NO IN REF!" TO INFO
           ELSE
           IF SMNDTEI NOT NUMERIC
             MOVE "ENTER THE DATE OF DEATH IN REL DATE!" TO INFO
           ELSE
             MOVE WS-DTH-REF-N TO WS-DTH-CUST-NO
             MOVE SMNDTEI TO WS-DTH-DATE
             IF WS-DTH-MM < 1 OR WS-DTH-MM > 12
                 OR WS-DTH-DD < 1 OR WS-DTH-DD > 31
                 OR WS-DTH-DATE > WS-TODAY
               MOVE "INVALID DATE OF DEATH!" TO INFO
             ELSE
               MOVE 170 TO WS-CUST-REC-LEN
               EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                         INTO (WS-CUST-REC)
                         RIDFLD(WS-DTH-CUST-NO)
                         LENGTH(WS-CUST-REC-LEN)
                         UPDATE
                         RESP(WS-CUST-RESP)
               END-EXEC
               IF WS-CUST-RESP NOT = ZEROS
                 MOVE "CUSTOMER NOT FOUND!" TO INFO
               ELSE
               IF CUST-DEATH-DATE IS NUMERIC
                   AND CUST-DEATH-DATE NOT = SMNDTEI
                 EXEC CICS UNLOCK DATASET(WS-CUST-FILE-NAME)
                 END-EXEC
                 MOVE "A DIFFERENT DATE OF DEATH IS ON FILE!" TO INFO
               ELSE
               IF CUST-DEATH-DATE IS NUMERIC
                 EXEC CICS UNLOCK DATASET(WS-CUST-FILE-NAME)
                 END-EXEC
                 PERFORM 8891-SETTLE-ESTATE
               ELSE
                 MOVE WS-DTH-DATE TO CUST-DEATH-DATE
                 EXEC CICS REWRITE DATASET(WS-CUST-FILE-NAME)
                   FROM (WS-CUST-REC)
                   LENGTH(WS-CUST-REC-LEN)
                   RESP(WS-CUST-RESP)
                 END-EXEC
                 IF WS-CUST-RESP NOT = ZEROS
                   MOVE WS-CUST-RESP TO INFO
                 ELSE
                   MOVE ZEROS TO WS-ACCNO
                   MOVE SPACES TO WS-MAUD-REC
                   MOVE "DC" TO MA-FUNC
                   MOVE "DEATH-DATE" TO MA-FIELD
                   STRING "CUST " WS-DTH-CUST-NO " LIVING"
                       DELIMITED BY SIZE INTO MA-OLD-VALUE
                   STRING "DIED " WS-DTH-DATE
                       DELIMITED BY SIZE INTO MA-NEW-VALUE
                   PERFORM 8850-WRITE-MAUD
                   PERFORM 8891-SETTLE-ESTATE
                 END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF
           END-IF.

      * COLLECT EVERY ACCOUNT THE DECEASED OWNS OR CO-OWNS. ONE THEY
      * OWNED ALONE GETS AN "ESTATE FREEZE" HOLD (DEPOSITS STILL
      * POST) AND ITS STANDING ORDERS AND PENDING PAYMENTS STOPPED;
      * A JOINT ACCOUNT IS LEFT TO THE SURVIVORS. THEN THE CARDS ON
      * ALL OF THEM ARE BLOCKED.
       8891-SETTLE-ESTATE.
           MOVE ZEROS TO WS-FRZ-DONE
           MOVE ZEROS TO WS-DTH-STOPPED
           MOVE ZEROS TO WS-DTH-BLOCKED
           MOVE 'N' TO WS-FRZ-FULL-SW
           MOVE WS-DTH-CUST-NO TO WS-FRZ-CUST-NO
           MOVE "ESTATE FREEZE" TO WS-FRZ-REASON
           PERFORM 8841-COLLECT-ACCOUNTS
           PERFORM VARYING WS-FRZ-IX FROM 1 BY 1
               UNTIL WS-FRZ-IX > WS-FRZ-COUNT
             PERFORM 8892-CHECK-SOLE-OWNER
             IF WS-DTH-SOLE-SW = 'Y'
               PERFORM 8845-FREEZE-ACCOUNT
               PERFORM 8893-SUSPEND-ORDERS
               PERFORM 8894-HOLD-PAYMENTS
             END-IF
           END-PERFORM
           PERFORM 8895-BLOCK-CARDS
           MOVE WS-FRZ-DONE TO WS-FRZ-ED
           MOVE WS-DTH-STOPPED TO WS-DTH-ED2
           MOVE WS-DTH-BLOCKED TO WS-DTH-ED3
           MOVE SPACES TO INFO
           IF WS-FRZ-FULL-SW = 'Y' OR WS-DTH-CARD-FULL-SW = 'Y'
             MOVE "DEATH RECORDED - TABLE FULL, CALL SYSTEMS!" TO INFO
           ELSE
             STRING "DEATH RECORDED - FROZEN=" WS-FRZ-ED
                 " STOPPED=" WS-DTH-ED2
                 " CARDS=" WS-DTH-ED3
                 DELIMITED BY SIZE INTO INFO
           END-IF.

      * WS-DTH-SOLE-SW = 'Y' WHEN THE ACCOUNT IN WS-FRZ-IX IS HELD
      * BY THE DECEASED AS PRIMARY OWNER WITH NO OTHER CUSTOMER
      * LINKED TO IT. LEAVES THE ACCOUNT NUMBER IN WS-ACCNO.
       8892-CHECK-SOLE-OWNER.
           MOVE 'N' TO WS-DTH-SOLE-SW
           MOVE WS-FRZ-ACCNO(WS-FRZ-IX) TO WS-ACCNO
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS AND WS-CUST-NO = WS-DTH-CUST-NO
             MOVE 'Y' TO WS-DTH-SOLE-SW
             MOVE WS-ACCNO TO WS-FRZ-LK-ACCNO
             MOVE ZEROS TO WS-FRZ-LK-CUST
             MOVE 'N' TO WS-DTH-EOF
             EXEC CICS STARTBR DATASET(WS-LINK-FILE-NAME)
               RIDFLD(WS-FRZ-LK-KEY)
               GTEQ
               RESP(WS-LINK-RESP)
             END-EXEC
             IF WS-LINK-RESP = ZEROS
               PERFORM UNTIL WS-DTH-EOF = 'Y'
                 MOVE 40 TO WS-LINK-REC-LEN
                 EXEC CICS READNEXT DATASET(WS-LINK-FILE-NAME)
                   INTO (WS-LINK-REC)
                   RIDFLD(WS-FRZ-LK-KEY)
                   LENGTH(WS-LINK-REC-LEN)
                   RESP(WS-LINK-RESP)
                 END-EXEC
                 IF WS-LINK-RESP NOT = ZEROS
                   MOVE 'Y' TO WS-DTH-EOF
                 ELSE
                   IF LK-ACCNO NOT = WS-ACCNO
                     MOVE 'Y' TO WS-DTH-EOF
                   ELSE
                     IF LK-CUST-NO NOT = WS-DTH-CUST-NO
                       MOVE 'N' TO WS-DTH-SOLE-SW
                       MOVE 'Y' TO WS-DTH-EOF
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(WS-LINK-FILE-NAME)
               END-EXEC
             END-IF
           END-IF.

      * SUSPEND EVERY ACTIVE STANDING ORDER ON WS-ACCNO (STATUS S,
      * WHICH ZSTORD NEVER RUNS).
       8893-SUSPEND-ORDERS.
           MOVE ZEROS TO WS-DTH-SEQ-COUNT
           MOVE WS-ACCNO TO WS-STOR-BR-ACCNO
           MOVE ZEROS TO WS-STOR-BR-SEQ
           MOVE 'N' TO WS-DTH-EOF
           EXEC CICS STARTBR DATASET(WS-STOR-FILE-NAME)
             RIDFLD(WS-STOR-BR-KEY)
             GTEQ
             RESP(WS-STOR-RESP)
           END-EXEC
           IF WS-STOR-RESP = ZEROS
             PERFORM UNTIL WS-DTH-EOF = 'Y'
               MOVE 44 TO WS-STOR-REC-LEN
               EXEC CICS READNEXT DATASET(WS-STOR-FILE-NAME)
                 INTO (WS-STOR-REC)
                 RIDFLD(WS-STOR-BR-KEY)
                 LENGTH(WS-STOR-REC-LEN)
                 RESP(WS-STOR-RESP)
               END-EXEC
               IF WS-STOR-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-DTH-EOF
               ELSE
                 IF SO-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-DTH-EOF
                 ELSE
                   IF SO-STATUS = 'A' AND WS-DTH-SEQ-COUNT < 99
                     ADD 1 TO WS-DTH-SEQ-COUNT
                     MOVE SO-SEQ-NO TO WS-DTH-SEQ(WS-DTH-SEQ-COUNT)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-STOR-FILE-NAME)
             END-EXEC
           END-IF
           PERFORM VARYING WS-DTH-SX FROM 1 BY 1
               UNTIL WS-DTH-SX > WS-DTH-SEQ-COUNT
             MOVE WS-ACCNO TO WS-STOR-BR-ACCNO
             MOVE WS-DTH-SEQ(WS-DTH-SX) TO WS-STOR-BR-SEQ
             MOVE 44 TO WS-STOR-REC-LEN
             EXEC CICS READ DATASET(WS-STOR-FILE-NAME)
                       INTO (WS-STOR-REC)
                       RIDFLD(WS-STOR-BR-KEY)
                       LENGTH(WS-STOR-REC-LEN)
                       UPDATE
                       RESP(WS-STOR-RESP)
             END-EXEC
             IF WS-STOR-RESP = ZEROS
               MOVE 'S' TO SO-STATUS
               EXEC CICS REWRITE DATASET(WS-STOR-FILE-NAME)
                 FROM (WS-STOR-REC)
                 LENGTH(WS-STOR-REC-LEN)
                 RESP(WS-STOR-RESP)
               END-EXEC
               IF WS-STOR-RESP = ZEROS
                 ADD 1 TO WS-DTH-STOPPED
                 MOVE SPACES TO WS-MAUD-REC
                 MOVE "DC" TO MA-FUNC
                 MOVE "SO-STATUS" TO MA-FIELD
                 STRING "SEQ " SO-SEQ-NO " A"
                     DELIMITED BY SIZE INTO MA-OLD-VALUE
                 STRING "SEQ " SO-SEQ-NO " S"
                     DELIMITED BY SIZE INTO MA-NEW-VALUE
                 PERFORM 8850-WRITE-MAUD
               END-IF
             END-IF
           END-PERFORM.

      * HOLD EVERY PENDING OUTBOUND PAYMENT ON WS-ACCNO (STATUS H,
      * WHICH ZCLROUT NEVER SENDS).
       8894-HOLD-PAYMENTS.
           MOVE ZEROS TO WS-DTH-SEQ-COUNT
           MOVE WS-ACCNO TO WS-PAYP-BR-ACCNO
           MOVE ZEROS TO WS-PAYP-BR-SEQ
           MOVE 'N' TO WS-DTH-EOF
           EXEC CICS STARTBR DATASET(WS-PAYP-FILE-NAME)
             RIDFLD(WS-PAYP-BR-KEY)
             GTEQ
             RESP(WS-PAYP-RESP)
           END-EXEC
           IF WS-PAYP-RESP = ZEROS
             PERFORM UNTIL WS-DTH-EOF = 'Y'
               MOVE 80 TO WS-PAYP-REC-LEN
               EXEC CICS READNEXT DATASET(WS-PAYP-FILE-NAME)
                 INTO (WS-PAYP-REC)
                 RIDFLD(WS-PAYP-BR-KEY)
                 LENGTH(WS-PAYP-REC-LEN)
                 RESP(WS-PAYP-RESP)
               END-EXEC
               IF WS-PAYP-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-DTH-EOF
               ELSE
                 IF PP-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-DTH-EOF
                 ELSE
                   IF PP-STATUS = 'P' AND WS-DTH-SEQ-COUNT < 99
                     ADD 1 TO WS-DTH-SEQ-COUNT
                     MOVE PP-SEQ-NO TO WS-DTH-SEQ(WS-DTH-SEQ-COUNT)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-PAYP-FILE-NAME)
             END-EXEC
           END-IF
           PERFORM VARYING WS-DTH-SX FROM 1 BY 1
               UNTIL WS-DTH-SX > WS-DTH-SEQ-COUNT
             MOVE WS-ACCNO TO WS-PAYP-BR-ACCNO
             MOVE WS-DTH-SEQ(WS-DTH-SX) TO WS-PAYP-BR-SEQ
             MOVE 80 TO WS-PAYP-REC-LEN
             EXEC CICS READ DATASET(WS-PAYP-FILE-NAME)
                       INTO (WS-PAYP-REC)
                       RIDFLD(WS-PAYP-BR-KEY)
                       LENGTH(WS-PAYP-REC-LEN)
                       UPDATE
                       RESP(WS-PAYP-RESP)
             END-EXEC
             IF WS-PAYP-RESP = ZEROS
               MOVE 'H' TO PP-STATUS
               EXEC CICS REWRITE DATASET(WS-PAYP-FILE-NAME)
                 FROM (WS-PAYP-REC)
                 LENGTH(WS-PAYP-REC-LEN)
                 RESP(WS-PAYP-RESP)
               END-EXEC
               IF WS-PAYP-RESP = ZEROS
                 ADD 1 TO WS-DTH-STOPPED
                 MOVE SPACES TO WS-MAUD-REC
                 MOVE "DC" TO MA-FUNC
                 MOVE "PP-STATUS" TO MA-FIELD
                 STRING "SEQ " PP-SEQ-NO " P"
                     DELIMITED BY SIZE INTO MA-OLD-VALUE
                 STRING "SEQ " PP-SEQ-NO " H"
                     DELIMITED BY SIZE INTO MA-NEW-VALUE
                 PERFORM 8850-WRITE-MAUD
               END-IF
             END-IF
           END-PERFORM.

      * BLOCK EVERY ACTIVE CARD ON AN ACCOUNT IN THE WS-FRZ TABLE.
      * VSAM.ZCARDS IS KEYED ON THE CARD NUMBER ONLY, SO THE WHOLE
      * FILE IS BROWSED.
       8895-BLOCK-CARDS.
           MOVE ZEROS TO WS-DTH-CARD-COUNT
           MOVE 'N' TO WS-DTH-CARD-FULL-SW
           MOVE ZEROS TO WS-DTH-CARD-KEY
           MOVE 'N' TO WS-DTH-EOF
           EXEC CICS STARTBR DATASET(WS-CARD-FILE-NAME)
             RIDFLD(WS-DTH-CARD-KEY)
             GTEQ
             RESP(WS-CARD-RESP)
           END-EXEC
           IF WS-CARD-RESP = ZEROS
             PERFORM UNTIL WS-DTH-EOF = 'Y'
               MOVE 60 TO WS-CARD-REC-LEN
               EXEC CICS READNEXT DATASET(WS-CARD-FILE-NAME)
                 INTO (WS-CARD-REC)
                 RIDFLD(WS-DTH-CARD-KEY)
                 LENGTH(WS-CARD-REC-LEN)
                 RESP(WS-CARD-RESP)
               END-EXEC
               IF WS-CARD-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-DTH-EOF
               ELSE
                 IF CR-STATUS = 'A'
                   PERFORM VARYING WS-FRZ-JX FROM 1 BY 1
                       UNTIL WS-FRZ-JX > WS-FRZ-COUNT
                     IF WS-FRZ-ACCNO(WS-FRZ-JX) = CR-ACCNO
                       IF WS-DTH-CARD-COUNT >= 50
                         MOVE 'Y' TO WS-DTH-CARD-FULL-SW
                       ELSE
                         ADD 1 TO WS-DTH-CARD-COUNT
                         MOVE CR-CARD-NO
                             TO WS-DTH-CARD-NO(WS-DTH-CARD-COUNT)
                       END-IF
                     END-IF
                   END-PERFORM
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-CARD-FILE-NAME)
             END-EXEC
           END-IF
           PERFORM VARYING WS-DTH-SX FROM 1 BY 1
               UNTIL WS-DTH-SX > WS-DTH-CARD-COUNT
             MOVE WS-DTH-CARD-NO(WS-DTH-SX) TO WS-DTH-CARD-KEY
             MOVE 60 TO WS-CARD-REC-LEN
             EXEC CICS READ DATASET(WS-CARD-FILE-NAME)
                       INTO (WS-CARD-REC)
                       RIDFLD(WS-DTH-CARD-KEY)
                       LENGTH(WS-CARD-REC-LEN)
                       UPDATE
                       RESP(WS-CARD-RESP)
             END-EXEC
             IF WS-CARD-RESP = ZEROS
               MOVE SPACES TO WS-MAUD-REC
               MOVE "CA" TO MA-FUNC
               MOVE "CARD-STATUS" TO MA-FIELD
               MOVE CR-STATUS TO MA-OLD-VALUE
               MOVE 'B' TO CR-STATUS
               MOVE CR-STATUS TO MA-NEW-VALUE
               EXEC CICS REWRITE DATASET(WS-CARD-FILE-NAME)
                 FROM (WS-CARD-REC)
                 LENGTH(WS-CARD-REC-LEN)
                 RESP(WS-CARD-RESP)
               END-EXEC
               IF WS-CARD-RESP = ZEROS
                 ADD 1 TO WS-DTH-BLOCKED
                 MOVE CR-ACCNO TO WS-ACCNO
                 PERFORM 8850-WRITE-MAUD
               END-IF
             END-IF
           END-PERFORM.

      * FIND THE "ESTATE FREEZE" HOLD ON WS-ACCNO: WS-DTH-FRZ-SW =
      * 'Y' AND ITS SEQUENCE IN WS-DTH-FRZ-SEQ.
       8896-FIND-ESTATE-FREEZE.
           MOVE 'N' TO WS-DTH-FRZ-SW
           MOVE ZEROS TO WS-DTH-FRZ-SEQ
           MOVE WS-ACCNO TO WS-HOLD-BR-ACCNO
           MOVE ZEROS TO WS-HOLD-BR-SEQ
           MOVE 'N' TO WS-HOLD-EOF
           EXEC CICS STARTBR DATASET(WS-HOLD-FILE-NAME)
             RIDFLD(WS-HOLD-BR-KEY)
             GTEQ
             RESP(WS-HOLD-RESP)
           END-EXEC
           IF WS-HOLD-RESP = ZEROS
             PERFORM UNTIL WS-HOLD-EOF = 'Y'
               MOVE 80 TO WS-HOLD-REC-LEN
               EXEC CICS READNEXT
                 DATASET(WS-HOLD-FILE-NAME)
                 INTO (WS-HOLD-REC)
                 RIDFLD(WS-HOLD-BR-KEY)
                 LENGTH(WS-HOLD-REC-LEN)
                 RESP(WS-HOLD-RESP)
               END-EXEC
               IF WS-HOLD-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-HOLD-EOF
               ELSE
                 IF HD-ACCNO NOT = WS-ACCNO
                   MOVE 'Y' TO WS-HOLD-EOF
                 ELSE
                   IF HD-REASON = "ESTATE FREEZE"
                     MOVE 'Y' TO WS-DTH-FRZ-SW
                     MOVE HD-SEQ-NO TO WS-DTH-FRZ-SEQ
                     MOVE 'Y' TO WS-HOLD-EOF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-HOLD-FILE-NAME)
             END-EXEC
           END-IF.

      * AN ESTATE PAY-OUT (ACTION C, REASON ESTATE) IS ONLY ALLOWED
      * ON AN ACCOUNT WHOSE OWNER IS RECORDED AS DECEASED AND WHICH
      * CARRIES THE ESTATE FREEZE - I.E. ONE THEY OWNED ALONE; A
      * JOINT ACCOUNT BELONGS TO THE SURVIVORS. SETS
      * WS-DTH-ESTATE-SW = 'Y' OR PUTS THE REFUSAL IN INFO.
       8897-CHECK-ESTATE.
           MOVE 'N' TO WS-DTH-ESTATE-SW
           MOVE 170 TO WS-CUST-REC-LEN
           EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                     INTO (WS-CUST-REC)
                     RIDFLD(WS-CUST-NO)
                     LENGTH(WS-CUST-REC-LEN)
                     RESP(WS-CUST-RESP)
           END-EXEC
           IF WS-CUST-RESP NOT = ZEROS
               OR CUST-DEATH-DATE NOT NUMERIC
             MOVE "OWNER NOT RECORDED AS DECEASED!" TO INFO
           ELSE
             PERFORM 8896-FIND-ESTATE-FREEZE
             IF WS-DTH-FRZ-SW = 'N'
               MOVE "NO ESTATE FREEZE - JOINT ACCOUNT?" TO INFO
             ELSE
               MOVE 'Y' TO WS-DTH-ESTATE-SW
             END-IF
           END-IF.

      * A CLOSED ACCOUNT NEEDS NO FREEZE - DELETE ANY ESTATE FREEZE
      * SO IT DOES NOT SIT ON FILE FOREVER (ZHLDEXP NEVER REACHES
      * 99991231).
       8898-LIFT-ESTATE-FREEZE.
           PERFORM 8896-FIND-ESTATE-FREEZE
           IF WS-DTH-FRZ-SW = 'Y'
             MOVE WS-ACCNO TO WS-HOLD-BR-ACCNO
             MOVE WS-DTH-FRZ-SEQ TO WS-HOLD-BR-SEQ
             EXEC CICS DELETE DATASET(WS-HOLD-FILE-NAME)
               RIDFLD(WS-HOLD-BR-KEY)
               RESP(WS-HOLD-RESP)
             END-EXEC
           END-IF.

      * BROWSE THE CHEQUE BOOKS OF WS-ACCNO AND SET WS-CHQ-HIT-SW
      * WHEN ANY BOOK'S SERIAL RANGE OVERLAPS WS-CHQ-FROM THRU
      * WS-CHQ-TO - FOR A SINGLE SERIAL, 'Y' MEANS IT WAS ISSUED.
      * BOOKS ARE KEYED ON THEIR FIRST SERIAL, SO THE BROWSE STOPS
      * AT THE FIRST BOOK STARTING BEYOND THE RANGE.
      * ACTION H WITH AN ORDER NUMBER IN REF - A COURT GARNISHMENT
      * ORDER OR TAX LEVY ON VSAM.ZLEGORD RATHER THAN A HOLD. LIMIT
      * = ORDER AMOUNT, REASON = ISSUING AUTHORITY, RES TO = THE
      * EXEMPTION FLOOR IN WHOLE UNITS (BLANK = NONE), REL DATE =
      * THE DATE THE ORDER WAS ISSUED (BLANK = TODAY). KEYING AN
      * ORDER ALREADY ON FILE AMENDS IT; A ZERO LIMIT LIFTS IT.
       8860-LEGAL-ORDER.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE SMNACCI TO WS-ACCNO
           MOVE ZEROS TO WS-LORD-FLOOR-N
           IF SMNDSTI IS NUMERIC
             MOVE SMNDSTI TO WS-LORD-FLOOR-N
           END-IF
           MOVE WS-TODAY TO WS-LORD-DATE
           IF SMNDTEI IS NUMERIC
             MOVE SMNDTEI TO WS-LORD-DATE
           END-IF
           MOVE 150 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
                     INTO (WS-FILE-REC)
                     RIDFLD(WS-ACCNO)
                     LENGTH(WS-REC-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             MOVE "ACCOUNT NOT FOUND!" TO INFO
           ELSE
           IF WS-LORD-MM < 1 OR WS-LORD-MM > 12
               OR WS-LORD-DD < 1 OR WS-LORD-DD > 31
               OR WS-LORD-DATE > WS-TODAY
             MOVE "INVALID ORDER DATE!" TO INFO
           ELSE
             MOVE WS-ACCNO TO WS-LORD-ACCNO
             MOVE SMNREFI TO WS-LORD-ORDER-NO
             MOVE 128 TO WS-LORD-REC-LEN
             EXEC CICS READ DATASET(WS-LORD-FILE-NAME)
                       INTO (WS-LORD-REC)
                       RIDFLD(WS-LORD-KEY)
                       LENGTH(WS-LORD-REC-LEN)
                       UPDATE
                       RESP(WS-LORD-RESP)
             END-EXEC
             IF WS-LORD-RESP = ZEROS
               PERFORM 8862-AMEND-LEGAL-ORDER
             ELSE
             IF WS-LORD-RESP NOT = WS-NOTFND-RESP
               MOVE WS-LORD-RESP TO INFO
             ELSE
             IF SMNLIMI NOT NUMERIC OR SMNLIMI = ZEROS
               MOVE "NO SUCH ORDER - ENTER THE ORDER AMOUNT!" TO INFO
             ELSE
             IF SMNRSNI = SPACES
               MOVE "ENTER THE ISSUING AUTHORITY IN REASON!" TO INFO
             ELSE
             IF WS-ACCT-STATUS = 'C'
               MOVE "ACCOUNT IS CLOSED!" TO INFO
             ELSE
               PERFORM 8861-ADD-LEGAL-ORDER
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF.

       8861-ADD-LEGAL-ORDER.
           MOVE SPACES TO WS-LORD-REC
           MOVE WS-ACCNO TO LO-ACCNO
           MOVE WS-LORD-ORDER-NO TO LO-ORDER-NO
           MOVE SMNRSNI TO LO-AUTHORITY
           MOVE SMNLIMI TO LO-ORDER-AMT
           MOVE ZEROS TO LO-SATISFIED
           MOVE WS-LORD-FLOOR-N TO LO-FLOOR
           MOVE 'A' TO LO-STATUS
           MOVE WS-LORD-DATE TO LO-ORDER-DATE
           MOVE WS-OPERATOR-ID TO LO-PLACED-BY
           MOVE WS-TODAY TO LO-PLACED-DATE
           MOVE 128 TO WS-LORD-REC-LEN
           EXEC CICS WRITE DATASET(WS-LORD-FILE-NAME)
             FROM (WS-LORD-REC)
             RIDFLD(LO-KEY)
             LENGTH(WS-LORD-REC-LEN)
             RESP(WS-LORD-RESP)
           END-EXEC
           IF WS-LORD-RESP = ZEROS
             MOVE SPACES TO WS-MAUD-REC
             MOVE "LG" TO MA-FUNC
             MOVE "LEGAL-ORDER" TO MA-FIELD
             STRING "ORD " LO-ORDER-NO " NONE"
                 DELIMITED BY SIZE INTO MA-OLD-VALUE
             MOVE LO-ORDER-AMT TO WS-MAUD-VAL-ED
             STRING "ORD " LO-ORDER-NO " " WS-MAUD-VAL-ED
                 DELIMITED BY SIZE INTO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
             MOVE "LEGAL ORDER ENTERED - SEIZED NIGHTLY" TO INFO
           ELSE
             MOVE WS-LORD-RESP TO INFO
           END-IF.

      * THE ORDER IS HELD FOR UPDATE. A NEW AMOUNT MAY NOT FALL
      * BELOW WHAT HAS ALREADY BEEN SEIZED (EQUAL TO IT CLOSES THE
      * ORDER AS SATISFIED); A BLANK REASON OR RES TO KEEPS THE
      * AUTHORITY OR FLOOR ON FILE.
       8862-AMEND-LEGAL-ORDER.
           IF LO-STATUS NOT = 'A'
             EXEC CICS UNLOCK DATASET(WS-LORD-FILE-NAME)
             END-EXEC
             MOVE "ORDER IS ALREADY CLOSED!" TO INFO
           ELSE
           IF SMNLIMI IS NUMERIC AND SMNLIMI NOT = ZEROS
               AND SMNLIMI < LO-SATISFIED
             EXEC CICS UNLOCK DATASET(WS-LORD-FILE-NAME)
             END-EXEC
             MOVE "AMOUNT IS BELOW WHAT HAS BEEN SEIZED!" TO INFO
           ELSE
             MOVE SPACES TO WS-MAUD-REC
             MOVE LO-ORDER-AMT TO WS-MAUD-VAL-ED
             STRING "ORD " LO-ORDER-NO " " WS-MAUD-VAL-ED
                 DELIMITED BY SIZE INTO MA-OLD-VALUE
             IF SMNLIMI NOT NUMERIC OR SMNLIMI = ZEROS
               MOVE 'W' TO LO-STATUS
               MOVE WS-TODAY TO LO-CLOSED-DATE
             ELSE
               MOVE SMNLIMI TO LO-ORDER-AMT
               IF SMNDSTI IS NUMERIC
                 MOVE WS-LORD-FLOOR-N TO LO-FLOOR
               END-IF
               IF SMNRSNI NOT = SPACES
                 MOVE SMNRSNI TO LO-AUTHORITY
               END-IF
               IF LO-SATISFIED NOT < LO-ORDER-AMT
                 MOVE 'S' TO LO-STATUS
                 MOVE WS-TODAY TO LO-CLOSED-DATE
               END-IF
             END-IF
             EXEC CICS REWRITE DATASET(WS-LORD-FILE-NAME)
               FROM (WS-LORD-REC)
               LENGTH(WS-LORD-REC-LEN)
               RESP(WS-LORD-RESP)
             END-EXEC
             IF WS-LORD-RESP NOT = ZEROS
               MOVE WS-LORD-RESP TO INFO
             ELSE
               MOVE "LG" TO MA-FUNC
               MOVE "LEGAL-ORDER" TO MA-FIELD
               IF LO-STATUS = 'W'
                 STRING "ORD " LO-ORDER-NO " WITHDRAWN"
                     DELIMITED BY SIZE INTO MA-NEW-VALUE
                 MOVE "LEGAL ORDER LIFTED" TO INFO
               ELSE
                 MOVE LO-ORDER-AMT TO WS-MAUD-VAL-ED
                 STRING "ORD " LO-ORDER-NO " " WS-MAUD-VAL-ED
                     DELIMITED BY SIZE INTO MA-NEW-VALUE
                 IF LO-STATUS = 'S'
                   MOVE "LEGAL ORDER AMENDED - NOW SATISFIED" TO INFO
                 ELSE
                   MOVE "LEGAL ORDER AMENDED" TO INFO
                 END-IF
               END-IF
               PERFORM 8850-WRITE-MAUD
             END-IF
           END-IF
           END-IF.

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
                     OR CB-FIRST-SERIAL > WS-CHQ-TO
                   MOVE 'Y' TO WS-CHQB-EOF
                 ELSE
                   IF CB-LAST-SERIAL NOT < WS-CHQ-FROM
                     MOVE 'Y' TO WS-CHQ-HIT-SW
                     MOVE 'Y' TO WS-CHQB-EOF
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-CHQB-FILE-NAME)
             END-EXEC
           END-IF.

      * MIRROR THE JOURNAL ENTRY JUST STAGED IN WS-JRNL-REC ONTO
      * THE ACCOUNT-KEYED HISTORY CLUSTER - SEE ZBANK.
       8900-WRITE-HISTORY.

      * AGE THE SIGN-ON PIN AGAINST THE POLICY. SPACES IN THE SET
      * DATE (A ROW FROM BEFORE THE FIELD EXISTED) ARE ACCEPTED
      * UNTIL THE PIN IS NEXT RESET ON ZSECADM.
       8060-CHECK-PIN-AGE.
           MOVE 'N' TO WS-PIN-EXPIRED-SW
           IF WS-SIGNON-PIN-DATE IS NUMERIC
             END-IF
           END-IF.

      * READ THE SIGNED-ON SUPERVISOR'S ENTITLEMENT PROFILE.
       8400-LOAD-ENTITLEMENT.
           MOVE 'N' TO WS-ENTL-FOUND-SW
           MOVE SPACES TO EN-SUPV-ACTIONS
           MOVE ZEROS TO EN-HOLD-LIMIT
           MOVE ZEROS TO EN-EW-LIMIT
           MOVE ZEROS TO EN-OD-LIMIT
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

      * GATE THE ACTION KEYED AGAINST THE PROFILE - THE LETTER MUST
      * BE GRANTED, AND A HOLD (H), EARLY WITHDRAWAL (E) OR
      * OVERDRAFT REQUEST (M) MUST BE WITHIN THE AMOUNT AUTHORITY.
      * A REFUSAL CLEARS THE ACTION SO NONE OF THE ACTION BLOCKS
      * RUN. LOOKUP AND EXIT ARE ALWAYS OPEN.
       8410-CHECK-ENTITLEMENT.
           IF ACTION NOT = "Q" AND ACTION NOT = "L"
               AND ACTION NOT = SPACE AND ACTION NOT = LOW-VALUE
             MOVE ZEROS TO WS-ENT-HITS
             IF WS-ENTL-FOUND-SW = 'Y'
               INSPECT EN-SUPV-ACTIONS TALLYING WS-ENT-HITS
                   FOR ALL ACTION
             END-IF
             IF WS-ENT-HITS = ZEROS
               MOVE SPACES TO WS-AUDT-REC
               STRING "ZSUPV " ACTION " NOT ENTITLED"
                   DELIMITED BY SIZE INTO AU-REASON
               PERFORM 8420-REFUSE-ACTION
               MOVE "ACTION NOT IN YOUR ENTITLEMENT PROFILE!" TO INFO
             ELSE
      * A LEGAL ORDER (H WITH AN ORDER NUMBER IN REF) CARRIES THE
      * COURT'S OR TAX OFFICE'S AMOUNT, NOT THE SUPERVISOR'S - NO
      * HOLD AUTHORITY APPLIES TO IT.
             IF (ACTION = "H" OR ACTION = "E" OR ACTION = "M")
                 AND SMNLIMI IS NUMERIC
                 AND (ACTION NOT = "H" OR SMNREFI NOT NUMERIC
                   OR SMNREFI = ZEROS)
               MOVE SMNLIMI TO WS-ENT-AMOUNT
               EVALUATE ACTION
                 WHEN "H"
                   MOVE EN-HOLD-LIMIT TO WS-ENT-LIMIT
                 WHEN "E"
                   MOVE EN-EW-LIMIT TO WS-ENT-LIMIT
                 WHEN OTHER
                   MOVE EN-OD-LIMIT TO WS-ENT-LIMIT
               END-EVALUATE
               IF WS-ENT-AMOUNT > WS-ENT-LIMIT
                 MOVE SPACES TO WS-AUDT-REC
                 STRING "ZSUPV " ACTION " OVER AUTHORITY"
                     DELIMITED BY SIZE INTO AU-REASON
                 PERFORM 8420-REFUSE-ACTION
                 MOVE "AMOUNT EXCEEDS YOUR AUTHORITY!" TO INFO
               END-IF
             END-IF
             END-IF
           END-IF.

      * RECORD A STAFF REFUSAL ON AUDTZBNK (EVENT EN) AGAINST THE
      * ACCOUNT KEYED AND CLEAR THE ACTION. THE CALLER HAS CLEARED
      * THE RECORD AND SET AU-REASON.
       8420-REFUSE-ACTION.
           MOVE "EN" TO AU-EVENT
           IF SMNACCI IS NUMERIC
             MOVE SMNACCI TO AU-ACCNO
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
           MOVE SPACE TO ACTION.

      * WRITE ONE MAINTENANCE AUDIT ENTRY FOR THE ACCOUNT IN HAND -
      * THE SAME ORIGIN TRIO THE JOURNAL CARRIES. CALL SITES SET
      * MA-FUNC, MA-FIELD AND THE OLD/NEW VALUES FIRST. A FAILURE
