      *
      * ZREFINT - NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT.
      * THE ACCOUNT, CUSTOMER AND SATELLITE FILES ARE MAINTAINED BY
      * MANY SEPARATE ONLINE FUNCTIONS AND BATCH PROGRAMS, AND
      * NOTHING ELSE CHECKS THAT THEY STILL AGREE WITH EACH OTHER.
      * THIS RUN READS THEM ALL (IT UPDATES NOTHING) AND LISTS EVERY
      * ORPHAN AND CONTRADICTION ON REFRPT UNDER A CLASS CODE, WITH
      * A COUNT PER CLASS AT THE END:
      *   LNKACCT  VSAMLNK JOINT-OWNER ROW ON AN ACCOUNT THAT IS
      *            MISSING, CLOSED OR ARCHIVED
      *   LNKCUST  VSAMLNK ROW FOR A CUSTOMER NOT ON VSAMCUST
      *   PAYEE    ACTIVE SAVED PAYEE WHOSE DESTINATION IS MISSING,
      *            CLOSED OR ARCHIVED
      *   STORD    ACTIVE STANDING ORDER FROM OR TO SUCH AN ACCOUNT
      *   PAYPND   PENDING EXTERNAL PAYMENT FROM SUCH AN ACCOUNT
      *   HOLD     DEPOSIT HOLD ON SUCH AN ACCOUNT
      *   CARD     ATM CARD ON SUCH AN ACCOUNT (CARD STATUS SHOWN)
      *   MANDATE  ACTIVE DIRECT-DEBIT MANDATE ON SUCH AN ACCOUNT
      *   SWEEP    ACTIVE SWEEP WHOSE CHECKING OR SAVINGS ACCOUNT IS
      *            SUCH AN ACCOUNT
      *   DISPUTE  OPEN DISPUTE WHOSE ACCOUNT + REFERENCE IS NOT ON
      *            VSAM.JRNLHIST, OR WHOSE ACCOUNT IS NOT LIVE
      *   ACCTCUST VSAM.ZBANK ACCOUNT WHOSE WS-CUST-NO HAS NO
      *            VSAMCUST ROW
      *   TERMFLD  TERM MONTHS OR MATURITY DATE SET ON AN ACCOUNT
      *            THAT IS NOT A TERM DEPOSIT (TYPE "T")
      *   NOACCT   VSAMCUST CUSTOMER WHO IS NEITHER THE PRIMARY
      *            OWNER NOR A VSAMLNK OWNER OF ANY ACCOUNT, LIVE OR
      *            ARCHIVED
      * AN ACCOUNT IS LIVE WHILE IT IS ON VSAM.ZBANK WITH A STATUS
      * OTHER THAN 'C' (DORMANT ACCOUNTS ARE LIVE); A 'C' ROW IS
      * CLOSED AND AWAITING ZCLARCH; ONE ONLY ON VSAM.ZBNKCLSD IS
      * ARCHIVED; ONE ON NEITHER IS MISSING. A CUSTOMER WHOSE ONLY
      * ACCOUNTS ARE ARCHIVED IS COUNTED BUT IS NOT A FINDING - THE
      * CUSTOMER ROW IS KEPT FOR THE RETENTION PERIOD.
      * THE CUSTOMER CHECK IS A SORT-JOIN: THE SORT INPUT PROCEDURE
      * PASSES VSAM.ZBANK, VSAM.ZBNKCLSD AND VSAMLNK, RELEASING ONE
      * OWNER ROW PER ACCOUNT AND LINK, AND THE SORTED OWNERS ARE
      * THEN MATCHED AGAINST A SEQUENTIAL PASS OF VSAMCUST. EVERY
      * OTHER CHECK IS A SEQUENTIAL PASS OF THE SATELLITE FILE WITH
      * KEYED READS OF THE ACCOUNT FILES.
      * RC=4 WHEN ANYTHING IS FOUND (SO IT SHOWS ON ZOPSINQ), RC=8
      * WHEN AN INPUT FILE WILL NOT OPEN - THE CHECKS THAT NEED IT
      * ARE THEN NOT MADE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZREFINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT VSAMCLSD ASSIGN TO VSAMCLSD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CL-ACCNO
               FILE STATUS IS WS-CLSD-STATUS.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT VSAMLNK ASSIGN TO VSAMLNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LK-KEY
               FILE STATUS IS WS-LINK-STATUS.
           SELECT VSAMPAYE ASSIGN TO VSAMPAYE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT VSAMSTOR ASSIGN TO VSAMSTOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STOR-STATUS.
           SELECT VSAMPAYP ASSIGN TO VSAMPAYP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PP-KEY
               FILE STATUS IS WS-PAYP-STATUS.
           SELECT VSAMHOLD ASSIGN TO VSAMHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT VSAMCARD ASSIGN TO VSAMCARD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CARD-NO
               FILE STATUS IS WS-CARD-STATUS.
           SELECT VSAMMAND ASSIGN TO VSAMMAND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MD-KEY
               FILE STATUS IS WS-MAND-STATUS.
           SELECT VSAMSWEP ASSIGN TO VSAMSWEP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SWEP-STATUS.
           SELECT VSAMDISP ASSIGN TO VSAMDISP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT VSAMHIST ASSIGN TO VSAMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTOWN ASSIGN TO SORTOWN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORT-STATUS.
           SELECT REFRPT ASSIGN TO REFRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  VSAMCLSD.
       01  WS-CLSD-REC.
           COPY ACCTREC REPLACING ==WS-ACCNO== BY ==WS-CL-ACCNO==
                                  ==WS-PIN== BY ==WS-CL-PIN==
                                  ==WS-BALANCE== BY ==WS-CL-BALANCE==
                                  ==WS-FAILED-ATTEMPTS== BY
                                     ==WS-CL-FAILED-ATTEMPTS==
                                  ==WS-ACCOUNT-TYPE== BY
                                     ==WS-CL-ACCOUNT-TYPE==
                                  ==WS-OVERDRAFT-LIMIT== BY
                                     ==WS-CL-OVERDRAFT-LIMIT==
                                  ==WS-CUST-NAME== BY
                                     ==WS-CL-CUST-NAME==
                                  ==WS-CUST-NO== BY ==WS-CL-CUST-NO==
                                  ==WS-DAILY-LIMIT== BY
                                     ==WS-CL-DAILY-LIMIT==
                                  ==WS-ACCT-STATUS== BY
                                     ==WS-CL-ACCT-STATUS==
                                  ==WS-LAST-ACT-DATE== BY
                                     ==WS-CL-LAST-ACT-DATE==
                                  ==WS-PIN-CODE== BY
                                     ==WS-CL-PIN-CODE==
                                  ==WS-TERM-MONTHS== BY
                                     ==WS-CL-TERM-MONTHS==
                                  ==WS-MATURITY-DATE== BY
                                     ==WS-CL-MATURITY-DATE==
                                  ==WS-PIN-SET-DATE== BY
                                     ==WS-CL-PIN-SET-DATE==
                                  ==WS-BRANCH-CODE== BY
                                     ==WS-CL-BRANCH-CODE==
                                  ==WS-STMT-CYCLE== BY
                                     ==WS-CL-STMT-CYCLE==
                                  ==WS-DUAL-APPR-LIMIT== BY
                                     ==WS-CL-DUAL-APPR-LIMIT==.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
       FD  VSAMLNK.
       01  WS-LINK-REC.
           COPY ACCLNKREC.
       FD  VSAMPAYE.
       01  WS-PAYE-REC.
           COPY PAYEREC.
       FD  VSAMSTOR.
       01  WS-STOR-REC.
           COPY STORDREC.
       FD  VSAMPAYP.
       01  WS-PAYP-REC.
           COPY PAYPREC.
       FD  VSAMHOLD.
       01  WS-HOLD-REC.
           COPY HOLDREC.
       FD  VSAMCARD.
       01  WS-CARD-REC.
           COPY CARDREC.
       FD  VSAMMAND.
       01  WS-MAND-REC.
           COPY MNDTREC.
       FD  VSAMSWEP.
       01  WS-SWEP-REC.
           COPY SWEPREC.
       FD  VSAMDISP.
       01  WS-DISP-REC.
           COPY DISPREC.
       FD  VSAMHIST.
       01  WS-HIST-REC.
           COPY JHISTREC.
      * ONE OWNER OF ONE ACCOUNT. SOURCE L = AN ACCOUNT ON
      * VSAM.ZBANK (OR A LINK TO ONE), A = AN ARCHIVED ACCOUNT (OR A
      * LINK TO ONE).
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-CUST-NO PIC 9(10).
           05  SR-SOURCE PIC X(1).
       FD  SORTOWN RECORDING MODE F.
       01  WS-SO-REC.
           05  SX-CUST-NO PIC 9(10).
           05  SX-SOURCE PIC X(1).
       FD  REFRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-CLSD-STATUS PIC XX.
       01  WS-CUST-STATUS PIC XX.
       01  WS-LINK-STATUS PIC XX.
       01  WS-PAYE-STATUS PIC XX.
       01  WS-STOR-STATUS PIC XX.
       01  WS-PAYP-STATUS PIC XX.
       01  WS-HOLD-STATUS PIC XX.
       01  WS-CARD-STATUS PIC XX.
       01  WS-MAND-STATUS PIC XX.
       01  WS-SWEP-STATUS PIC XX.
       01  WS-DISP-STATUS PIC XX.
       01  WS-HIST-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-EOF-SW PIC X.
       01  WS-EOF-SORT PIC X VALUE 'N'.
       01  WS-EOF-HIST PIC X.
      * VSAM.ZBANK, VSAM.ZBNKCLSD AND VSAMCUST ARE NEEDED BY EVERY
      * CHECK - IF ANY OF THEM WILL NOT OPEN NOTHING IS CHECKED.
       01  WS-CORE-OPEN-SW PIC X VALUE 'N'.
       01  WS-ZBNK-OPEN-SW PIC X VALUE 'N'.
       01  WS-CLSD-OPEN-SW PIC X VALUE 'N'.
       01  WS-CUST-OPEN-SW PIC X VALUE 'N'.
       01  WS-HIST-OPEN-SW PIC X VALUE 'N'.
       01  WS-FAIL-NAME PIC X(20).
       01  WS-FILE-ERRORS PIC 9(4) VALUE ZEROS.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * THE ACCOUNT BEING CLASSIFIED BY 6000-CHECK-ACCOUNT AND THE
      * ANSWER: L = LIVE, C = CLOSED, A = ARCHIVED, M = MISSING.
       01  WS-CHK-ACCNO PIC 9(10).
       01  WS-CHK-STATE PIC X(1).
       01  WS-CHK-TEXT PIC X(8).
      * THE SECOND ACCOUNT OF A TWO-ACCOUNT ROW (STANDING ORDER
      * DESTINATION, SWEEP SAVINGS ACCOUNT).
       01  WS-CHK2-STATE PIC X(1).
       01  WS-CHK2-TEXT PIC X(8).
      * THE CUSTOMER OWNER ROWS FOR THE CUSTOMER IN HAND.
       01  WS-NEXT-OWN-CUST PIC 9(10).
       01  WS-OWN-LIVE-SW PIC X.
       01  WS-OWN-ARCH-SW PIC X.
      * THE FINDING BEING LISTED.
       01  WS-FND-CLASS PIC X(8).
       01  WS-FND-KEY PIC X(24).
       01  WS-FND-TEXT PIC X(44).
       01  WS-SEQ-ED PIC 9(2).
      * ROWS READ.
       01  WS-ACCT-READ PIC 9(8) VALUE ZEROS.
       01  WS-CLSD-READ PIC 9(8) VALUE ZEROS.
       01  WS-CUST-READ PIC 9(8) VALUE ZEROS.
       01  WS-LINK-READ PIC 9(8) VALUE ZEROS.
       01  WS-PAYE-READ PIC 9(8) VALUE ZEROS.
       01  WS-STOR-READ PIC 9(8) VALUE ZEROS.
       01  WS-PAYP-READ PIC 9(8) VALUE ZEROS.
       01  WS-HOLD-READ PIC 9(8) VALUE ZEROS.
       01  WS-CARD-READ PIC 9(8) VALUE ZEROS.
       01  WS-MAND-READ PIC 9(8) VALUE ZEROS.
       01  WS-SWEP-READ PIC 9(8) VALUE ZEROS.
       01  WS-DISP-READ PIC 9(8) VALUE ZEROS.
      * FINDINGS BY CLASS.
       01  WS-LNKACCT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-LNKCUST-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PAYEE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-STORD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PAYPND-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-HOLD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CARD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-MANDATE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SWEEP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DISPUTE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ACCTCUST-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TERMFLD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOACCT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FINDINGS PIC 9(8) VALUE ZEROS.
      * CUSTOMERS WHOSE ONLY ACCOUNTS ARE ARCHIVED - NOT FINDINGS.
       01  WS-ARCH-ONLY-COUNT PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZREFINT" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-CORE-OPEN-SW = 'Y'
               SORT SORTWORK
                   ON ASCENDING KEY SR-CUST-NO SR-SOURCE
                   INPUT PROCEDURE 2000-RELEASE-OWNERS
                   GIVING SORTOWN
               PERFORM 3000-CHECK-CUSTOMERS
               PERFORM 4000-CHECK-PAYEES
               PERFORM 4100-CHECK-STANDING-ORDERS
               PERFORM 4200-CHECK-PENDING-PAYMENTS
               PERFORM 4300-CHECK-HOLDS
               PERFORM 4400-CHECK-CARDS
               PERFORM 4500-CHECK-MANDATES
               PERFORM 4600-CHECK-SWEEPS
               PERFORM 4700-CHECK-DISPUTES
           END-IF
           PERFORM 5000-REPORT-SUMMARY
           PERFORM 9000-TERMINATE
           MOVE WS-FINDINGS TO WS-RUNC-COUNT
           MOVE ZEROS TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REFRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZREFINT - CROSS-FILE REFERENTIAL INTEGRITY AUDIT"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 'Y' TO WS-CORE-OPEN-SW
           OPEN INPUT VSAMZBNK
           IF WS-VSAM-STATUS NOT = "00"
               MOVE "VSAM.ZBANK" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
               MOVE 'N' TO WS-CORE-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-ZBNK-OPEN-SW
           END-IF
           OPEN INPUT VSAMCLSD
           IF WS-CLSD-STATUS NOT = "00"
               MOVE "VSAM.ZBNKCLSD" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
               MOVE 'N' TO WS-CORE-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-CLSD-OPEN-SW
           END-IF
           OPEN INPUT VSAMCUST
           IF WS-CUST-STATUS NOT = "00"
               MOVE "VSAM.ZCUST" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
               MOVE 'N' TO WS-CORE-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF
           IF WS-CORE-OPEN-SW = 'N'
               MOVE "*** ACCOUNT/CUSTOMER FILES UNAVAILABLE - NO CHECKS"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF.

      * SORT INPUT PROCEDURE - PASSES THE LIVE AND ARCHIVED ACCOUNT
      * FILES AND THE LINK FILE, CHECKING EACH ROW AS IT GOES, AND
      * RELEASES ONE OWNER ROW PER ACCOUNT AND PER LINK.
       2000-RELEASE-OWNERS.
           PERFORM 2100-PASS-ACCOUNTS
           PERFORM 2200-PASS-ARCHIVE
           PERFORM 2300-PASS-LINKS.

       2100-PASS-ACCOUNTS.
           MOVE "VSAM.ZBANK - ACCOUNTS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 'N' TO WS-EOF-SW
           MOVE ZEROS TO WS-ACCNO
           START VSAMZBNK KEY NOT LESS THAN WS-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ VSAMZBNK NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM 2110-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       2110-ONE-ACCOUNT.
           MOVE WS-CUST-NO TO CUST-NO
           READ VSAMCUST
               INVALID KEY
                   ADD 1 TO WS-ACCTCUST-COUNT
                   MOVE "ACCTCUST" TO WS-FND-CLASS
                   MOVE WS-ACCNO TO WS-FND-KEY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "CUSTOMER " WS-CUST-NO " NOT ON VSAMCUST"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-LIST-FINDING
           END-READ
           IF WS-ACCOUNT-TYPE NOT = "T"
               IF (WS-TERM-MONTHS IS NUMERIC
                       AND WS-TERM-MONTHS NOT = ZEROS)
                   OR (WS-MATURITY-DATE NOT = SPACES
                       AND WS-MATURITY-DATE NOT = ZEROS)
                   ADD 1 TO WS-TERMFLD-COUNT
                   MOVE "TERMFLD" TO WS-FND-CLASS
                   MOVE WS-ACCNO TO WS-FND-KEY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "TYPE " WS-ACCOUNT-TYPE
                       " TERM MONTHS=" WS-TERM-MONTHS
                       " MATURITY=" WS-MATURITY-DATE
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-LIST-FINDING
               END-IF
           END-IF
           MOVE WS-CUST-NO TO SR-CUST-NO
           MOVE "L" TO SR-SOURCE
           RELEASE WS-SORT-REC.

       2200-PASS-ARCHIVE.
           MOVE 'N' TO WS-EOF-SW
           MOVE ZEROS TO WS-CL-ACCNO
           START VSAMCLSD KEY NOT LESS THAN WS-CL-ACCNO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ VSAMCLSD NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CLSD-READ
                       MOVE WS-CL-CUST-NO TO SR-CUST-NO
                       MOVE "A" TO SR-SOURCE
                       RELEASE WS-SORT-REC
               END-READ
           END-PERFORM.

       2300-PASS-LINKS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAMLNK - JOINT OWNER LINKS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMLNK
           IF WS-LINK-STATUS NOT = "00"
               MOVE "VSAM.ZACCLNK" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMLNK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-LINK-READ
                           PERFORM 2310-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE VSAMLNK
           END-IF.

       2310-ONE-LINK.
           MOVE SPACES TO WS-FND-KEY
           STRING LK-ACCNO "/" LK-CUST-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE LK-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-LNKACCT-COUNT
               MOVE "LNKACCT" TO WS-FND-CLASS
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACCOUNT " WS-CHK-TEXT
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF
           MOVE LK-CUST-NO TO CUST-NO
           READ VSAMCUST
               INVALID KEY
                   ADD 1 TO WS-LNKCUST-COUNT
                   MOVE "LNKCUST" TO WS-FND-CLASS
                   MOVE "CUSTOMER NOT ON VSAMCUST" TO WS-FND-TEXT
                   PERFORM 7000-LIST-FINDING
           END-READ
           IF WS-CHK-STATE = "L" OR WS-CHK-STATE = "C"
               MOVE LK-CUST-NO TO SR-CUST-NO
               MOVE "L" TO SR-SOURCE
               RELEASE WS-SORT-REC
           END-IF
           IF WS-CHK-STATE = "A"
               MOVE LK-CUST-NO TO SR-CUST-NO
               MOVE "A" TO SR-SOURCE
               RELEASE WS-SORT-REC
           END-IF.

      * MATCH THE SORTED OWNER ROWS AGAINST VSAMCUST. OWNER ROWS FOR
      * CUSTOMERS NOT ON FILE WERE LISTED BY THE ACCOUNT AND LINK
      * PASSES AND ARE PASSED OVER HERE.
       3000-CHECK-CUSTOMERS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAMCUST - CUSTOMERS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT SORTOWN
           PERFORM 3010-READ-OWNER
           MOVE 'N' TO WS-EOF-SW
           MOVE ZEROS TO CUST-NO
           START VSAMCUST KEY NOT LESS THAN CUST-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ VSAMCUST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CUST-READ
                       PERFORM 3100-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE SORTOWN.

       3010-READ-OWNER.
           IF WS-EOF-SORT = 'Y'
               MOVE 9999999999 TO WS-NEXT-OWN-CUST
           ELSE
               READ SORTOWN
                   AT END
                       MOVE 'Y' TO WS-EOF-SORT
                       MOVE 9999999999 TO WS-NEXT-OWN-CUST
                   NOT AT END
                       MOVE SX-CUST-NO TO WS-NEXT-OWN-CUST
               END-READ
           END-IF.

       3100-ONE-CUSTOMER.
           MOVE 'N' TO WS-OWN-LIVE-SW
           MOVE 'N' TO WS-OWN-ARCH-SW
           PERFORM UNTIL WS-NEXT-OWN-CUST >= CUST-NO
               PERFORM 3010-READ-OWNER
           END-PERFORM
           PERFORM UNTIL WS-NEXT-OWN-CUST NOT = CUST-NO
               IF SX-SOURCE = "L"
                   MOVE 'Y' TO WS-OWN-LIVE-SW
               ELSE
                   MOVE 'Y' TO WS-OWN-ARCH-SW
               END-IF
               PERFORM 3010-READ-OWNER
           END-PERFORM
           IF WS-OWN-LIVE-SW = 'N'
               IF WS-OWN-ARCH-SW = 'Y'
                   ADD 1 TO WS-ARCH-ONLY-COUNT
               ELSE
                   ADD 1 TO WS-NOACCT-COUNT
                   MOVE "NOACCT" TO WS-FND-CLASS
                   MOVE CUST-NO TO WS-FND-KEY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "NO ACCOUNT OR LINK - " CUST-NAME
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-LIST-FINDING
               END-IF
           END-IF.

       4000-CHECK-PAYEES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZPAYEE - SAVED PAYEES" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMPAYE
           IF WS-PAYE-STATUS NOT = "00"
               MOVE "VSAM.ZPAYEE" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMPAYE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PAYE-READ
                           IF PY-STATUS = "A"
                               PERFORM 4010-ONE-PAYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMPAYE
           END-IF.

       4010-ONE-PAYEE.
           MOVE PY-TO-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-PAYEE-COUNT
               MOVE "PAYEE" TO WS-FND-CLASS
               MOVE PY-SEQ-NO TO WS-SEQ-ED
               MOVE SPACES TO WS-FND-KEY
               STRING PY-CUST-NO "/" WS-SEQ-ED
                   DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING "DESTINATION " PY-TO-ACCNO " " WS-CHK-TEXT
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF.

       4100-CHECK-STANDING-ORDERS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZSTORD - STANDING ORDERS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMSTOR
           IF WS-STOR-STATUS NOT = "00"
               MOVE "VSAM.ZSTORD" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMSTOR NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-STOR-READ
                           IF SO-STATUS = "A"
                               PERFORM 4110-ONE-STANDING-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMSTOR
           END-IF.

       4110-ONE-STANDING-ORDER.
           MOVE SO-TO-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           MOVE WS-CHK-STATE TO WS-CHK2-STATE
           MOVE WS-CHK-TEXT TO WS-CHK2-TEXT
           MOVE SO-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L" OR WS-CHK2-STATE NOT = "L"
               ADD 1 TO WS-STORD-COUNT
               MOVE "STORD" TO WS-FND-CLASS
               MOVE SO-SEQ-NO TO WS-SEQ-ED
               MOVE SPACES TO WS-FND-KEY
               STRING SO-ACCNO "/" WS-SEQ-ED
                   DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               IF WS-CHK-STATE NOT = "L"
                   STRING "SOURCE " WS-CHK-TEXT
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   STRING "DESTINATION " SO-TO-ACCNO " " WS-CHK2-TEXT
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
               PERFORM 7000-LIST-FINDING
           END-IF.

       4200-CHECK-PENDING-PAYMENTS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZPAYPND - PENDING EXTERNAL PAYMENTS"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMPAYP
           IF WS-PAYP-STATUS NOT = "00"
               MOVE "VSAM.ZPAYPND" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMPAYP NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PAYP-READ
                           IF PP-STATUS = "P"
                               PERFORM 4210-ONE-PENDING-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMPAYP
           END-IF.

       4210-ONE-PENDING-PAYMENT.
           MOVE PP-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-PAYPND-COUNT
               MOVE "PAYPND" TO WS-FND-CLASS
               MOVE PP-SEQ-NO TO WS-SEQ-ED
               MOVE SPACES TO WS-FND-KEY
               STRING PP-ACCNO "/" WS-SEQ-ED
                   DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING "SOURCE " WS-CHK-TEXT " - REQUESTED "
                   PP-REQ-DATE
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF.

       4300-CHECK-HOLDS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZHOLDS - DEPOSIT HOLDS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMHOLD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "VSAM.ZHOLDS" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMHOLD NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-HOLD-READ
                           PERFORM 4310-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE VSAMHOLD
           END-IF.

       4310-ONE-HOLD.
           MOVE HD-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-HOLD-COUNT
               MOVE "HOLD" TO WS-FND-CLASS
               MOVE HD-SEQ-NO TO WS-SEQ-ED
               MOVE SPACES TO WS-FND-KEY
               STRING HD-ACCNO "/" WS-SEQ-ED
                   DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACCOUNT " WS-CHK-TEXT " " HD-REASON
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF.

       4400-CHECK-CARDS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZCARDS - ATM CARDS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMCARD
           IF WS-CARD-STATUS NOT = "00"
               MOVE "VSAM.ZCARDS" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMCARD NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CARD-READ
                           PERFORM 4410-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE VSAMCARD
           END-IF.

       4410-ONE-CARD.
           MOVE CR-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-CARD-COUNT
               MOVE "CARD" TO WS-FND-CLASS
               MOVE CR-CARD-NO TO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACCOUNT " CR-ACCNO " " WS-CHK-TEXT
                   " CARD STATUS " CR-STATUS
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF.

       4500-CHECK-MANDATES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZMANDT - DIRECT-DEBIT MANDATES" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMMAND
           IF WS-MAND-STATUS NOT = "00"
               MOVE "VSAM.ZMANDT" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMMAND NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-MAND-READ
                           IF MD-STATUS = "A"
                               PERFORM 4510-ONE-MANDATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMMAND
           END-IF.

       4510-ONE-MANDATE.
           MOVE MD-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-MANDATE-COUNT
               MOVE "MANDATE" TO WS-FND-CLASS
               MOVE SPACES TO WS-FND-KEY
               STRING MD-ACCNO "/" MD-ORIG-ID
                   DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACCOUNT " WS-CHK-TEXT " " MD-MANDATE-REF
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF.

       4600-CHECK-SWEEPS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZSWEEP - SWEEP INSTRUCTIONS" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMSWEP
           IF WS-SWEP-STATUS NOT = "00"
               MOVE "VSAM.ZSWEEP" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMSWEP NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-SWEP-READ
                           IF SW-STATUS = "A"
                               PERFORM 4610-ONE-SWEEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMSWEP
           END-IF.

       4610-ONE-SWEEP.
           MOVE SW-SAV-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           MOVE WS-CHK-STATE TO WS-CHK2-STATE
           MOVE WS-CHK-TEXT TO WS-CHK2-TEXT
           MOVE SW-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L" OR WS-CHK2-STATE NOT = "L"
               ADD 1 TO WS-SWEEP-COUNT
               MOVE "SWEEP" TO WS-FND-CLASS
               MOVE SW-SEQ-NO TO WS-SEQ-ED
               MOVE SPACES TO WS-FND-KEY
               STRING SW-ACCNO "/" WS-SEQ-ED
                   DELIMITED BY SIZE INTO WS-FND-KEY
               MOVE SPACES TO WS-FND-TEXT
               IF WS-CHK-STATE NOT = "L"
                   STRING "CHECKING ACCOUNT " WS-CHK-TEXT
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               ELSE
                   STRING "SAVINGS " SW-SAV-ACCNO " " WS-CHK2-TEXT
                       DELIMITED BY SIZE INTO WS-FND-TEXT
               END-IF
               PERFORM 7000-LIST-FINDING
           END-IF.

       4700-CHECK-DISPUTES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "VSAM.ZDISP - OPEN DISPUTES" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMHIST
           IF WS-HIST-STATUS NOT = "00"
               MOVE "VSAM.JRNLHIST" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'Y' TO WS-HIST-OPEN-SW
           END-IF
           OPEN INPUT VSAMDISP
           IF WS-DISP-STATUS NOT = "00"
               MOVE "VSAM.ZDISP" TO WS-FAIL-NAME
               PERFORM 7900-OPEN-FAILED
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ VSAMDISP NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-DISP-READ
                           IF DS-STATUS = "O"
                               PERFORM 4710-ONE-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VSAMDISP
           END-IF
           IF WS-HIST-OPEN-SW = 'Y'
               CLOSE VSAMHIST
           END-IF.

      * THE DISPUTED POSTING MUST STILL BE ON THE KEYED HISTORY -
      * ANY ACTION CODE UNDER THE ACCOUNT AND REFERENCE WILL DO.
       4710-ONE-DISPUTE.
           MOVE SPACES TO WS-FND-KEY
           STRING DS-ACCNO "/" DS-REF-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE DS-ACCNO TO WS-CHK-ACCNO
           PERFORM 6000-CHECK-ACCOUNT
           IF WS-CHK-STATE NOT = "L"
               ADD 1 TO WS-DISPUTE-COUNT
               MOVE "DISPUTE" TO WS-FND-CLASS
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACCOUNT " WS-CHK-TEXT " - OPENED "
                   DS-OPEN-DATE
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-LIST-FINDING
           END-IF
           IF WS-HIST-OPEN-SW = 'Y'
               MOVE 'N' TO WS-EOF-HIST
               MOVE SPACES TO WS-HIST-REC
               MOVE DS-ACCNO TO JH-ACCNO
               MOVE DS-REF-NO TO JH-REF-NO
               MOVE LOW-VALUES TO JH-ACTION
               START VSAMHIST KEY NOT LESS THAN JH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-HIST
               END-START
               IF WS-EOF-HIST = 'N'
                   READ VSAMHIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-HIST
                   END-READ
               END-IF
               IF WS-EOF-HIST = 'N'
                   IF JH-ACCNO NOT = DS-ACCNO
                       OR JH-REF-NO NOT = DS-REF-NO
                       MOVE 'Y' TO WS-EOF-HIST
                   END-IF
               END-IF
               IF WS-EOF-HIST = 'Y'
                   ADD 1 TO WS-DISPUTE-COUNT
                   MOVE "DISPUTE" TO WS-FND-CLASS
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "REFERENCE NOT ON JRNLHIST - OPENED "
                       DS-OPEN-DATE
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-LIST-FINDING
               END-IF
           END-IF.

       5000-REPORT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE "SUMMARY" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  READ ZBANK=" WS-ACCT-READ
               " ZBNKCLSD=" WS-CLSD-READ
               " ZCUST=" WS-CUST-READ
               " ZACCLNK=" WS-LINK-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  READ ZPAYEE=" WS-PAYE-READ
               " ZSTORD=" WS-STOR-READ
               " ZPAYPND=" WS-PAYP-READ
               " ZHOLDS=" WS-HOLD-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  READ ZCARDS=" WS-CARD-READ
               " ZMANDT=" WS-MAND-READ
               " ZSWEEP=" WS-SWEP-READ
               " ZDISP=" WS-DISP-READ
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  LNKACCT =" WS-LNKACCT-COUNT
               "  LNKCUST =" WS-LNKCUST-COUNT
               "  PAYEE   =" WS-PAYEE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  STORD   =" WS-STORD-COUNT
               "  PAYPND  =" WS-PAYPND-COUNT
               "  HOLD    =" WS-HOLD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CARD    =" WS-CARD-COUNT
               "  MANDATE =" WS-MANDATE-COUNT
               "  SWEEP   =" WS-SWEEP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  DISPUTE =" WS-DISPUTE-COUNT
               "  ACCTCUST=" WS-ACCTCUST-COUNT
               "  TERMFLD =" WS-TERMFLD-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  NOACCT  =" WS-NOACCT-COUNT
               "  TOTAL FINDINGS=" WS-FINDINGS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CUSTOMERS WITH ARCHIVED ACCOUNTS ONLY="
               WS-ARCH-ONLY-COUNT " (NOT FINDINGS)"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

      * CLASSIFY WS-CHK-ACCNO - LIVE, CLOSED, ARCHIVED OR MISSING.
      * RANDOM READS ONLY, SO IT MUST NOT BE USED WHILE A
      * SEQUENTIAL PASS OF VSAM.ZBANK OR VSAM.ZBNKCLSD IS OPEN.
       6000-CHECK-ACCOUNT.
           MOVE "L" TO WS-CHK-STATE
           MOVE SPACES TO WS-CHK-TEXT
           MOVE WS-CHK-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   MOVE "M" TO WS-CHK-STATE
           END-READ
           IF WS-CHK-STATE = "L" AND WS-ACCT-STATUS = "C"
               MOVE "C" TO WS-CHK-STATE
               MOVE "CLOSED" TO WS-CHK-TEXT
           END-IF
           IF WS-CHK-STATE = "M"
               MOVE WS-CHK-ACCNO TO WS-CL-ACCNO
               READ VSAMCLSD
                   INVALID KEY
                       MOVE "MISSING" TO WS-CHK-TEXT
                   NOT INVALID KEY
                       MOVE "A" TO WS-CHK-STATE
                       MOVE "ARCHIVED" TO WS-CHK-TEXT
               END-READ
           END-IF.

       7000-LIST-FINDING.
           ADD 1 TO WS-FINDINGS
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " WS-FND-CLASS " " WS-FND-KEY " " WS-FND-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       7900-OPEN-FAILED.
           ADD 1 TO WS-FILE-ERRORS
           MOVE SPACES TO WS-RPT-LINE
           STRING "*** " WS-FAIL-NAME " WILL NOT OPEN - NOT CHECKED"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE 0 TO RETURN-CODE
           IF WS-FINDINGS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FILE-ERRORS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-ZBNK-OPEN-SW = 'Y'
               CLOSE VSAMZBNK
           END-IF
           IF WS-CLSD-OPEN-SW = 'Y'
               CLOSE VSAMCLSD
           END-IF
           IF WS-CUST-OPEN-SW = 'Y'
               CLOSE VSAMCUST
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF RETURN-CODE = 0
               MOVE "NO INTEGRITY FINDINGS" TO WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** FINDINGS=" WS-FINDINGS
                   " FILES NOT OPENED=" WS-FILE-ERRORS
                   " - SEE ABOVE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE
           CLOSE REFRPT.
