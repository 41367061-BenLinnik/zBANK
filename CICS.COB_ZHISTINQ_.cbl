      *
      * ZHISTINQ - STAFF-SIDE ACCOUNT HISTORY INQUIRY ON THE ZSUPSET
      * MAPSET (OWN TRANSACTION, RESTRICTED TO STAFF TERMINALS VIA
      * RDO, SAME AS ZCSTINQ AND ZOPSINQ). WHEN A CUSTOMER PHONES
      * ABOUT AN OLDER PAYMENT THE TELLER CAN PULL THE ACCOUNT'S
      * VSAM.JRNLHIST ROWS ON THE SPOT INSTEAD OF WAITING FOR AN
      * OVERNIGHT ZHISTPRT RUN. THE BROWSE STARTS AT A CHOSEN DATE
      * (BLANK = THE START OF THE ACCOUNT'S HISTORY) AND PAGES
      * FORWARD AND BACK TWELVE ENTRIES AT A TIME, SHOWING ACTION,
      * AMOUNT, AFTER-BALANCE, REFERENCE, TERMINAL, CHANNEL,
      * OPERATOR AND OWNING CUSTOMER. ACTION R WITH A LINE NUMBER
      * SHOWS EVERY JOURNAL ROW SHARING THAT LINE'S REFERENCE -
      * WHICHEVER ACCOUNT IT WAS POSTED TO, SO BOTH LEGS OF A
      * TRANSFER - THROUGH THE REFERENCE-NUMBER PATH OVER JRNLHIST
      * (CICS FILE JRNLHREF). READ-ONLY - NOTHING IS UPDATED.
      *
       PROGRAM-ID. ZHISTINQ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZSUPSET.
      * CICS-SUPPLIED AID-KEY CONSTANTS (DFHCLEAR, DFHPF3, ...).
       COPY DFHAID.
       77 WS-HIST-FILE-NAME PIC X(8) VALUE 'VSAMHIST'.
       77 WS-HIST-REC-LEN PIC S9(4) COMP VALUE 100.
       77 WS-HIST-RESP PIC 9(8).
       01 WS-HIST-REC.
         COPY JHISTREC.
       01 WS-HIST-BR-KEY.
         05 WS-HIST-BR-ACCNO PIC 9(10).
         05 WS-HIST-BR-REF PIC 9(12).
         05 WS-HIST-BR-ACTION PIC X(2).
       77 WS-HIST-EOF PIC X VALUE 'N'.
      * VSAM.JRNLHIST.REFPATH - NONUNIQUE ALTERNATE INDEX ON
      * JH-REF-NO, SO ONE BROWSE RETURNS EVERY ROW BEHIND A REFERENCE.
       77 WS-HREF-FILE-NAME PIC X(8) VALUE 'JRNLHREF'.
       77 WS-HREF-BR-KEY PIC 9(12).
      * DFHRESP(DUPKEY) - A READNEXT THROUGH A NONUNIQUE PATH RETURNS
      * IT WHILE MORE ROWS SHARE THE KEY; THE ROW ITSELF WAS READ.
       77 WS-DUPKEY-RESP PIC 9(8) VALUE 15.
       77 WS-RESP-CODE PIC 9(8).
      * DFHRESP(ATNI) - SEE ZSUPV.
       77 WS-ATNI-RESP PIC 9(8) VALUE 51.
       01 WS-SHOW-ACCNO PIC 9(10) VALUE ZEROS.
       01 WS-FROM-DATE PIC X(8) VALUE ZEROS.
       01 WS-SHOW-REF PIC 9(12) VALUE ZEROS.
      * FIRST AND LAST JRNLHIST KEYS OF THE HISTORY PAGE LAST SHOWN -
      * F BROWSES ON FROM THE LAST, B BACK FROM THE FIRST, AND H
      * REDISPLAYS THE PAGE AFTER A REFERENCE LOOK-UP.
       01 WS-PAGE-FIRST-KEY PIC X(24) VALUE LOW-VALUES.
       01 WS-PAGE-LAST-KEY PIC X(24) VALUE LOW-VALUES.
       01 WS-SKIP-KEY PIC X(24).
       01 WS-MORE-AFTER-SW PIC X VALUE 'N'.
       01 WS-REF-MORE-SW PIC X VALUE 'N'.
       01 WS-LINE-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-PREV-COUNT PIC 9(2) VALUE ZEROS.
       01 WS-LINE-POS PIC 9(2).
       01 WS-LINE-NO PIC 9(2).
       01 WS-AMT-ED PIC Z(7)9.99.
       01 WS-BAL-ED PIC -(8)9.99.
       01 WS-HSQ-HDR PIC X(79) VALUE SPACES.
       01 WS-HIST-HEADING.
         05 FILLER PIC X(39)
             VALUE "LN DATE     AC      AMOUNT    AFTER-BAL".
         05 FILLER PIC X(40)
             VALUE " REFERENCE    TERM C OPERATOR OWNER".
       01 WS-REF-HEADING.
         05 FILLER PIC X(37)
             VALUE "LN ACCOUNT    DATE     AC      AMOUNT".
         05 FILLER PIC X(42)
             VALUE "    AFTER-BAL TERM C OPERATOR OWNER".
      * RESULT LINES HELD IN WORKING STORAGE AND RESTAGED ON EVERY
      * SEND, SAME AS ZCSTINQ. EACH LINE KEEPS ITS JRNLHIST KEY AND
      * REFERENCE FOR PAGING AND FOR THE R LOOK-UP.
       01 WS-HSQ-TABLE VALUE SPACES.
         05 WS-HSQ-ENTRY OCCURS 12 TIMES INDEXED BY WS-HSQ-IX.
           10 WS-HSQ-KEY PIC X(24).
           10 WS-HSQ-REF PIC 9(12).
           10 WS-HSQ-LINE PIC X(79).
       01  EXIT-CONDITION PIC 9 VALUE 0.
       01  ACTION PIC X.
       01  INFO PIC X(60)
             VALUE "ENTER AN ACCOUNT AND START DATE, THEN S TO SHOW".
       PROCEDURE DIVISION.
           PERFORM WITH TEST BEFORE UNTIL EXIT-CONDITION = 1
             MOVE LOW-VALUES TO ZHSTQO
             MOVE INFO TO HSQINFOO
             IF WS-SHOW-ACCNO NOT = ZEROS
               MOVE WS-SHOW-ACCNO TO HSQACCO
               MOVE WS-FROM-DATE TO HSQDATEO
             END-IF
             MOVE WS-HSQ-HDR TO HSQHDRO
             PERFORM 4000-STAGE-LINES
             EXEC CICS SEND MAP('ZHSTQ') MAPSET('ZSUPSET')
               ERASE
             END-EXEC
             EXEC CICS RECEIVE MAP('ZHSTQ') MAPSET('ZSUPSET')
               INTO(ZHSTQI)
               RESP(WS-RESP-CODE)
             END-EXEC
             IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
               MOVE 1 TO EXIT-CONDITION
             ELSE
             IF WS-RESP-CODE = WS-ATNI-RESP
               MOVE 1 TO EXIT-CONDITION
             ELSE
               MOVE HSQACTI TO ACTION
               IF ACTION = "Q"
                 MOVE 1 TO EXIT-CONDITION
               ELSE
               IF ACTION = "S"
                 PERFORM 1000-NEW-BROWSE
               ELSE
               IF WS-SHOW-ACCNO = ZEROS
                 MOVE "ENTER AN ACCOUNT AND START DATE, THEN S TO SHOW"
                     TO INFO
               ELSE
               IF ACTION = "F"
                 IF WS-MORE-AFTER-SW = 'N'
                   MOVE "NO LATER ENTRIES - END OF HISTORY" TO INFO
                 ELSE
                   MOVE WS-PAGE-LAST-KEY TO WS-HIST-BR-KEY
                   MOVE WS-PAGE-LAST-KEY TO WS-SKIP-KEY
                   PERFORM 2000-LOAD-FORWARD
                   PERFORM 2900-SET-HISTORY-INFO
                 END-IF
               ELSE
               IF ACTION = "B"
                 PERFORM 2500-LOAD-BACKWARD
               ELSE
               IF ACTION = "H"
                 MOVE WS-PAGE-FIRST-KEY TO WS-HIST-BR-KEY
                 MOVE LOW-VALUES TO WS-SKIP-KEY
                 PERFORM 2000-LOAD-FORWARD
                 PERFORM 2900-SET-HISTORY-INFO
               ELSE
               IF ACTION = "R"
                 PERFORM 3000-SHOW-REFERENCE
               ELSE
                 MOVE "ACTION MUST BE S, F, B, R, H OR Q" TO INFO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
             END-IF
           END-PERFORM
           EXEC CICS SEND MAP('ZHSTQ') MAPSET('ZSUPSET') DATAONLY
             ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.

      * S - START A NEW BROWSE FOR THE ACCOUNT AND DATE KEYED. A
      * BLANK DATE BROWSES FROM THE ACCOUNT'S FIRST ENTRY.
       1000-NEW-BROWSE.
           IF HSQACCI IS NOT NUMERIC OR HSQACCI = ZEROS
             MOVE "ENTER A 10-DIGIT ACCOUNT NUMBER" TO INFO
           ELSE
             MOVE HSQACCI TO WS-SHOW-ACCNO
             IF HSQDATEI IS NUMERIC
               MOVE HSQDATEI TO WS-FROM-DATE
             ELSE
               MOVE ZEROS TO WS-FROM-DATE
             END-IF
             MOVE WS-SHOW-ACCNO TO WS-HIST-BR-ACCNO
             MOVE ZEROS TO WS-HIST-BR-REF
             MOVE SPACES TO WS-HIST-BR-ACTION
             MOVE LOW-VALUES TO WS-SKIP-KEY
             MOVE WS-HIST-BR-KEY TO WS-PAGE-FIRST-KEY
             MOVE WS-HIST-BR-KEY TO WS-PAGE-LAST-KEY
             PERFORM 2000-LOAD-FORWARD
             PERFORM 2900-SET-HISTORY-INFO
           END-IF.

      * KEYED BROWSE FORWARD FROM WS-HIST-BR-KEY OVER THE ACCOUNT'S
      * OWN ROWS (REFERENCE ORDER IS ISSUE ORDER), SKIPPING ROWS
      * BEFORE THE START DATE AND THE ROW AT WS-SKIP-KEY (THE LAST
      * ROW OF THE PREVIOUS PAGE). A THIRTEENTH QUALIFYING ROW IS
      * NOT SHOWN - IT ONLY TELLS F THERE IS MORE TO SEE.
       2000-LOAD-FORWARD.
           MOVE 'N' TO WS-MORE-AFTER-SW
           MOVE ZEROS TO WS-LINE-COUNT
           MOVE SPACES TO WS-HSQ-TABLE
           MOVE WS-HIST-HEADING TO WS-HSQ-HDR
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
               IF JH-ACCNO NOT = WS-SHOW-ACCNO
                 MOVE 'Y' TO WS-HIST-EOF
               ELSE
                 IF JH-KEY NOT = WS-SKIP-KEY
                     AND JH-TS-DATE NOT < WS-FROM-DATE
                   IF WS-LINE-COUNT = 12
                     MOVE 'Y' TO WS-MORE-AFTER-SW
                     MOVE 'Y' TO WS-HIST-EOF
                   ELSE
                     ADD 1 TO WS-LINE-COUNT
                     SET WS-HSQ-IX TO WS-LINE-COUNT
                     PERFORM 2100-FORMAT-HISTORY-LINE
                   END-IF
                 END-IF
               END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-HIST-FILE-NAME)
             END-EXEC
           END-IF
           IF WS-LINE-COUNT > ZEROS
             MOVE WS-HSQ-KEY(1) TO WS-PAGE-FIRST-KEY
             MOVE WS-HSQ-KEY(WS-LINE-COUNT) TO WS-PAGE-LAST-KEY
           END-IF.

      * ONE HISTORY LINE INTO TABLE SLOT WS-HSQ-IX - THE SLOT NUMBER
      * IS THE LINE NUMBER KEYED FOR R.
       2100-FORMAT-HISTORY-LINE.
           SET WS-LINE-NO TO WS-HSQ-IX
           MOVE JH-KEY TO WS-HSQ-KEY(WS-HSQ-IX)
           MOVE JH-REF-NO TO WS-HSQ-REF(WS-HSQ-IX)
           MOVE JH-AMOUNT TO WS-AMT-ED
           MOVE JH-AFTER-BAL TO WS-BAL-ED
           MOVE SPACES TO WS-HSQ-LINE(WS-HSQ-IX)
           STRING WS-LINE-NO " " JH-TS-DATE " " JH-ACTION
               " " WS-AMT-ED " " WS-BAL-ED " " JH-REF-NO
               " " JH-TERMID " " JH-CHANNEL " " JH-OPERATOR
               " " JH-OWNER-CUST
               DELIMITED BY SIZE INTO WS-HSQ-LINE(WS-HSQ-IX).

      * B - BROWSE BACKWARD FROM THE FIRST ROW OF THE PAGE, FILLING
      * THE TABLE FROM THE BOTTOM UP SO THE SCREEN STAYS IN DATE
      * ORDER. WHEN LESS THAN A SCREENFUL LIES BEFORE THE PAGE (THE
      * START DATE OR THE ACCOUNT'S FIRST ENTRY IS REACHED) THE
      * FIRST PAGE IS SHOWN INSTEAD.
       2500-LOAD-BACKWARD.
           MOVE WS-PAGE-FIRST-KEY TO WS-HIST-BR-KEY
           MOVE ZEROS TO WS-PREV-COUNT
           MOVE 'N' TO WS-HIST-EOF
           EXEC CICS STARTBR DATASET(WS-HIST-FILE-NAME)
             RIDFLD(WS-HIST-BR-KEY)
             GTEQ
             RESP(WS-HIST-RESP)
           END-EXEC
           IF WS-HIST-RESP = ZEROS
             PERFORM UNTIL WS-HIST-EOF = 'Y'
               MOVE 100 TO WS-HIST-REC-LEN
               EXEC CICS READPREV DATASET(WS-HIST-FILE-NAME)
                 INTO (WS-HIST-REC)
                 RIDFLD(WS-HIST-BR-KEY)
                 LENGTH(WS-HIST-REC-LEN)
                 RESP(WS-HIST-RESP)
               END-EXEC
               IF WS-HIST-RESP NOT = ZEROS
                 MOVE 'Y' TO WS-HIST-EOF
               ELSE
               IF JH-ACCNO NOT = WS-SHOW-ACCNO
                   OR JH-TS-DATE < WS-FROM-DATE
                 MOVE 'Y' TO WS-HIST-EOF
               ELSE
                 IF JH-KEY NOT = WS-PAGE-FIRST-KEY
                   ADD 1 TO WS-PREV-COUNT
                   COMPUTE WS-LINE-POS = 13 - WS-PREV-COUNT
                   SET WS-HSQ-IX TO WS-LINE-POS
                   PERFORM 2100-FORMAT-HISTORY-LINE
                   IF WS-PREV-COUNT = 12
                     MOVE 'Y' TO WS-HIST-EOF
                   END-IF
                 END-IF
               END-IF
               END-IF
             END-PERFORM
             EXEC CICS ENDBR DATASET(WS-HIST-FILE-NAME)
             END-EXEC
           END-IF
           IF WS-PREV-COUNT = ZEROS
             MOVE "NO EARLIER ENTRIES - START OF HISTORY" TO INFO
           ELSE
           IF WS-PREV-COUNT < 12
             MOVE WS-SHOW-ACCNO TO WS-HIST-BR-ACCNO
             MOVE ZEROS TO WS-HIST-BR-REF
             MOVE SPACES TO WS-HIST-BR-ACTION
             MOVE LOW-VALUES TO WS-SKIP-KEY
             PERFORM 2000-LOAD-FORWARD
             PERFORM 2900-SET-HISTORY-INFO
           ELSE
             MOVE 12 TO WS-LINE-COUNT
             MOVE 'Y' TO WS-MORE-AFTER-SW
             MOVE WS-HIST-HEADING TO WS-HSQ-HDR
             MOVE WS-HSQ-KEY(1) TO WS-PAGE-FIRST-KEY
             MOVE WS-HSQ-KEY(12) TO WS-PAGE-LAST-KEY
             PERFORM 2900-SET-HISTORY-INFO
           END-IF
           END-IF.

       2900-SET-HISTORY-INFO.
           MOVE SPACES TO INFO
           IF WS-LINE-COUNT = ZEROS
             STRING "NO HISTORY FOR ACCOUNT " WS-SHOW-ACCNO
                 " FROM " WS-FROM-DATE
                 DELIMITED BY SIZE INTO INFO
           ELSE
           IF WS-MORE-AFTER-SW = 'Y'
             STRING "ACCOUNT " WS-SHOW-ACCNO
                 " - F FOR LATER, B FOR EARLIER ENTRIES"
                 DELIMITED BY SIZE INTO INFO
           ELSE
             STRING "ACCOUNT " WS-SHOW-ACCNO
                 " - END OF HISTORY, B FOR EARLIER"
                 DELIMITED BY SIZE INTO INFO
           END-IF
           END-IF.

      * R - EVERY JOURNAL ROW SHARING THE SELECTED LINE'S REFERENCE,
      * ON ANY ACCOUNT, READ THROUGH THE REFERENCE PATH. THE HISTORY
      * PAGE KEYS ARE LEFT ALONE SO H, F AND B CARRY ON FROM THERE.
       3000-SHOW-REFERENCE.
           IF HSQSELI IS NUMERIC
             MOVE HSQSELI TO WS-LINE-POS
           ELSE
             MOVE ZEROS TO WS-LINE-POS
           END-IF
           IF WS-LINE-POS = ZEROS OR WS-LINE-POS > WS-LINE-COUNT
             MOVE "ENTER THE LINE NUMBER OF AN ENTRY SHOWN" TO INFO
           ELSE
             SET WS-HSQ-IX TO WS-LINE-POS
             MOVE WS-HSQ-REF(WS-HSQ-IX) TO WS-SHOW-REF
             MOVE ZEROS TO WS-LINE-COUNT
             MOVE SPACES TO WS-HSQ-TABLE
             MOVE WS-REF-HEADING TO WS-HSQ-HDR
             MOVE 'N' TO WS-REF-MORE-SW
             MOVE 'N' TO WS-HIST-EOF
             MOVE WS-SHOW-REF TO WS-HREF-BR-KEY
             EXEC CICS STARTBR DATASET(WS-HREF-FILE-NAME)
               RIDFLD(WS-HREF-BR-KEY)
               GTEQ
               RESP(WS-HIST-RESP)
             END-EXEC
             IF WS-HIST-RESP = ZEROS
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                 MOVE 100 TO WS-HIST-REC-LEN
                 EXEC CICS READNEXT DATASET(WS-HREF-FILE-NAME)
                   INTO (WS-HIST-REC)
                   RIDFLD(WS-HREF-BR-KEY)
                   LENGTH(WS-HIST-REC-LEN)
                   RESP(WS-HIST-RESP)
                 END-EXEC
                 IF WS-HIST-RESP NOT = ZEROS
                     AND WS-HIST-RESP NOT = WS-DUPKEY-RESP
                   MOVE 'Y' TO WS-HIST-EOF
                 ELSE
                 IF JH-REF-NO NOT = WS-SHOW-REF
                   MOVE 'Y' TO WS-HIST-EOF
                 ELSE
                 IF WS-LINE-COUNT = 12
                   MOVE 'Y' TO WS-REF-MORE-SW
                   MOVE 'Y' TO WS-HIST-EOF
                 ELSE
                   ADD 1 TO WS-LINE-COUNT
                   SET WS-HSQ-IX TO WS-LINE-COUNT
                   PERFORM 3100-FORMAT-REFERENCE-LINE
                 END-IF
                 END-IF
                 END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(WS-HREF-FILE-NAME)
               END-EXEC
             END-IF
             MOVE SPACES TO INFO
             IF WS-LINE-COUNT = ZEROS
               STRING "REFERENCE " WS-SHOW-REF
                   " NOT FOUND - H FOR HISTORY"
                   DELIMITED BY SIZE INTO INFO
             ELSE
             IF WS-REF-MORE-SW = 'Y'
               STRING "REFERENCE " WS-SHOW-REF
                   " - FIRST 12 ENTRIES, H FOR HISTORY"
                   DELIMITED BY SIZE INTO INFO
             ELSE
               STRING "ALL ENTRIES FOR REFERENCE " WS-SHOW-REF
                   " - H FOR HISTORY"
                   DELIMITED BY SIZE INTO INFO
             END-IF
             END-IF
           END-IF.

      * ONE REFERENCE LINE - CARRIES THE ACCOUNT IN PLACE OF THE
      * REFERENCE, SINCE THE ROWS CAN BE ON DIFFERENT ACCOUNTS.
       3100-FORMAT-REFERENCE-LINE.
           SET WS-LINE-NO TO WS-HSQ-IX
           MOVE JH-KEY TO WS-HSQ-KEY(WS-HSQ-IX)
           MOVE JH-REF-NO TO WS-HSQ-REF(WS-HSQ-IX)
           MOVE JH-AMOUNT TO WS-AMT-ED
           MOVE JH-AFTER-BAL TO WS-BAL-ED
           MOVE SPACES TO WS-HSQ-LINE(WS-HSQ-IX)
           STRING WS-LINE-NO " " JH-ACCNO " " JH-TS-DATE
               " " JH-ACTION " " WS-AMT-ED " " WS-BAL-ED
               " " JH-TERMID " " JH-CHANNEL " " JH-OPERATOR
               " " JH-OWNER-CUST
               DELIMITED BY SIZE INTO WS-HSQ-LINE(WS-HSQ-IX).

       4000-STAGE-LINES.
           MOVE WS-HSQ-LINE(1) TO HSQL01O
           MOVE WS-HSQ-LINE(2) TO HSQL02O
           MOVE WS-HSQ-LINE(3) TO HSQL03O
           MOVE WS-HSQ-LINE(4) TO HSQL04O
           MOVE WS-HSQ-LINE(5) TO HSQL05O
           MOVE WS-HSQ-LINE(6) TO HSQL06O
           MOVE WS-HSQ-LINE(7) TO HSQL07O
           MOVE WS-HSQ-LINE(8) TO HSQL08O
           MOVE WS-HSQ-LINE(9) TO HSQL09O
           MOVE WS-HSQ-LINE(10) TO HSQL10O
           MOVE WS-HSQ-LINE(11) TO HSQL11O
           MOVE WS-HSQ-LINE(12) TO HSQL12O.
