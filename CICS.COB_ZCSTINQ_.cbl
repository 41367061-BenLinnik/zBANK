         05 WS-STOR-BR-ACCNO PIC 9(10).
         05 WS-STOR-BR-SEQ PIC 9(2).
       77 WS-STOR-EOF PIC X VALUE 'N'.
      * VSAM.ZCUSTXRF (CXRFREC) - A CUSTOMER NUMBER RETIRED BY A
      * ZSUPV CUSTOMER MERGE IS LOOKED UP HERE AND ITS SURVIVOR SHOWN.
       77 WS-CXRF-FILE-NAME PIC X(8) VALUE 'VSAMCXRF'.
       77 WS-CXRF-REC-LEN PIC S9(4) COMP VALUE 240.
       77 WS-CXRF-RESP PIC 9(8).
       01 WS-CXRF-REC.
         COPY CXRFREC.
       01 WS-MERGED-FROM PIC 9(10) VALUE ZEROS.
       77 WS-ABSTIME PIC S9(15) COMP-3.
      * DFHRESP(ATNI) - SEE ZSUPV.
       77 WS-ATNI-RESP PIC 9(8) VALUE 51.
       01 WS-FOUND-SW PIC X VALUE 'N'.
       01 WS-TARGET-CUST PIC 9(10) VALUE ZEROS.
                 PERFORM 2000-FIND-CUSTOMER
                 IF WS-FOUND-SW = 'Y'
                   PERFORM 3000-SHOW-RELATIONSHIP
                   IF WS-MERGED-FROM NOT = ZEROS
                     MOVE SPACES TO INFO
                     STRING "CUSTOMER " WS-MERGED-FROM " MERGED INTO "
                         WS-TARGET-CUST " - SURVIVOR SHOWN"
                         DELIMITED BY SIZE INTO INFO
                   ELSE
                     MOVE "CUSTOMER DISPLAYED" TO INFO
                   END-IF
                 ELSE
                   MOVE SPACES TO WS-CSQ-LINES
                   MOVE "NO MATCHING CUSTOMER FOUND" TO INFO
           END-EXEC
           EXEC CICS RETURN END-EXEC.

      * FIND THE CUSTOMER. C READS BY KEY, FOLLOWING A MERGED-AWAY
      * NUMBER TO ITS SURVIVOR; P/E/I SCAN THE CUSTOMER FILE AND
      * TAKE THE FIRST MATCH - THE SAME SINGLE-MATCH CONTRACT THE
      * ZBANKNM NAME PATH GIVES THE CUSTOMER SCREENS.
       2000-FIND-CUSTOMER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZEROS TO WS-MERGED-FROM
           IF SEARCH-TYPE = "C"
             IF WS-SEARCH-VAL(1:10) IS NUMERIC
               MOVE WS-SEARCH-VAL(1:10) TO WS-CUST-BR-KEY
                         LENGTH(WS-CUST-REC-LEN)
                         RESP(WS-CUST-RESP)
               END-EXEC
               IF WS-CUST-RESP NOT = ZEROS
                 MOVE 240 TO WS-CXRF-REC-LEN
                 EXEC CICS READ DATASET(WS-CXRF-FILE-NAME)
                           INTO (WS-CXRF-REC)
                           RIDFLD(WS-CUST-BR-KEY)
                           LENGTH(WS-CXRF-REC-LEN)
                           RESP(WS-CXRF-RESP)
                 END-EXEC
                 IF WS-CXRF-RESP = ZEROS
                   MOVE CX-OLD-CUST-NO TO WS-MERGED-FROM
                   MOVE CX-NEW-CUST-NO TO WS-CUST-BR-KEY
                   MOVE 170 TO WS-CUST-REC-LEN
                   EXEC CICS READ DATASET(WS-CUST-FILE-NAME)
                             INTO (WS-CUST-REC)
                             RIDFLD(WS-CUST-BR-KEY)
                             LENGTH(WS-CUST-REC-LEN)
                             RESP(WS-CUST-RESP)
                   END-EXEC
                 END-IF
               END-IF
               IF WS-CUST-RESP = ZEROS
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE CUST-NO TO WS-TARGET-CUST
