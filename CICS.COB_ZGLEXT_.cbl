      * OF ACCOUNTS OR JOURNAL ENTRIES.
       01  WS-MAP-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 60 TIMES INDEXED BY WS-MAP-IX.
               10  WS-MAP-ACTION PIC X(2).
               10  WS-MAP-DR-GL PIC 9(8).
               10  WS-MAP-CR-GL PIC 9(8).
      * UNMAPPED ACTION CODES SEEN THIS RUN (FOR THE REPORT).
       01  WS-SKIP-COUNT PIC 9(2) VALUE ZEROS.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENTRY OCCURS 60 TIMES INDEXED BY WS-SKIP-IX.
               10  WS-SKIP-ACTION PIC X(2).
               10  WS-SKIP-TIMES PIC 9(8).
       01  WS-READ-COUNT PIC 9(8) VALUE ZEROS.
                   AT END
                       MOVE 'Y' TO WS-EOF-MAP
                   NOT AT END
                       IF WS-MAP-COUNT < 60
                           ADD 1 TO WS-MAP-COUNT
                           SET WS-MAP-IX TO WS-MAP-COUNT
                           MOVE MC-ACTION TO
                   ADD 1 TO WS-SKIP-TIMES(WS-SKIP-IX)
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-SW = 'N' AND WS-SKIP-COUNT < 60
               ADD 1 TO WS-SKIP-COUNT
               SET WS-SKIP-IX TO WS-SKIP-COUNT
               MOVE JR-ACTION TO WS-SKIP-ACTION(WS-SKIP-IX)
