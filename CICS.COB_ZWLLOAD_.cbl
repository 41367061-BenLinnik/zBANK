      *
      * ZWLLOAD - WATCH-LIST LOAD. COMPLIANCE RUNS THIS WHENEVER THE
      * REGULATOR PUBLISHES A NEW LIST: THE JOB REDEFINES
      * VSAM.ZWATCH EMPTY AND THIS PROGRAM LOADS IT FROM THE
      * PUBLISHED FILE (WLIN), SO THE CLUSTER ALWAYS HOLDS EXACTLY
      * THE LATEST LIST - AN ENTRY DROPPED BY THE REGULATOR IS GONE.
      * EACH ENTRY IS STORED UNDER ITS MATCH KEYS (SEE WLSTREC AND
      * THE NAMENRM COPYBOOK, SHARED WITH EVERY PROGRAM THAT
      * SCREENS): THE SQUEEZED NAME, THE WORD-ORDER-SORTED NAME AND,
      * WHEN THE LIST CARRIES ONE, THE IDENTITY NUMBER. THE ROWS ARE
      * SORTED INTO KEY ORDER AND WRITTEN TO THE NEW CLUSTER.
      * AN ENTRY WITH NO NAME AND NO ID CANNOT BE MATCHED AND IS
      * REJECTED; A KEY REPEATED FOR THE SAME ENTRY NUMBER (THE
      * ENTRY PUBLISHED TWICE) IS LOADED ONCE AND COUNTED.
      * RC=4 WHEN ANY ENTRY WAS REJECTED. RC=8 WHEN THE CLUSTER
      * COULD NOT BE OPENED - THE NIGHTLY RESCREEN MUST NOT RUN
      * AGAINST AN EMPTY LIST.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZWLLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WLIN ASSIGN TO WLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTWL ASSIGN TO SORTWL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORT-STATUS.
           SELECT VSAMWTCH ASSIGN TO VSAMWTCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WT-KEY
               FILE STATUS IS WS-WTCH-STATUS.
           SELECT WLRPT ASSIGN TO WLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * THE PUBLISHED LIST, ONE ENTRY PER RECORD.
       FD  WLIN RECORDING MODE F.
       01  WS-IN-REC.
           05  WI-ENTRY-NO PIC 9(6).
           05  WI-NAME PIC X(40).
           05  WI-ID PIC X(20).
           05  WI-DOB PIC X(8).
           05  WI-SOURCE PIC X(8).
           05  FILLER PIC X(18).
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-KEY PIC X(47).
           05  FILLER PIC X(93).
       FD  SORTWL RECORDING MODE F.
       01  WS-SW-REC.
           05  SW-KEY PIC X(47).
           05  FILLER PIC X(93).
       FD  VSAMWTCH.
       01  WS-WTCH-FD-REC.
           05  WT-KEY PIC X(47).
           05  FILLER PIC X(93).
       FD  WLRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-WTCH-STATUS PIC XX.
       01  WS-EOF-IN PIC X VALUE 'N'.
       01  WS-EOF-SORT PIC X VALUE 'N'.
       01  WS-IN-OPEN-SW PIC X VALUE 'Y'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
       01  WS-LAST-KEY PIC X(47) VALUE LOW-VALUES.
       01  WS-IN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-REJECT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ID-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ROW-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DUP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-FAIL-COUNT PIC 9(8) VALUE ZEROS.
      * THE WATCH-LIST ROW BEING BUILT FOR THE SORT.
       01  WS-WTCH-REC.
           COPY WLSTREC.
       COPY NAMENRMW.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORTWORK
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE 2000-RELEASE-ENTRIES
               GIVING SORTWL
           PERFORM 3000-LOAD-LIST
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT WLRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZWLLOAD - WATCH-LIST LOAD" TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAD DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-RELEASE-ENTRIES.
           OPEN INPUT WLIN
           IF WS-IN-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WLIN OPEN FAILED STATUS=" WS-IN-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 'Y' TO WS-EOF-IN
               MOVE 'N' TO WS-IN-OPEN-SW
           END-IF
           PERFORM UNTIL WS-EOF-IN = 'Y'
               READ WLIN
                   AT END
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       PERFORM 2100-RELEASE-ONE-ENTRY
               END-READ
           END-PERFORM
           IF WS-IN-OPEN-SW = 'Y'
               CLOSE WLIN
           END-IF.

       2100-RELEASE-ONE-ENTRY.
           MOVE WI-NAME TO WS-NRM-NAME
           PERFORM 8780-NORMALIZE-NAME
           MOVE WI-ID TO WS-NRM-ID
           PERFORM 8785-NORMALIZE-ID
           IF WS-NRM-SQUEEZED = SPACES AND WS-NRM-ID-KEY = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** REJECTED ENTRY=" WI-ENTRY-NO
                   " - NO NAME AND NO ID"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               IF WI-ENTRY-NO NOT NUMERIC
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** REJECTED ENTRY=" WI-ENTRY-NO
                       " - ENTRY NUMBER NOT NUMERIC"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE WS-RPT-LINE
               ELSE
                   MOVE SPACES TO WS-WTCH-REC
                   MOVE WI-ENTRY-NO TO WL-ENTRY-NO
                   MOVE WI-NAME TO WL-LIST-NAME
                   MOVE WI-ID TO WL-LIST-ID
                   MOVE WI-DOB TO WL-LIST-DOB
                   MOVE WI-SOURCE TO WL-LIST-SOURCE
                   MOVE WS-RUN-DATE TO WL-LOAD-DATE
                   IF WS-NRM-SQUEEZED NOT = SPACES
                       MOVE "S" TO WL-KEY-TYPE
                       MOVE WS-NRM-SQUEEZED TO WL-KEY-VALUE
                       RELEASE WS-SORT-REC FROM WS-WTCH-REC
                       MOVE "O" TO WL-KEY-TYPE
                       MOVE WS-NRM-SORTED TO WL-KEY-VALUE
                       RELEASE WS-SORT-REC FROM WS-WTCH-REC
                   END-IF
                   IF WS-NRM-ID-KEY NOT = SPACES
                       ADD 1 TO WS-ID-COUNT
                       MOVE "I" TO WL-KEY-TYPE
                       MOVE WS-NRM-ID-KEY TO WL-KEY-VALUE
                       RELEASE WS-SORT-REC FROM WS-WTCH-REC
                   END-IF
               END-IF
           END-IF.

       3000-LOAD-LIST.
           OPEN INPUT SORTWL
      * OPEN OUTPUT - THE JOB HAS JUST REDEFINED THE CLUSTER EMPTY,
      * AND THE SORTED ROWS LOAD IN KEY ORDER.
           OPEN OUTPUT VSAMWTCH
           IF WS-WTCH-STATUS NOT = "00"
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WATCH LIST OPEN FAILED STATUS="
                   WS-WTCH-STATUS
                   " - NOTHING LOADED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE WS-RPT-LINE
               ADD 1 TO WS-FAIL-COUNT
               MOVE 'Y' TO WS-EOF-SORT
           END-IF
           PERFORM UNTIL WS-EOF-SORT = 'Y'
               READ SORTWL
                   AT END
                       MOVE 'Y' TO WS-EOF-SORT
                   NOT AT END
                       PERFORM 3100-LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE SORTWL
           IF WS-FAIL-COUNT = ZEROS
               CLOSE VSAMWTCH
           END-IF.

       3100-LOAD-ONE-ROW.
           IF SW-KEY = WS-LAST-KEY
               ADD 1 TO WS-DUP-COUNT
           ELSE
               MOVE SW-KEY TO WS-LAST-KEY
               WRITE WS-WTCH-FD-REC FROM WS-SW-REC
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ROW-COUNT
               END-WRITE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ENTRIES READ=" WS-IN-COUNT
               " REJECTED=" WS-REJECT-COUNT
               " WITH ID=" WS-ID-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "KEY ROWS LOADED=" WS-ROW-COUNT
               " DUPLICATES=" WS-DUP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE 0 TO RETURN-CODE
           IF WS-REJECT-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FAIL-COUNT > ZEROS OR WS-ROW-COUNT = ZEROS
               OR WS-IN-OPEN-SW = 'N'
               MOVE "*** WATCH LIST NOT LOADED - DO NOT RESCREEN"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE WLRPT.

       COPY NAMENRM.
