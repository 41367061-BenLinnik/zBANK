      *
      * ZCNVSNP - ONE-TIME CONVERSION OF U0210.SNAP.ZBANK SNAPSHOT
      * GENERATIONS FROM THE 31-BYTE LAYOUT TO THE 34-BYTE SNAPREC
      * LAYOUT THAT CARRIES SN-BRANCH-CODE. EVERY ROW IS CARRIED
      * ACROSS UNCHANGED - ACCOUNT, BALANCE, TYPE AND SNAPSHOT DATE -
      * WITH THE BRANCH TAKEN FROM THE ACCOUNT AS IT STANDS ON
      * VSAM.ZBANK TODAY. AN ACCOUNT NO LONGER ON FILE (ARCHIVED BY
      * ZCLARCH SINCE THE SNAPSHOT) KEEPS SPACES, WHICH EVERY READER
      * ALREADY GROUPS UNDER BRANCH 001. CONTROL TOTALS ON CNVRPT
      * PROVE EVERY ROW AND EVERY CENT CAME ACROSS; OUT OF PROOF
      * ENDS RC=8 AND THE NEW GENERATION MUST NOT BE USED.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCNVSNP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPIN ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPIN-STATUS.
           SELECT SNAPOUT ASSIGN TO SNAPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT VSAMZBNK ASSIGN TO VSAMZBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCNO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT CNVRPT ASSIGN TO CNVRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPIN RECORDING MODE F.
       01  WS-SNAPIN-REC PIC X(31).
       FD  SNAPOUT RECORDING MODE F.
       01  WS-SNAP-REC.
           COPY SNAPREC.
       FD  VSAMZBNK.
       01  WS-FILE-REC.
           COPY ACCTREC.
       FD  CNVRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-SNAPIN-STATUS PIC XX.
       01  WS-SNAP-STATUS PIC XX.
       01  WS-VSAM-STATUS PIC XX.
       01  WS-EOF-SNAP PIC X VALUE 'N'.
      * OLD SNAPSHOT LAYOUT (31 BYTES) AS IT STOOD BEFORE THE
      * BRANCH CODE WAS ADDED.
       01  WS-OLD-SNAP-REC.
           05  OS-ACCNO PIC 9(10).
           05  OS-BALANCE PIC S9(10)V99.
           05  OS-ACCOUNT-TYPE PIC X(1).
           05  OS-SNAP-DATE PIC X(8).
       01  WS-SNAP-DATE PIC X(8) VALUE SPACES.
       01  WS-IN-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OUT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOACCT-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OLD-BAL-TOTAL PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-BAL-TOTAL PIC S9(13)V99 VALUE ZEROS.
      * NUMERIC-EDITED INTERMEDIATES FOR THE CONTROL-TOTAL LINES.
       01  WS-OLD-TOTAL-ED PIC -(12)9.99.
       01  WS-NEW-TOTAL-ED PIC -(12)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-SNAPS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SNAPIN
           OPEN OUTPUT SNAPOUT
           OPEN INPUT VSAMZBNK
           OPEN OUTPUT CNVRPT
           MOVE "ZCNVSNP - SNAPSHOT BRANCH CODE CONVERSION" TO
               WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       2000-CONVERT-SNAPS.
           PERFORM UNTIL WS-EOF-SNAP = 'Y'
               READ SNAPIN INTO WS-OLD-SNAP-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-SNAP
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       ADD OS-BALANCE TO WS-OLD-BAL-TOTAL
                       PERFORM 2100-WRITE-NEW-SNAP
               END-READ
           END-PERFORM.

       2100-WRITE-NEW-SNAP.
           IF WS-SNAP-DATE = SPACES
               MOVE OS-SNAP-DATE TO WS-SNAP-DATE
           END-IF
           MOVE SPACES TO WS-SNAP-REC
           MOVE OS-ACCNO TO SN-ACCNO
           MOVE OS-BALANCE TO SN-BALANCE
           MOVE OS-ACCOUNT-TYPE TO SN-ACCOUNT-TYPE
           MOVE OS-SNAP-DATE TO SN-SNAP-DATE
           MOVE OS-ACCNO TO WS-ACCNO
           READ VSAMZBNK
               INVALID KEY
                   ADD 1 TO WS-NOACCT-COUNT
               NOT INVALID KEY
                   MOVE WS-BRANCH-CODE TO SN-BRANCH-CODE
           END-READ
           WRITE WS-SNAP-REC
           IF WS-SNAP-STATUS = "00"
               ADD 1 TO WS-OUT-COUNT
               ADD SN-BALANCE TO WS-NEW-BAL-TOTAL
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           STRING "SNAPSHOT DATE=" WS-SNAP-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ROWS IN=" WS-IN-COUNT
               " OUT=" WS-OUT-COUNT
               " NOT ON VSAM.ZBANK=" WS-NOACCT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE WS-OLD-BAL-TOTAL TO WS-OLD-TOTAL-ED
           MOVE WS-NEW-BAL-TOTAL TO WS-NEW-TOTAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "OLD TOTAL=" WS-OLD-TOTAL-ED
               " NEW TOTAL=" WS-NEW-TOTAL-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-IN-COUNT NOT = WS-OUT-COUNT
                   OR WS-OLD-BAL-TOTAL NOT = WS-NEW-BAL-TOTAL
               MOVE "*** CONTROL TOTALS DO NOT MATCH - DO NOT USE"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "CONVERSION COMPLETE - OK TO USE" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE SNAPIN
           CLOSE SNAPOUT
           CLOSE VSAMZBNK
           CLOSE CNVRPT.
