      * SKIPPED AND COUNTED, SO THE LOAD IS SAFELY RERUNNABLE.
      * ENTRIES WRITTEN BEFORE REFERENCE NUMBERS EXISTED (BLANK
      * JR-REF-NO) ARE SKIPPED AND COUNTED - THEY REMAIN READABLE
      * FROM THE ARCHIVES VIA ZSTMT. WALK-IN FOREIGN-CURRENCY DEALS
      * AND BULK-FILE EXTERNAL ITEMS (ACCOUNT ZERO) HAVE NO ACCOUNT
      * HISTORY AND ARE SKIPPED AND COUNTED THE SAME WAY.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZHISTLD.
       01  WS-LOADED-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DUP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-NOREF-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-WALKIN-COUNT PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                       MOVE 'Y' TO WS-EOF-IN
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       IF JR-ACCNO = ZEROS
                           ADD 1 TO WS-WALKIN-COUNT
                       ELSE
                       IF JR-REF-NO IS NUMERIC
                           MOVE JR-ACCNO TO SR-ACCNO
                           MOVE JR-REF-NO TO SR-REF-NO
                       ELSE
                           ADD 1 TO WS-NOREF-COUNT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JRNLIN.
               " NO-REF=" WS-NOREF-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "NO-ACCOUNT (WALK-IN FX/BULK) SKIPPED="
               WS-WALKIN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           CLOSE LOADRPT.
