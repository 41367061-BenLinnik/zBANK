      * HIT THE LOCK THRESHOLD, AND REPEATED INSUFFICIENT-FUNDS
      * ATTEMPTS. THE AUDIT FILE IS SORTED BY ACCOUNT (SAME STREAM
      * PATTERN AS ZRECON/ZSTMT) SO THE RUN HAS NO ACCOUNT CAP. RUN
      * ALONGSIDE ZBRCTL IN THE NIGHTLY SEQUENCE. STAFF ACTIONS
      * REFUSED FOR LACK OF ENTITLEMENT (EVENT EN FROM ZSUPV, ZTELL
      * AND ZSECADM) ARE LISTED ONE BY ONE WITH THE STAFF ID, NOT
      * FOLDED INTO THE CUSTOMER-ACCOUNT COUNTS.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSECRPT.
                                  ==AU-EVENT== BY ==SR-EVENT==
                                  ==AU-REASON== BY ==SR-REASON==
                                  ==AU-TERMID== BY ==SR-TERMID==
                                  ==AU-OPERATOR== BY ==SR-OPERATOR==
                                  ==AU-TIMESTAMP== BY ==SR-TIMESTAMP==
                                  ==AU-TS-DATE== BY ==SR-TS-DATE==
                                  ==AU-TS-TIME== BY ==SR-TS-TIME==.
                                  ==AU-EVENT== BY ==SA-EVENT==
                                  ==AU-REASON== BY ==SA-REASON==
                                  ==AU-TERMID== BY ==SA-TERMID==
                                  ==AU-OPERATOR== BY ==SA-OPERATOR==
                                  ==AU-TIMESTAMP== BY ==SA-TIMESTAMP==
                                  ==AU-TS-DATE== BY ==SA-TS-DATE==
                                  ==AU-TS-TIME== BY ==SA-TS-TIME==.
       01  WS-TOT-LF PIC 9(8) VALUE ZEROS.
       01  WS-TOT-LOCKED PIC 9(8) VALUE ZEROS.
       01  WS-TOT-REPEAT-IF PIC 9(8) VALUE ZEROS.
       01  WS-TOT-EN PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZSECRPT" TO WS-RUNC-PROGRAM
                       END-IF
                   NOT AT END
                       IF SA-TS-DATE = WS-RUN-DATE
                           IF SA-EVENT = "EN"
                               PERFORM 2200-REPORT-STAFF-REFUSAL
                           ELSE
                               PERFORM 2100-TALLY-ONE-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   ADD 1 TO WS-LF-COUNT
                   ADD 1 TO WS-TOT-LF
               WHEN "LL"
               WHEN "LD"
                   ADD 1 TO WS-LL-COUNT
               WHEN "IF"
                   ADD 1 TO WS-IF-COUNT
                   ADD 1 TO WS-PF-COUNT
           END-EVALUATE.

       2200-REPORT-STAFF-REFUSAL.
           ADD 1 TO WS-TOT-EVENTS
           ADD 1 TO WS-TOT-EN
           MOVE SPACES TO WS-RPT-LINE
           STRING "STAFF REFUSAL OPER=" SA-OPERATOR
               " TERM=" SA-TERMID
               " " SA-TS-TIME
               " ACCNO=" SA-ACCNO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  " SA-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       3000-REPORT-ONE-ACCOUNT.
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCNO=" WS-CUR-ACCNO
           STRING "ACCOUNTS AT LOCK THRESHOLD=" WS-TOT-LOCKED
               " REPEAT-NSF ACCOUNTS=" WS-TOT-REPEAT-IF
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "STAFF ACTIONS REFUSED=" WS-TOT-EN
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       COPY RUNCTLP.
