      * ITS OPERATOR AND TERMINAL - AND SUMMARIZES THE DAY BY
      * FUNCTION CODE, SO EVERY LOCK RESET, LIMIT CHANGE, JOINT
      * LINK, HOLD, TERM OPEN AND CUSTOMER-DETAIL CHANGE GETS A
      * SECOND PAIR OF EYES. THE ZSECADM SECURITY-ADMINISTRATION
      * CHANGES (CREDENTIALS, ENTITLEMENTS, POLICY, TERMINALS AND
      * CALENDAR) CARRY NO ACCOUNT AND PRINT WITH THE FILE CODE AND
      * ROW KEY THEY CHANGED. RUN ALONGSIDE ZSECRPT IN THE NIGHTLY
      * SEQUENCE; THE AUDIT FILE IS APPEND-ONLY AND THE REPORT
      * FILTERS TO THE RUN DATE.
      *
       01  WS-SU-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OD-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DA-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-JL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-HP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-TO-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CM-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CA-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-LO-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CB-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CS-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DM-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-WL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-PA-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-AL-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-CX-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-DC-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-EP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-LG-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SS-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-ST-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SE-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SP-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SB-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-SC-COUNT PIC 9(8) VALUE ZEROS.
       01  WS-OTHER-COUNT PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
       2100-PRINT-ONE-ENTRY.
           ADD 1 TO WS-TODAY-COUNT
           MOVE SPACES TO WS-RPT-LINE
           IF MA-ACCNO = ZEROS AND MA-ADM-KEY NOT = SPACES
               STRING "ADMKEY=" MA-ADM-KEY
                   " FUNC=" MA-FUNC
                   " FIELD=" MA-FIELD
                   " OPER=" MA-OPERATOR
                   " TERM=" MA-TERMID
                   " " MA-TS-TIME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "ACCNO=" MA-ACCNO
                   " FUNC=" MA-FUNC
                   " FIELD=" MA-FIELD
                   " OPER=" MA-OPERATOR
                   " TERM=" MA-TERMID
                   " " MA-TS-TIME
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  OLD=" MA-OLD-VALUE
                   ADD 1 TO WS-OD-COUNT
               WHEN "DL"
                   ADD 1 TO WS-DL-COUNT
               WHEN "DA"
                   ADD 1 TO WS-DA-COUNT
               WHEN "JL"
                   ADD 1 TO WS-JL-COUNT
               WHEN "HP"
                   ADD 1 TO WS-CM-COUNT
               WHEN "CA"
                   ADD 1 TO WS-CA-COUNT
               WHEN "LO"
                   ADD 1 TO WS-LO-COUNT
               WHEN "CB"
                   ADD 1 TO WS-CB-COUNT
               WHEN "CS"
                   ADD 1 TO WS-CS-COUNT
               WHEN "DM"
                   ADD 1 TO WS-DM-COUNT
               WHEN "WL"
                   ADD 1 TO WS-WL-COUNT
               WHEN "PA"
                   ADD 1 TO WS-PA-COUNT
               WHEN "AL"
                   ADD 1 TO WS-AL-COUNT
               WHEN "CX"
                   ADD 1 TO WS-CX-COUNT
               WHEN "DC"
                   ADD 1 TO WS-DC-COUNT
               WHEN "EP"
                   ADD 1 TO WS-EP-COUNT
               WHEN "LG"
                   ADD 1 TO WS-LG-COUNT
               WHEN "SS"
                   ADD 1 TO WS-SS-COUNT
               WHEN "ST"
                   ADD 1 TO WS-ST-COUNT
               WHEN "SE"
                   ADD 1 TO WS-SE-COUNT
               WHEN "SP"
                   ADD 1 TO WS-SP-COUNT
               WHEN "SB"
                   ADD 1 TO WS-SB-COUNT
               WHEN "SC"
                   ADD 1 TO WS-SC-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
               " CARDS=" WS-CA-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAN OPENS=" WS-LO-COUNT
               " CHEQUE BOOKS=" WS-CB-COUNT
               " CHEQUE STOPS=" WS-CS-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "TWO-OWNER APPROVAL LIMITS=" WS-DA-COUNT
               " DEATH ROWS=" WS-DC-COUNT
               " ESTATE PAY-OUTS=" WS-EP-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "DD MANDATES=" WS-DM-COUNT
               " WATCH-LIST CASES=" WS-WL-COUNT
               " LEGAL ORDERS=" WS-LG-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PAYEES ADDED=" WS-PA-COUNT
               " ALERT SUBSCRIPTIONS=" WS-AL-COUNT
               " MERGE ROWS=" WS-CX-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "SECURITY ADMIN - SUPV CREDS=" WS-SS-COUNT
               " TELLER CREDS=" WS-ST-COUNT
               " ENTITLEMENTS=" WS-SE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "  POLICY ROWS=" WS-SP-COUNT
               " TERMINALS=" WS-SB-COUNT
               " CALENDAR DATES=" WS-SC-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-OTHER-COUNT > ZEROS
               MOVE SPACES TO WS-RPT-LINE
               STRING "UNRECOGNIZED FUNCTION CODES=" WS-OTHER-COUNT
