                       MOVE 'Y' TO WS-EOF-VSAM
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
      * A LOAN ACCOUNT IS NEGATIVE BY DESIGN - A MISSED INSTALMENT
      * SHOWS ON THE ZLOANC ARREARS REPORT, NOT AS A BREACH HERE.
                       IF WS-ACCT-STATUS NOT = 'C'
                               AND WS-ACCOUNT-TYPE NOT = "L"
                           PERFORM 2100-CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
