                       MOVE 'Y' TO WS-EOF-VSAM
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
      * A LOAN IS SERVICED BY ITS SCHEDULED INSTALMENTS, NOT BY
      * CUSTOMER ACTIVITY - IT NEVER GOES DORMANT.
                       IF WS-ACCT-STATUS NOT = 'C'
                               AND WS-ACCT-STATUS NOT = 'D'
                               AND WS-ACCOUNT-TYPE NOT = "L"
                           PERFORM 2100-CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
