                       MOVE 'Y' TO WS-EOF-VSAM
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
      * LOAN ACCOUNTS CARRY NO MAINTENANCE OR BELOW-MINIMUM FEE -
      * THEIR BALANCE IS THE PRINCIPAL OWED.
                       IF WS-ACCT-STATUS NOT = 'C'
                               AND WS-ACCT-STATUS NOT = 'D'
                               AND WS-ACCOUNT-TYPE NOT = "L"
                           PERFORM 2100-ASSESS-ONE-ACCOUNT
                       END-IF
               END-READ
