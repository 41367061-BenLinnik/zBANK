      * GENERATION, AFTER ALL POSTING FOR THE DAY IS COMPLETE AND
      * BEFORE ZJRNARC RESETS THE ONLINE JOURNAL. THE NEXT NIGHT'S
      * ZRECON PROVES OPENING (THIS SNAPSHOT) + JOURNAL = CLOSING
      * FOR EVERY ACCOUNT. THE SAME NIGHT ZGLPRF TOTALS IT BY TYPE
      * AND BRANCH AGAINST THE GENERAL-LEDGER CONTROL ACCOUNTS.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZSNAP.
           MOVE WS-BALANCE TO SN-BALANCE
           MOVE WS-ACCOUNT-TYPE TO SN-ACCOUNT-TYPE
           MOVE WS-RUN-DATE TO SN-SNAP-DATE
           MOVE WS-BRANCH-CODE TO SN-BRANCH-CODE
           ADD WS-BALANCE TO WS-BAL-TOTAL
           WRITE WS-SNAP-REC
           IF WS-SNAP-STATUS = "00"
