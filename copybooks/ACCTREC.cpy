      * ON OLDER RECORDS, WHICH THE STATEMENT RUNS RESOLVE WITH THE
      * SAME RULE AT RUN TIME.
         05 WS-STMT-CYCLE PIC X(1).
      * TWO-OWNER APPROVAL THRESHOLD - SET BY THE ZSUPV DAILY-LIMIT
      * FUNCTION (ACTION D, REASON DUAL). ON AN ACCOUNT WITH MORE
      * THAN ONE OWNER, A ZBANK TRANSFER OR EXTERNAL PAYMENT ABOVE
      * IT IS PARKED ON VSAM.ZAPPRV UNTIL ANOTHER OWNER APPROVES IT.
      * ZEROS (OR SPACES ON OLDER RECORDS) = NO APPROVAL NEEDED.
         05 WS-DUAL-APPR-LIMIT PIC 9(10)V99.
         05 FILLER PIC X(16).
