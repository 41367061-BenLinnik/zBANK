      * ACCOUNT WAS NOT ON THE ACCOUNT STREAM (E.G. CLOSED DURING
      * THE DAY AFTER POSTING). UNDER A CYCLE CARD THE STREAM IS
      * FILTERED, SO LEFTOVERS ARE EXPECTED AND NOT COUNTED AS
      * ORPHANS - SAME RULE AS THE LOWER-ACCOUNT SKIP IN 3300. A
      * WALK-IN FOREIGN-CURRENCY DEAL IS JOURNALED ON ACCOUNT ZERO
      * AND ARRIVES UNDER CUSTOMER ZERO - NOT AN ORPHAN EITHER.
           PERFORM UNTIL WS-JN-CUST-KEY NOT = WS-CUR-CUST-KEY
               IF WS-SEL-CYCLE = SPACE AND JN-ACCNO NOT = ZEROS
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF
               PERFORM 8300-READ-JRNL
