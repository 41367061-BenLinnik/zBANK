      *
      * VSAMCHQS STOP-PAYMENT RECORD LAYOUT - ONE ROW PER CHEQUE
      * STOPPED, KEYED ACCOUNT + CHEQUE SERIAL. PLACED BY THE
      * CUSTOMER FROM THE ZBANK STOP-PAYMENT SCREEN OR BY STAFF
      * FROM ZSUPV (ACTION S), AND LIFTED FROM EITHER (ZBANK CANCEL,
      * ZSUPV ACTION O). A LIFTED STOP STAYS ON FILE WITH STATUS R
      * SO THE HISTORY IS NEVER SIMPLY GONE; PLACING THE STOP AGAIN
      * REACTIVATES THE SAME ROW. THE NIGHTLY ZCHQPST BATCH RETURNS
      * ANY PRESENTED CHEQUE WITH AN ACTIVE STOP (REASON 12).
      * CS-AMOUNT IS THE AMOUNT THE CUSTOMER QUOTED (TWO ASSUMED
      * DECIMAL PLACES), ZERO WHEN NOT KNOWN - IT IS FOR THE
      * CUSTOMER'S AND THE BRANCH'S REFERENCE ONLY; A STOP HOLDS
      * THE SERIAL WHATEVER AMOUNT IS PRESENTED.
      * CHANNEL: O=CUSTOMER ONLINE (ZBANK), S=SUPERVISOR (ZSUPV).
      * STATUS: A=ACTIVE, R=RELEASED.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-CHQS-REC.
      *        COPY CHQSREC.
      *
         05 CS-KEY.
           10 CS-ACCNO PIC 9(10).
           10 CS-SERIAL PIC 9(8).
         05 CS-AMOUNT PIC 9(10)V99.
         05 CS-PLACED-DATE PIC X(8).
         05 CS-CHANNEL PIC X(1).
      * SUPERVISOR ID FOR STAFF STOPS, SPACES FOR CUSTOMER STOPS.
         05 CS-PLACED-BY PIC X(8).
         05 CS-STATUS PIC X(1).
         05 CS-REASON PIC X(20).
         05 FILLER PIC X(12).
