      * THROUGH THE PRINT BUREAU. MAINTAINED ON THE ZBANK CUSTOMER
      * DETAILS SCREEN.
         05 CUST-DELIV-PREF PIC X(1).
      * DATE OF DEATH (YYYYMMDD) AS NOTIFIED TO THE BRANCH AND KEYED
      * ON THE SUPERVISOR SCREEN - SPACES WHILE THE CUSTOMER IS
      * LIVING. ONCE SET THE CUSTOMER CAN NO LONGER LOG ON TO ZBANK.
         05 CUST-DEATH-DATE PIC X(8).
