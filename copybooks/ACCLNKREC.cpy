      * OWNERS LIVE HERE, EACH WITH THEIR OWN ONE-WAY ENCODED PIN
      * (ACCOUNT-SALTED, SAME PINCODE FOLD AS THE ACCOUNT RECORD)
      * SO EVERY OWNER LOGS IN TO THE SHARED ACCOUNT WITH THEIR OWN
      * PIN. WRITTEN BY THE ZSUPV JOINT-OWNER FUNCTION (ACTION J),
      * OR BY ACTION W WHEN A WATCH-LIST CASE PARKING THE ADD IS
      * CLEARED.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-LINK-REC.
      *        COPY ACCLNKREC.
