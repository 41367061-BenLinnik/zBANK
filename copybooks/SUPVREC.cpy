      *
      * VSAMSUP SUPERVISOR CREDENTIAL RECORD LAYOUT - ONE ROW PER
      * TELLER AUTHORIZED TO RUN THE ZSUPV SUPERVISOR TRANSACTION.
      * MAINTAINED ON THE ZSECADM SCREEN UNDER DUAL CONTROL, WHICH
      * ALSO STAMPS THE PIN-SET DATE WHENEVER A NEW PIN IS APPLIED.
      * THE PIN NEVER APPEARS ON THE SCREEN OR IN THE MAINTENANCE
      * AUDIT. ZSUPV REFUSES SIGN-ON ONCE THE PIN IS OLDER THAN
      * THE PINPOL POLICY ALLOWS; SPACES IN THE DATE (ROWS FROM
      * BEFORE THE FIELD EXISTED) ARE ACCEPTED UNTIL THE PIN IS
      * NEXT RESET.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SUPV-REC.
      *        COPY SUPVREC.
