      * VSAMTEL TELLER CREDENTIAL RECORD LAYOUT - ONE ROW PER TELLER
      * AUTHORIZED TO RUN THE ZTELL COUNTER TRANSACTION. SAME SHAPE
      * AND HANDLING AS THE SUPERVISOR CREDENTIALS ON VSAM.ZSUPID
      * (SUPVREC): MAINTAINED ON ZSECADM UNDER DUAL CONTROL.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-TELL-REC.
      *        COPY TELLREC.
