      *
      * VSAMPOL SECURITY POLICY RECORD - ONE ROW PER POLICY KEY,
      * PRIMED WITH IDCAMS/REPRO (SEE THE PRIME STEP IN
      * CICS.JCL_VSAMSET_.cbl) AND MAINTAINED ON ZSECADM UNDER DUAL
      * CONTROL THEREAFTER.
      * THE ONLINE PROGRAMS READ THE ROW THEY NEED AT SIGN-ON AND
      * FALL BACK TO A BUILT-IN DEFAULT WHEN THE ROW IS MISSING.
      * KEYS IN USE:
      *   PAYPOL - VALUE-1 = COOLING-OFF DAYS BEFORE A NEWLY SAVED
      *            PAYEE MAY RECEIVE A TRANSFER (DEFAULT 2).
      *            VALUE-2 UNUSED.
      *   SESSPOL - VALUE-1 = SECONDS A ZBANK SCREEN MAY SIT IDLE
      *            BEFORE THE SESSION TIMES OUT (DEFAULT 300).
      *            VALUE-2 UNUSED.
      *   APRPOL - VALUE-1 = DAYS A TRANSFER OR PAYMENT AWAITING A
      *            SECOND OWNER STAYS ON OFFER FOR APPROVAL BEFORE IT
      *            EXPIRES (DEFAULT 5). VALUE-2 UNUSED.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-POL-REC.
      *        COPY POLREC.
