      *
      * VSAMTBR TERMINAL-TO-BRANCH RECORD - ONE ROW PER CICS
      * TERMINAL, KEYED ON THE TERMINAL ID, NAMING THE BRANCH THE
      * TERMINAL SITS IN. MAINTAINED ON ZSECADM UNDER DUAL CONTROL
      * AS TERMINALS ARE INSTALLED. REGISTRATION STAMPS THE NEW
      * ACCOUNT AND CUSTOMER WITH THE ORIGINATING TERMINAL'S
      * BRANCH; A TERMINAL WITH NO ROW BELONGS TO BRANCH 001 (THE
