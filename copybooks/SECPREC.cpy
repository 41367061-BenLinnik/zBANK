      *
      * VSAMSECP PENDING SECURITY-ADMINISTRATION CHANGE - THE
      * MAKER-CHECKER HOLDING FILE FOR ZSECADM, SAME RULE AS THE
      * OVERDRAFT REQUESTS ON VSAM.ZODRQ: ONE SECURITY ADMINISTRATOR
      * KEYS THE CHANGE (ACTION M), A DIFFERENT ONE APPROVES IT
      * (ACTION A) AND ONLY THEN IS THE TARGET FILE WRITTEN, WITH A
      * MNTZBNK BEFORE/AFTER ROW PER CHANGED FIELD; ACTION X
      * REMOVES IT UNAPPLIED. ONE PENDING CHANGE PER TARGET ROW.
      * TARGET FILES (SP-FILE):
      *   S = SUPERVISOR CREDENTIAL (VSAM.ZSUPID, SUPVREC)
      *   T = TELLER CREDENTIAL     (VSAM.ZTELID, TELLREC)
      *   E = ENTITLEMENT PROFILE   (VSAM.ZENTL, ENTLREC)
      *   P = SECURITY POLICY ROW   (VSAM.ZPOLICY, POLREC)
      *   B = TERMINAL-TO-BRANCH    (VSAM.ZTERMBR, TERMBREC)
      *   C = BANK CALENDAR DATE    (VSAM.ZCALEND, CALREC)
      * SP-OPER: A = ADD, C = CHANGE, D = DELETE. SP-NEW-IMAGE IS
      * THE WHOLE PROPOSED ROW IN THE TARGET FILE'S OWN LAYOUT
      * (SPACES ON A DELETE).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SECP-REC.
      *        COPY SECPREC.
      *
         05 SP-KEY.
           10 SP-FILE PIC X(1).
           10 SP-REC-KEY PIC X(8).
         05 SP-OPER PIC X(1).
         05 SP-NEW-IMAGE PIC X(120).
         05 SP-MAKER-ID PIC X(8).
         05 SP-REQ-DATE PIC X(8).
         05 SP-REQ-TIME PIC X(6).
         05 FILLER PIC X(8).
