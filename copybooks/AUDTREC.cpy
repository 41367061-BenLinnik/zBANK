      * EVENT CODES:
      *   LF = LOGIN FAILED (WRONG PIN)
      *   LL = ATTEMPT AGAINST A LOCKED ACCOUNT
      *   LD = LOGIN BY A CUSTOMER RECORDED AS DECEASED (CORRECT
      *        PIN, ACCESS WITHDRAWN) - ZSECRPT COUNTS IT WITH LL
      *   IF = WITHDRAWAL/TRANSFER REFUSED - INSUFFICIENT FUNDS
      *   DL = WITHDRAWAL/TRANSFER REFUSED - DAILY LIMIT
      *   PF = PIN CHANGE FAILED
      *   EN = STAFF ACTION REFUSED - OUTSIDE THE SIGNED-ON STAFF
      *        MEMBER'S ENTITLEMENT PROFILE (ZSUPV/ZTELL/ZSECADM);
      *        AU-ACCNO IS THE ACCOUNT KEYED, ZERO IF NONE
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-AUDT-REC.
      *        COPY AUDTREC.
         05 AU-TIMESTAMP.
           10 AU-TS-DATE PIC X(8).
           10 AU-TS-TIME PIC X(6).
      * THE STAFF ID ON A STAFF REFUSAL - SPACES ON CUSTOMER EVENTS.
         05 AU-OPERATOR PIC X(8).
         05 FILLER PIC X(2).
