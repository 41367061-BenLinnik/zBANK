      *
      * VSAMENTL STAFF ENTITLEMENT PROFILE - ONE ROW PER STAFF ID
      * (THE SAME ID THE STAFF MEMBER SIGNS ON WITH FROM VSAM.ZSUPID
      * OR VSAM.ZTELID), KEYED ON THE ID. READ AT SIGN-ON BY ZSUPV
      * AND ZTELL, WHICH REFUSE ANY ACTION LETTER NOT IN THE LIST
      * FOR THAT TRANSACTION (LOOKUP L AND EXIT Q ARE ALWAYS OPEN)
      * AND RECORD THE REFUSAL ON AUDTZBNK AS EVENT EN. AN ID WITH
      * NO PROFILE ROW MAY ONLY LOOK UP. MAINTAINED UNDER DUAL
      * CONTROL ON THE ZSECADM SCREEN; ONLY THE FIRST SECURITY
      * ADMINISTRATORS' ROWS ARE EVER LOADED WITH IDCAMS/REPRO.
      * THE AMOUNT AUTHORITIES CAP THE ZSUPV MONEY DECISIONS - A
      * HOLD (H), AN EARLY TERM WITHDRAWAL (E), AND AN OVERDRAFT
      * LIMIT REQUESTED (M) OR APPROVED (A) - EVEN WHEN THE LETTER
      * IS GRANTED; ZERO MEANS NO AUTHORITY.
      * ALL MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-ENTL-REC.
      *        COPY ENTLREC.
      *
         05 EN-STAFF-ID PIC X(8).
      * ACTION LETTERS GRANTED, IN ANY ORDER, SPACE-FILLED.
         05 EN-SUPV-ACTIONS PIC X(26).
         05 EN-TELL-ACTIONS PIC X(26).
         05 EN-HOLD-LIMIT PIC 9(10)V99.
         05 EN-EW-LIMIT PIC 9(10)V99.
         05 EN-OD-LIMIT PIC 9(10)V99.
      * Y = MAY SIGN ON TO ZSECADM AS A SECURITY ADMINISTRATOR.
         05 EN-SECADM PIC X(1).
      * DATE (YYYYMMDD) THE PROFILE WAS LAST CHANGED ON ZSECADM.
         05 EN-CHG-DATE PIC X(8).
         05 FILLER PIC X(15).
