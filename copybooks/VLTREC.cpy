      *
      * VSAMVLT BRANCH VAULT POSITION RECORD - ONE ROW PER BRANCH
      * (VSAM.ZTERMBR BRANCH CODE) PER BUSINESS DATE, KEYED BRANCH +
      * DATE (THE SAME ONE-ROW-PER-DATE SHAPE AS THE TELLER DRAWER
      * ROWS ON VSAM.ZDRAWER). THE ZTELL VAULT FUNCTIONS ADD EVERY
      * TELLER SALE OF CASH TO THE VAULT TO VT-CASH-IN AND EVERY
      * TELLER PURCHASE FROM IT TO VT-CASH-OUT AS THEY POST, CREATING
      * THE DAY'S ROW ON THE FIRST MOVEMENT. THE END-OF-DAY ZVLTBAL
      * RUN ADDS THE DAY'S CASH-CENTRE SHIPMENTS, CARRIES THE PRIOR
      * ROW'S CLOSING CASH IN AS VT-OPEN-CASH, PROVES THE ROW AGAINST
      * THE COUNTED VAULT CASH AND STAMPS THE CLOSE - CREATING THE
      * ROW ITSELF ON A DAY WITH NO MOVEMENTS, SO EVERY PROVED DAY
      * HAS A ROW TO CARRY FORWARD FROM. EVERY MOVEMENT IS ALSO
      * RECORDED ON VSAM.ZVLTMOV (VMOVREC).
      * ALL MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-VLT-REC.
      *        COPY VLTREC.
      *
         05 VT-KEY.
           10 VT-BRANCH PIC X(3).
           10 VT-DATE PIC X(8).
      * OPENING CASH - THE PRIOR ROW'S VT-CLOSE-CASH, SET BY ZVLTBAL.
      * ZERO UNTIL THE DAY IS PROVED.
         05 VT-OPEN-CASH PIC 9(12)V99.
         05 VT-CASH-IN PIC 9(12)V99.
         05 VT-CASH-OUT PIC 9(12)V99.
         05 VT-SHIP-IN PIC 9(12)V99.
         05 VT-SHIP-OUT PIC 9(12)V99.
      * CLOSING CASH - THE COUNTED VAULT CASH (OR THE EXPECTED CASH
      * WHEN NO COUNT WAS KEYED), SET BY ZVLTBAL.
         05 VT-CLOSE-CASH PIC 9(12)V99.
         05 VT-MOVE-COUNT PIC 9(6).
      * Y = PROVED, N = DID NOT PROVE, SPACE = NOT YET PROVED.
         05 VT-PROVED-SW PIC X(1).
         05 FILLER PIC X(18).
