      *
      * VSAMFXR FOREIGN EXCHANGE RATE RECORD FOR VSAM.ZFXRATE - ONE
      * ROW PER CURRENCY PER EFFECTIVE DATE, KEYED CURRENCY + DATE.
      * TREASURY'S MORNING RATE FILE IS LOADED BY ZFXLOAD; ZTELL
      * CONVERTS COUNTER FOREIGN-CURRENCY DEALS AT THE ROW EFFECTIVE
      * TODAY AND REFUSES A CURRENCY WITH NO ROW FOR TODAY. EARLIER
      * ROWS STAY ON FILE AS THE RATE HISTORY.
      * RATES ARE UNITS OF HOME CURRENCY PER ONE UNIT OF THE FOREIGN
      * CURRENCY, SIX ASSUMED DECIMAL PLACES:
      *   FXR-BUY-RATE  - THE BANK BUYS FOREIGN CURRENCY AT THIS RATE
      *   FXR-SELL-RATE - THE BANK SELLS FOREIGN CURRENCY AT THIS RATE
      *   FXR-MID-RATE  - HALFWAY BETWEEN THE TWO, SET BY ZFXLOAD; THE
      *                   DIFFERENCE BETWEEN A DEAL AT THE BUY OR SELL
      *                   RATE AND ITS VALUE AT MID IS THE FX MARGIN
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-FXR-REC.
      *        COPY FXRREC.
      *
         05 FXR-KEY.
           10 FXR-CCY PIC X(3).
           10 FXR-EFF-DATE PIC X(8).
         05 FXR-BUY-RATE PIC 9(4)V9(6).
         05 FXR-SELL-RATE PIC 9(4)V9(6).
         05 FXR-MID-RATE PIC 9(4)V9(6).
         05 FXR-LOAD-DATE PIC X(8).
         05 FILLER PIC X(1).
