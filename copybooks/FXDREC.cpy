      *
      * VSAMFXD FOREIGN EXCHANGE DEAL RECORD FOR VSAM.ZFXDEAL
      * (APPEND-ONLY ESDS) - ONE ROW PER FOREIGN-CURRENCY DEAL POSTED
      * AT THE ZTELL COUNTER, WRITTEN WITH THE DEAL'S JOURNAL ENTRY
      * AND CARRYING THE SAME REFERENCE AND ACTION CODE:
      *   FB = BANK BOUGHT FOREIGN CURRENCY, ACCOUNT CREDITED
      *   FS = BANK SOLD FOREIGN CURRENCY, ACCOUNT DEBITED
      *   NB = BANK BOUGHT FOREIGN CURRENCY, HOME CASH PAID OUT
      *   NS = BANK SOLD FOREIGN CURRENCY, HOME CASH TAKEN IN
      * FXD-TYPE B/S IS THE BANK'S SIDE OF THE DEAL; FXD-SETTLE IS
      * A (ACCOUNT) OR C (WALK-IN CASH, FXD-ACCNO ZERO). THE RATE
      * APPLIED AND THE MID RATE OF THE DAY ARE KEPT SO ZFXPOS CAN
      * REPORT THE POSITION AND SPLIT THE MARGIN WITHOUT GOING BACK
      * TO A RATE THAT MAY HAVE BEEN RELOADED SINCE.
      * FXD-MARGIN IS THE HOME-CURRENCY DIFFERENCE BETWEEN THE DEAL
      * AND ITS VALUE AT MID - NEVER NEGATIVE, AS THE BUY RATE IS
      * NEVER ABOVE MID AND THE SELL RATE NEVER BELOW IT.
      * MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES, RATES SIX.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-FXD-REC.
      *        COPY FXDREC.
      *
         05 FXD-DATE PIC X(8).
         05 FXD-TIME PIC X(6).
         05 FXD-TELLER-ID PIC X(8).
         05 FXD-TERMID PIC X(4).
         05 FXD-BRANCH PIC X(3).
         05 FXD-TYPE PIC X(1).
         05 FXD-SETTLE PIC X(1).
         05 FXD-ACCNO PIC 9(10).
         05 FXD-CCY PIC X(3).
         05 FXD-FCY-AMOUNT PIC 9(11)V99.
         05 FXD-RATE PIC 9(4)V9(6).
         05 FXD-MID-RATE PIC 9(4)V9(6).
         05 FXD-HOME-AMOUNT PIC 9(10)V99.
         05 FXD-MARGIN PIC 9(10)V99.
         05 FXD-REF-NO PIC 9(12).
         05 FXD-ACTION PIC X(2).
         05 FILLER PIC X(5).
