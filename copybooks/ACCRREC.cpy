      *
      * VSAMACCR DAILY INTEREST-ACCRUAL RECORD LAYOUT - ONE ROW PER
      * ACCOUNT, KEYED ON THE VSAM.ZBANK ACCOUNT NUMBER. ZINTR ADDS
      * EACH NIGHT'S INTEREST ON THE DAY'S CLOSING BALANCE (FOR
      * EVERY CALENDAR DAY UP TO THE NEXT BUSINESS DAY) AND, ON THE
      * FIRST RUN OF A NEW MONTH, CAPITALIZES THE PRIOR MONTH'S
      * ACCRUALS AS JOURNALED POSTINGS - "IN" FOR CREDIT INTEREST,
      * "ID" FOR DEBIT INTEREST - AND ZEROES THEM.
      * ACCRUALS CARRY FOUR DECIMAL PLACES SO A MONTH OF DAILY
      * FRACTIONS IS NOT LOST TO ROUNDING; ONLY THE CAPITALIZED
      * AMOUNT IS ROUNDED TO CENTS.
      * DEBIT INTEREST IS SPLIT: THE PART OF AN OVERDRAWN BALANCE
      * WITHIN WS-OVERDRAFT-LIMIT ACCRUES AT THE ARRANGED RATE, THE
      * PART BEYOND IT AT THE HIGHER UNARRANGED RATE.
      * AC-ACCRUED-THRU IS THE LAST CALENDAR DAY ALREADY ACCRUED - A
      * RERUN FOR THE SAME NIGHT NEVER ACCRUES THE DAY TWICE.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-ACCR-REC.
      *        COPY ACCRREC.
      *
         05 AC-ACCNO PIC 9(10).
         05 AC-CREDIT-ACCRUED PIC 9(10)V9(4).
         05 AC-ARRANGED-ACCRUED PIC 9(10)V9(4).
         05 AC-UNARRANGED-ACCRUED PIC 9(10)V9(4).
         05 AC-ACCRUED-THRU PIC X(8).
         05 AC-DAYS-ACCRUED PIC 9(3).
         05 AC-LAST-CAP-DATE PIC X(8).
         05 FILLER PIC X(9).
