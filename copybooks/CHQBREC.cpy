      *
      * VSAMCHQB CHEQUE-BOOK RECORD LAYOUT - ONE ROW PER BOOK ISSUED
      * AGAINST A CHECKING ACCOUNT, KEYED ACCOUNT + FIRST SERIAL SO
      * ONE ACCOUNT CAN HOLD SEVERAL BOOKS. A SERIAL IS ISSUED WHEN
      * IT FALLS INSIDE THE FIRST/LAST RANGE OF ONE OF THE ACCOUNT'S
      * BOOKS; RANGES ON ONE ACCOUNT NEVER OVERLAP. WRITTEN BY THE
      * ZSUPV ISSUE-BOOK FUNCTION (ACTION I); READ BY THE NIGHTLY
      * ZCHQPST PRESENTMENT BATCH, WHICH RETURNS ANY CHEQUE WHOSE
      * SERIAL WAS NEVER ISSUED.
      * STATUS: A=ACTIVE.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-CHQB-REC.
      *        COPY CHQBREC.
      *
         05 CB-KEY.
           10 CB-ACCNO PIC 9(10).
           10 CB-FIRST-SERIAL PIC 9(8).
         05 CB-LAST-SERIAL PIC 9(8).
         05 CB-ISSUE-DATE PIC X(8).
         05 CB-ISSUED-BY PIC X(8).
         05 CB-STATUS PIC X(1).
         05 FILLER PIC X(17).
