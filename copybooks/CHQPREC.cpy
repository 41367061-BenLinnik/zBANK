      *
      * VSAMCHQP PAID-CHEQUE REGISTER RECORD LAYOUT - ONE ROW PER
      * CHEQUE PAID, KEYED ACCOUNT + CHEQUE SERIAL. WRITTEN BY THE
      * NIGHTLY ZCHQPST PRESENTMENT BATCH RIGHT AFTER THE "CQ"
      * JOURNAL ENTRY, SO A SERIAL PRESENTED A SECOND TIME RETURNS
      * AS ALREADY PAID (REASON 11). A ROW WITH TODAY'S PAID DATE
      * AND THE SAME PRESENTER REFERENCE IS THE SAME ITEM POSTED BY
      * AN INTERRUPTED RUN, AND IS COUNTED RATHER THAN RETURNED.
      * CP-AMOUNT CARRIES TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-CHQP-REC.
      *        COPY CHQPREC.
      *
         05 CP-KEY.
           10 CP-ACCNO PIC 9(10).
           10 CP-SERIAL PIC 9(8).
         05 CP-AMOUNT PIC 9(10)V99.
         05 CP-PAID-DATE PIC X(8).
      * THE JOURNAL REFERENCE OF THE "CQ" DEBIT.
         05 CP-REF-NO PIC 9(12).
      * THE PRESENTING BANK'S OWN ITEM REFERENCE.
         05 CP-PRES-REF PIC X(16).
         05 FILLER PIC X(14).
