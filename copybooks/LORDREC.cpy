      *
      * VSAMLORD LEGAL ORDER RECORD FOR VSAM.ZLEGORD - ONE ROW PER
      * COURT GARNISHMENT ORDER OR TAX LEVY SERVED ON AN ACCOUNT,
      * KEYED ACCOUNT + THE ORDER NUMBER THE ISSUING AUTHORITY GAVE
      * IT (SO ONE ACCOUNT CAN CARRY SEVERAL ORDERS). ENTERED,
      * AMENDED AND WITHDRAWN ON THE ZSUPV HOLD FUNCTION (ACTION H
      * WITH THE ORDER NUMBER IN REF). THE NIGHTLY ZLEGSZ BATCH
      * SEIZES WHATEVER THE ACCOUNT HAS ABOVE THE EXEMPTION FLOOR -
      * AFTER UNEXPIRED HOLDS, AND NOTHING FROM AN UNMATURED TERM
      * DEPOSIT OR THE OVERDRAFT - UP TO THE AMOUNT STILL OWED,
      * JOURNALS IT AS ACTION "GS" AND WRITES IT TO THE LEGREM
      * REMITTANCE FILE FOR THE AUTHORITY. ORDERS ON ONE ACCOUNT
      * ARE SATISFIED IN ORDER-NUMBER SEQUENCE. ZLEGREG PRINTS THE
      * REGISTER.
      * ALL MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * STATUS: A=ACTIVE (OUTSTANDING, OR PARTLY SATISFIED ONCE
      *         LO-SATISFIED IS ABOVE ZERO), S=SATISFIED (CLOSED BY
      *         ZLEGSZ WHEN LO-SATISFIED REACHES LO-ORDER-AMT),
      *         W=WITHDRAWN (CLOSED ON ZSUPV WHEN THE AUTHORITY
      *         LIFTS THE ORDER).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-LORD-REC.
      *        COPY LORDREC.
      *
         05 LO-KEY.
           10 LO-ACCNO PIC 9(10).
           10 LO-ORDER-NO PIC 9(12).
      * THE COURT OR TAX OFFICE THAT ISSUED THE ORDER - CARRIED ON
      * EVERY REMITTANCE SO THE MONEY REACHES THE RIGHT CREDITOR.
         05 LO-AUTHORITY PIC X(20).
         05 LO-ORDER-AMT PIC 9(10)V99.
         05 LO-SATISFIED PIC 9(10)V99.
      * THE PROTECTED BALANCE THE CUSTOMER MUST BE LEFT WITH -
      * NOTHING BELOW IT IS SEIZED. ZERO = NO EXEMPTION.
         05 LO-FLOOR PIC 9(10)V99.
         05 LO-STATUS PIC X(1).
      * DATE THE AUTHORITY ISSUED THE ORDER, AND WHO ENTERED IT AND
      * WHEN.
         05 LO-ORDER-DATE PIC X(8).
         05 LO-PLACED-BY PIC X(8).
         05 LO-PLACED-DATE PIC X(8).
      * DATE OF THE LAST SEIZURE, AND THE DATE THE ORDER WAS
      * SATISFIED OR WITHDRAWN - SPACES UNTIL THEN.
         05 LO-LAST-SEIZED PIC X(8).
         05 LO-CLOSED-DATE PIC X(8).
         05 FILLER PIC X(9).
