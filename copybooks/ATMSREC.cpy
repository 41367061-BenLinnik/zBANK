      *
      * ATM NETWORK DAILY SETTLEMENT RECORD (U0210.ATMSETL.ZBANK GDG)
      * - THE NETWORK PROCESSOR'S FIXED 100-BYTE LAYOUT, DELIVERED
      * THE SAME NIGHT AS THE ATMIN ITEMS IT SETTLES AND READ BY
      * ZATMSET. ONE H (HEADER) ROW, THEN ONE D (DETAIL) ROW PER ITEM
      * THE NETWORK SENT US ON ATMIN, THEN ONE T (TRAILER) ROW WITH
      * THE NETWORK'S OWN TOTALS AND THE NET SETTLEMENT.
      * ITEM TYPE:   W = OUR CUSTOMER'S WITHDRAWAL, D = DEPOSIT.
      * ITEM STATUS: S = SETTLED, R = RETURNED BY US ON ATMRET AND
      *              NOT SETTLED.
      * AS-FEE IS THE INTERCHANGE FEE THE NETWORK CHARGES US ON THE
      * ITEM (ZERO ON A RETURNED ITEM).
      * NET SETTLEMENT = DEPOSITS SETTLED - WITHDRAWALS SETTLED -
      * INTERCHANGE FEES; AS-T-NET-DIR C = THE NETWORK PAYS US,
      * D = WE PAY THE NETWORK.
      * ALL MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SETL-REC.
      *        COPY ATMSREC.
      *
         05 AS-REC-TYPE PIC X(1).
         05 AS-DATA PIC X(99).
         05 AS-HEADER REDEFINES AS-DATA.
      * THE BUSINESS DATE OF THE ATMIN ITEMS BEING SETTLED.
           10 AS-H-BUS-DATE PIC X(8).
           10 AS-H-NETWORK-ID PIC X(8).
           10 FILLER PIC X(83).
         05 AS-DETAIL REDEFINES AS-DATA.
           10 AS-NET-REF PIC X(16).
           10 AS-TYPE PIC X(1).
           10 AS-CARD-NO PIC 9(16).
           10 AS-AMOUNT PIC 9(10)V99.
           10 AS-FEE PIC 9(6)V99.
           10 AS-STATUS PIC X(1).
           10 FILLER PIC X(45).
         05 AS-TRAILER REDEFINES AS-DATA.
           10 AS-T-W-COUNT PIC 9(8).
           10 AS-T-W-TOTAL PIC 9(11)V99.
           10 AS-T-D-COUNT PIC 9(8).
           10 AS-T-D-TOTAL PIC 9(11)V99.
           10 AS-T-FEE-TOTAL PIC 9(9)V99.
           10 AS-T-RET-COUNT PIC 9(8).
           10 AS-T-RET-TOTAL PIC 9(11)V99.
           10 AS-T-NET-DIR PIC X(1).
           10 AS-T-NET-AMOUNT PIC 9(11)V99.
           10 FILLER PIC X(11).
