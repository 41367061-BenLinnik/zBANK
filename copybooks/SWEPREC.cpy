      *
      * VSAMSWEP SWEEP-INSTRUCTION RECORD LAYOUT - ONE ROW PER
      * BALANCE-DRIVEN SWEEP BETWEEN A CUSTOMER'S CHECKING ACCOUNT
      * AND A SAVINGS ACCOUNT UNDER THE SAME WS-CUST-NO. SET UP BY
      * THE CUSTOMER FROM THE ZBANK SWEEPS SCREEN, KEYED ON THE
      * CHECKING ACCOUNT + SEQUENCE SO ONE ACCOUNT CAN CARRY AN
      * OVERDRAFT COVER AND AN EXCESS SWEEP TOGETHER. EXECUTED
      * NIGHTLY BY THE ZSWEEP BATCH PROGRAM.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SWEP-REC.
      *        COPY SWEPREC.
      *
         05 SW-KEY.
           10 SW-ACCNO PIC 9(10).
           10 SW-SEQ-NO PIC 9(2).
      * TYPE: O=OVERDRAFT COVER - TOP THE CHECKING BALANCE BACK UP
      *         TO SW-LEVEL FROM THE SAVINGS ACCOUNT,
      *       E=EXCESS SWEEP - MOVE EVERYTHING ABOVE SW-LEVEL INTO
      *         THE SAVINGS ACCOUNT.
         05 SW-TYPE PIC X(1).
         05 SW-SAV-ACCNO PIC 9(10).
      * THE TARGET (O) OR CEILING (E) BALANCE, TWO ASSUMED DECIMALS.
         05 SW-LEVEL PIC 9(10)V99.
      * STATUS: A=ACTIVE, C=CANCELLED. CANCELLED ROWS ARE KEPT ON
      * FILE SO THE SEQUENCE NUMBER IS NOT REUSED.
         05 SW-STATUS PIC X(1).
         05 SW-SET-DATE PIC X(8).
      * THE OWNER WHO SET THE SWEEP UP (JOINT ACCOUNTS).
         05 SW-SET-CUST PIC 9(10).
      * LAST NIGHT THE SWEEP MOVED MONEY, AND HOW MUCH.
         05 SW-LAST-RUN PIC X(8).
         05 SW-LAST-AMOUNT PIC 9(10)V99.
         05 FILLER PIC X(6).
