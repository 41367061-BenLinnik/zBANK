      *
      * VSAMMAND DIRECT-DEBIT MANDATE RECORD LAYOUT - ONE ROW PER
      * ORIGINATOR A CUSTOMER HAS AUTHORISED TO DEBIT AN ACCOUNT,
      * KEYED ACCOUNT + ORIGINATOR ID (THE ID THE CLEARING HOUSE
      * CARRIES ON EVERY INBOUND DEBIT). SET UP BY STAFF FROM ZSUPV
      * (ACTION F) AND CANCELLED BY THE CUSTOMER FROM THE ZBANK
      * MANDATE SCREEN. A CANCELLED MANDATE STAYS ON FILE WITH
      * STATUS C SO THE HISTORY IS NEVER SIMPLY GONE; SETTING IT UP
      * AGAIN REACTIVATES THE SAME ROW. ZCLRPST RETURNS ANY INBOUND
      * XD DEBIT WITH NO ACTIVE MANDATE, OR OVER THE MANDATE'S
      * MAXIMUM, ON CLRRET WITH REASON 10.
      * THE ORIGINATOR ID IS THE ORIGINATOR'S SERVICE USER NUMBER,
      * EIGHT DIGITS WITH LEADING ZEROS, EXACTLY AS CLRIN CARRIES IT.
      * MD-MAX-AMOUNT IS THE LARGEST SINGLE DEBIT ALLOWED (TWO
      * ASSUMED DECIMAL PLACES) - ZERO MEANS NO MAXIMUM.
      * STATUS: A=ACTIVE, C=CANCELLED.
      * CANCEL CHANNEL: O=CUSTOMER ONLINE (ZBANK), S=SUPERVISOR.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-MAND-REC.
      *        COPY MNDTREC.
      *
         05 MD-KEY.
           10 MD-ACCNO PIC 9(10).
           10 MD-ORIG-ID PIC X(8).
         05 MD-MANDATE-REF PIC X(20).
         05 MD-MAX-AMOUNT PIC 9(10)V99.
         05 MD-STATUS PIC X(1).
         05 MD-SETUP-DATE PIC X(8).
      * SUPERVISOR ID WHO SET THE MANDATE UP.
         05 MD-SETUP-BY PIC X(8).
         05 MD-CANCEL-DATE PIC X(8).
         05 MD-CANCEL-CHANNEL PIC X(1).
         05 FILLER PIC X(24).
