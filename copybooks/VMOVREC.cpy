      *
      * VSAMVMOV VAULT MOVEMENT RECORD FOR VSAM.ZVLTMOV (APPEND-ONLY
      * ESDS) - ONE ROW PER MOVEMENT OF CASH INTO OR OUT OF A BRANCH
      * VAULT (SEE VLTREC). MOVEMENT TYPES:
      *   B = TELLER BOUGHT CASH FROM THE VAULT (VAULT OUT, DRAWER IN)
      *   S = TELLER SOLD CASH TO THE VAULT (VAULT IN, DRAWER OUT)
      *   I = CASH-CENTRE SHIPMENT RECEIVED INTO THE VAULT
      *   O = SHIPMENT SENT FROM THE VAULT TO THE CASH CENTRE
      * B AND S ARE WRITTEN BY ZTELL, CARRYING THE TELLER AND THE
      * APPROVING SUPERVISOR AND A REFERENCE FROM THE SHARED TXNREF
      * COUNTER; I AND O ARE WRITTEN BY ZVLTBAL FROM THE SHIPMENT
      * CARDS, CARRYING THE CASH CENTRE'S SHIPMENT REFERENCE. ZDRWBAL
      * PROVES THE DRAWERS WITH THE B/S ROWS ALONGSIDE THE JOURNAL.
      * VM-AMOUNT CARRIES TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-VMOV-REC.
      *        COPY VMOVREC.
      *
         05 VM-BRANCH PIC X(3).
         05 VM-DATE PIC X(8).
         05 VM-TIME PIC X(6).
         05 VM-TYPE PIC X(1).
         05 VM-TELLER-ID PIC X(8).
         05 VM-SUPV-ID PIC X(8).
         05 VM-AMOUNT PIC 9(12)V99.
         05 VM-TERMID PIC X(4).
         05 VM-REF-NO PIC 9(12).
         05 VM-SHIP-REF PIC X(12).
         05 FILLER PIC X(4).
