      *
      * BULK-PAYMENT RELEASE RECORD (U0210.BULKREL.ZBANK GDG) - ONE
      * ROW PER EXTERNAL ITEM OF AN ACCEPTED BULK PAYMENT FILE,
      * WRITTEN BY ZBULKPY ONCE THE WHOLE FILE HAS POSTED. THE ITEM
      * IS ALREADY PAID FOR - THE BUSINESS ACCOUNT CARRIED THE ONE
      * "BD" DEBIT FOR THE FILE AND THE ITEM'S "BX" ENTRY MOVED ITS
      * AMOUNT FROM TRANSFER CLEARING TO OUTBOUND CLEARING - SO THE
      * NIGHTLY ZCLROUT EXTRACT SENDS IT TO THE CLEARING NETWORK
      * WITHOUT DEBITING ANYTHING AGAIN. ROWS FOR ONE FILE ARE
      * CONTIGUOUS. BKX-AMOUNT CARRIES TWO ASSUMED DECIMAL PLACES.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-BLKX-REC.
      *        COPY BLKXREC.
      *
         05 BKX-BENE-ACCNO PIC 9(10).
         05 BKX-AMOUNT PIC 9(10)V99.
      * THE ITEM'S OWN JRNLZBNK REFERENCE (THE "BX" ENTRY) - CARRIED
      * TO THE CLEARING NETWORK AS THE ORIGINATOR REFERENCE.
         05 BKX-REF-NO PIC 9(12).
      * THE FILE THE ITEM CAME FROM - ITS KEY ON VSAM.ZBULKREG.
         05 BKX-DEBIT-ACCNO PIC 9(10).
         05 BKX-FILE-ID PIC X(8).
         05 BKX-ITEM-NO PIC 9(6).
         05 BKX-POST-DATE PIC X(8).
         05 FILLER PIC X(14).
