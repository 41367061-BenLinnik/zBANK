      *
      * VSAMBREG BULK-PAYMENT FILE REGISTRY RECORD LAYOUT - ONE ROW
      * PER BULK PAYMENT FILE ZBULKPY HAS POSTED, KEYED ON THE
      * BUSINESS (DEBIT) ACCOUNT + THE CUSTOMER'S FILE ID. A FILE
      * WHOSE KEY IS ALREADY HERE IS A RE-SUBMISSION AND IS REJECTED
      * WHOLE, SO A PAYROLL SENT TWICE CAN NEVER PAY TWICE. A
      * REJECTED FILE IS NOT REGISTERED - THE CUSTOMER CORRECTS IT
      * AND SENDS IT AGAIN UNDER THE SAME FILE ID.
      * STATUS: P=POSTED, EXTERNAL ITEMS AWAITING RELEASE,
      *         S=EXTERNAL ITEMS RELEASED BY ZCLROUT (BG-SENT-DATE),
      *         N=POSTED, NO EXTERNAL ITEMS IN THE FILE.
      * ZCLROUT SENDS A FILE'S RELEASE ROWS ONLY WHILE ITS STATUS
      * IS P, SO A RELEASE GENERATION READ A SECOND TIME IS SKIPPED.
      * BG-TOTAL CARRIES TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-BREG-REC.
      *        COPY BLKGREC.
      *
         05 BG-KEY.
           10 BG-DEBIT-ACCNO PIC 9(10).
           10 BG-FILE-ID PIC X(8).
         05 BG-STATUS PIC X(1).
         05 BG-POST-DATE PIC X(8).
         05 BG-SENT-DATE PIC X(8).
         05 BG-ITEM-COUNT PIC 9(6).
         05 BG-EXT-COUNT PIC 9(6).
         05 BG-TOTAL PIC 9(10)V99.
      * THE JRNLZBNK REFERENCE OF THE FILE'S ONE "BD" DEBIT.
         05 BG-REF-NO PIC 9(12).
         05 FILLER PIC X(9).
