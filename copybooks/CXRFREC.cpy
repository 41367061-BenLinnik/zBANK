      *
      * VSAMCXRF CUSTOMER-NUMBER CROSS-REFERENCE RECORD - ONE ROW
      * PER CUSTOMER NUMBER RETIRED BY A ZSUPV CUSTOMER MERGE
      * (ACTION Z), KEYED ON THE RETIRED NUMBER AND POINTING AT THE
      * SURVIVING ONE. THE MERGE MOVES THE RETIRED CUSTOMER'S
      * ACCOUNTS, LINKS, PAYEES AND PIN HISTORY ACROSS AND DELETES
      * ITS VSAMCUST ROW; THE ROW AS IT STOOD IS KEPT HERE. ANY
      * SCREEN A CUSTOMER NUMBER IS KEYED INTO LOOKS HERE WHEN
      * VSAMCUST HAS NO SUCH NUMBER, SO AN OLD NUMBER STILL
      * RESOLVES. A LATER MERGE OF THE SURVIVOR REPOINTS EVERY ROW
      * THAT NAMED IT, SO ONE LOOKUP IS ALWAYS ENOUGH.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-CXRF-REC.
      *        COPY CXRFREC.
      *
         05 CX-OLD-CUST-NO PIC 9(10).
         05 CX-NEW-CUST-NO PIC 9(10).
         05 CX-MERGE-DATE PIC X(8).
         05 CX-MERGE-TIME PIC X(6).
         05 CX-MERGED-BY PIC X(8).
         05 CX-TERMID PIC X(4).
      * THE RETIRED VSAMCUST ROW (CUSTREC LAYOUT) AT MERGE TIME.
         05 CX-OLD-CUST-IMAGE PIC X(170).
         05 FILLER PIC X(24).
