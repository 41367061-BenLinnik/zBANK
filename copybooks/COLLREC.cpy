      *
      * VSAMCOLL COLLECTIONS CASE RECORD - ONE ROW PER CHARGED-OFF
      * ACCOUNT, KEYED ON THE ACCOUNT. WRITTEN BY ZCHGOFF WHEN THE
      * NEGATIVE BALANCE IS WRITTEN OFF ("CO") AND THE ACCOUNT IS
      * CLOSED FOR ZCLARCH, AND CARRIED ON AFTER THE ACCOUNT IS
      * ARCHIVED. MONEY LATER RECOVERED FROM THE CUSTOMER POSTS
      * AGAINST THIS ROW, NOT THE ACCOUNT - AT THE COUNTER (ZTELL
      * ACTION R, "CR") OR AS AN INBOUND CLEARING CREDIT TO THE
      * CHARGED-OFF ACCOUNT NUMBER (ZCLRPST, "CX"). ROWS STAY ON
      * FILE AS THE RECORD OF WHAT WAS LOST AND WHAT CAME BACK.
      * STATUS: O=OPEN - WITH THE RECOVERY AGENCY,
      *         S=SETTLED - RECOVERED IN FULL, NO MORE IS TAKEN.
      * CL-BRANCH-CODE AND CL-ACCOUNT-TYPE ARE THE ACCOUNT'S AT
      * CHARGE-OFF, KEPT FOR THE ZCOLRPT CREDIT COMMITTEE REPORT.
      * MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-COLL-REC.
      *        COPY COLLREC.
      *
         05 CL-ACCNO PIC 9(10).
         05 CL-CUST-NO PIC 9(10).
         05 CL-STATUS PIC X(1).
         05 CL-CHGOFF-DATE PIC X(8).
         05 CL-CHGOFF-AMT PIC 9(10)V99.
         05 CL-RECOVERED PIC 9(10)V99.
         05 CL-LAST-RCV-DATE PIC X(8).
         05 CL-BRANCH-CODE PIC X(3).
         05 CL-ACCOUNT-TYPE PIC X(1).
      * THE JRNLZBNK REFERENCE OF THE "CO" WRITE-OFF ENTRY.
         05 CL-REF-NO PIC 9(12).
         05 FILLER PIC X(3).
