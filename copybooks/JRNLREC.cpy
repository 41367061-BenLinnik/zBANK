           10 JR-TS-TIME PIC X(6).
      * UNIQUE TRANSACTION REFERENCE ASSIGNED FROM VSAM.ZREFCTL AT
      * WRITE TIME. BOTH LEGS OF A TRANSFER (TD/TC) AND ANY TR
      * REVERSAL CARRY THE SAME REFERENCE SO THEY TIE TOGETHER, AS
      * DOES THE "XR" RE-CREDIT OF A RETURNED "XP" OUTBOUND PAYMENT.
         05 JR-REF-NO PIC 9(12).
      * ORIGIN OF THE ENTRY FOR INVESTIGATIONS: THE CICS TERMINAL
      * (EIBTRMID) FOR ONLINE WORK, THE POSTING PROGRAM'S NAME IN
         05 JR-CHANNEL PIC X(1).
         05 JR-OPERATOR PIC X(8).
      * ORIGINATOR'S OWN REFERENCE ON EXTERNALLY-ORIGINATED (XD/XC)
      * CLEARING POSTINGS, THE CHEQUE SERIAL ON A PAID CHEQUE (CQ),
      * THE CUSTOMER'S FILE ID ON A BULK PAYMENT FILE DEBIT (BD),
      * THE CUSTOMER'S ITEM REFERENCE ON ITS ITEMS (BC/BX) AND THE
      * NETWORK'S RETURN REASON CODE AND TEXT ON A RETURNED OUTBOUND
      * PAYMENT (XR), AND THE ORDER NUMBER OF THE COURT ORDER OR
      * TAX LEVY A "GS" SEIZURE WAS TAKEN UNDER (ZLEGSZ) - SPACES ON
      * EVERYTHING ELSE. A BULK FILE'S EXTERNAL ITEM (BX) IS
      * JOURNALED ON ACCOUNT ZERO LIKE A WALK-IN DEAL BELOW.
         05 JR-ORIG-REF PIC X(16).
      * ON A COUNTER FOREIGN-CURRENCY DEAL (FB/FS AGAINST AN
      * ACCOUNT, NB/NS FOR WALK-IN CASH) THE SAME FIELD CARRIES THE
      * CURRENCY AND THE FOREIGN AMOUNT; JR-AMOUNT IS THE HOME
      * CURRENCY SIDE. A WALK-IN DEAL TOUCHES NO ACCOUNT AND CARRIES
      * ZEROS IN JR-ACCNO, JR-OWNER-CUST AND THE BALANCES.
         05 JR-FX-DETAIL REDEFINES JR-ORIG-REF.
           10 JR-FX-CCY PIC X(3).
           10 JR-FX-AMOUNT PIC 9(11)V99.
      * ON A TRANSFER (TD/TC) OR EXTERNAL PAYMENT (XP) THAT NEEDED A
      * SECOND OWNER'S APPROVAL (VSAM.ZAPPRV) THE SAME FIELD CARRIES
      * "DUAL" AND THE APPROVING OWNER; JR-OWNER-CUST IS THE OWNER
      * WHO KEYED IT.
         05 JR-APPR-DETAIL REDEFINES JR-ORIG-REF.
           10 JR-APPR-TAG PIC X(4).
           10 JR-APPR-CUST PIC 9(10).
           10 FILLER PIC X(2).
      * THE OWNER (CUSTOMER NUMBER) WHO PERFORMED THE TRANSACTION -
      * ON A JOINT ACCOUNT THIS IS THE OWNER WHO LOGGED IN, WHICH
      * MAY DIFFER FROM THE ACCOUNT RECORD'S PRIMARY WS-CUST-NO.
