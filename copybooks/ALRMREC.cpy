      *
      * OUTBOUND ALERT MESSAGE RECORD - ONE ROW PER MESSAGE ON THE
      * ALRTOUT FILE ZALERT WRITES FOR THE SMS/EMAIL GATEWAY. AN
      * ALERT SUBSCRIBED FOR BOTH CHANNELS IS TWO ROWS.
      * AM-CHANNEL: S = SMS (AM-ADDRESS IS THE PHONE NUMBER),
      *             E = EMAIL (AM-ADDRESS IS THE EMAIL ADDRESS).
      * AM-ALERT-TYPE:
      *   LB = BALANCE BELOW THE CUSTOMER'S AMOUNT
      *   LD = WITHDRAWAL OR TRANSFER OUT OVER THE CUSTOMER'S AMOUNT
      *   PC = PIN CHANGED
      *   NP = NEW PAYEE ADDED
      *   DR = DEPOSIT OR INCOMING PAYMENT RECEIVED
      * AM-REF-NO IS THE JOURNAL REFERENCE OF THE TRIGGERING ENTRY
      * (ZERO FOR LB AND NP, WHICH HAVE NONE); AM-AMOUNT IS THE
      * ENTRY'S AMOUNT, OR THE BALANCE FOR LB (WHICH MAY BE BELOW
      * ZERO, HENCE THE SEPARATE LEADING SIGN).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-ALRM-REC.
      *        COPY ALRMREC.
      *
         05 AM-CHANNEL PIC X(1).
         05 AM-ADDRESS PIC X(30).
         05 AM-ACCNO PIC 9(10).
         05 AM-CUST-NO PIC 9(10).
         05 AM-ALERT-TYPE PIC X(2).
         05 AM-DATE PIC X(8).
         05 AM-TIME PIC X(6).
         05 AM-REF-NO PIC 9(12).
         05 AM-AMOUNT PIC S9(10)V99 SIGN LEADING SEPARATE.
         05 AM-MESSAGE PIC X(80).
         05 FILLER PIC X(28).
