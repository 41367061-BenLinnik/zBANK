      *
      * VSAMALRT CUSTOMER ALERT SUBSCRIPTION RECORD FOR VSAM.ZALERT -
      * ONE ROW PER ACCOUNT, KEYED ON THE ACCOUNT NUMBER. MAINTAINED
      * BY THE CUSTOMER ON THE ZBANK ALERTS SCREEN; READ NIGHTLY BY
      * ZALERT, WHICH WRITES THE TRIGGERED ALERTS TO THE OUTBOUND
      * MESSAGE FILE FOR THE SMS/EMAIL GATEWAY.
      * AL-CUST-NO IS THE OWNER WHO SUBSCRIBED (ON A JOINT ACCOUNT,
      * THE OWNER WHO WAS LOGGED IN) - MESSAGES GO TO THAT
      * CUSTOMER'S CUST-PHONE / CUST-EMAIL ON VSAM.ZCUST.
      * AL-CHANNEL: S = SMS, E = EMAIL, B = BOTH.
      * EACH ALERT SWITCH IS Y (SUBSCRIBED) OR N:
      *   AL-LOW-SW   - BALANCE BELOW AL-LOW-AMOUNT AT END OF DAY
      *   AL-LARGE-SW - ANY WITHDRAWAL OR TRANSFER OUT OVER
      *                 AL-LARGE-AMOUNT
      *   AL-PIN-SW   - PIN CHANGED
      *   AL-PAYEE-SW - NEW PAYEE ADDED
      *   AL-DEP-SW   - DEPOSIT OR INCOMING PAYMENT RECEIVED
      * AL-LOW-SENT-SW IS SET BY ZALERT WHEN IT SENDS THE LOW-BALANCE
      * ALERT AND CLEARED WHEN THE BALANCE RECOVERS, SO A CUSTOMER
      * IS TOLD ONCE PER DIP BELOW THE AMOUNT, NOT EVERY NIGHT.
      * MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-ALRT-REC.
      *        COPY ALRTREC.
      *
         05 AL-ACCNO PIC 9(10).
         05 AL-CUST-NO PIC 9(10).
         05 AL-CHANNEL PIC X(1).
         05 AL-LOW-SW PIC X(1).
         05 AL-LOW-AMOUNT PIC 9(10)V99.
         05 AL-LARGE-SW PIC X(1).
         05 AL-LARGE-AMOUNT PIC 9(10)V99.
         05 AL-PIN-SW PIC X(1).
         05 AL-PAYEE-SW PIC X(1).
         05 AL-DEP-SW PIC X(1).
         05 AL-LOW-SENT-SW PIC X(1).
         05 AL-UPD-DATE PIC X(8).
         05 FILLER PIC X(21).
