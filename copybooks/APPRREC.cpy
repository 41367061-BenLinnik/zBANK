      *
      * VSAMAPPR TWO-OWNER APPROVAL RECORD - ONE ROW PER ZBANK
      * TRANSFER (T) OR EXTERNAL PAYMENT (X) HELD FOR A SECOND
      * OWNER'S APPROVAL, KEYED ACCOUNT + 4-DIGIT SEQUENCE. WRITTEN
      * BY ZBANK WHEN AN OWNER OF AN ACCOUNT WITH MORE THAN ONE
      * OWNER KEYS AN AMOUNT ABOVE THE ACCOUNT'S WS-DUAL-APPR-LIMIT.
      * ANOTHER OWNER APPROVES OR REJECTS IT ON THE ZBANK APPROVALS
      * SCREEN (SHOWN AT THEIR NEXT LOGIN). AN APPROVED TRANSFER
      * POSTS THERE AND THEN UNDER THE USUAL FUNDS, HOLD AND
      * DAILY-LIMIT CHECKS; AN APPROVED PAYMENT IS QUEUED ON
      * VSAMPAYP FOR ZCLROUT, WHICH CARRIES BOTH OWNERS ONTO ITS
      * "XP" JOURNAL ENTRY. ROWS LEFT PENDING PAST THE APRPOL
      * POLICY DAYS ARE NOT OFFERED ONLINE AND ARE MARKED EXPIRED
      * BY THE NIGHTLY ZAPREXP BATCH.
      * AP-AMOUNT CARRIES TWO ASSUMED DECIMAL PLACES (CENTS).
      * TYPE: T=TRANSFER TO A ZBANK ACCOUNT, X=EXTERNAL PAYMENT.
      * STATUS: P=PENDING, A=APPROVED, R=REJECTED, E=EXPIRED.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-APPR-REC.
      *        COPY APPRREC.
      *
         05 AP-KEY.
           10 AP-ACCNO PIC 9(10).
           10 AP-SEQ-NO PIC 9(4).
         05 AP-TYPE PIC X(1).
      * DESTINATION ZBANK ACCOUNT (T) OR BENEFICIARY ACCOUNT AT THE
      * OTHER INSTITUTION (X).
         05 AP-TO-ACCNO PIC 9(10).
         05 AP-AMOUNT PIC 9(10)V99.
         05 AP-STATUS PIC X(1).
      * THE OWNER WHO KEYED IT, AND WHEN AND WHERE.
         05 AP-INIT-CUST PIC 9(10).
         05 AP-REQ-DATE PIC X(8).
         05 AP-REQ-TIME PIC X(6).
         05 AP-REQ-TERMID PIC X(4).
      * THE OWNER WHO APPROVED OR REJECTED IT, AND WHEN - ZEROS/
      * SPACES WHILE PENDING AND ON AN EXPIRED ROW.
         05 AP-APPR-CUST PIC 9(10).
         05 AP-DECN-DATE PIC X(8).
         05 AP-DECN-TIME PIC X(6).
      * ONCE APPROVED: THE JRNLZBNK REFERENCE OF THE TD/TC POSTING
      * (T), OR THE VSAMPAYP SEQUENCE THE PAYMENT WAS QUEUED AS (X).
         05 AP-REF-NO PIC 9(12).
         05 AP-PAYP-SEQ PIC 9(2).
         05 FILLER PIC X(16).
