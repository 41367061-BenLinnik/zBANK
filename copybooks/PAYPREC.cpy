      * WRITES THE ITEM TO THE OUTBOUND CLEARING FILE AND MARKS THE
      * ROW SENT. ROWS THAT FAIL FOR FUNDS STAY PENDING AND RETRY;
      * ROWS THAT CAN NEVER SEND (ACCOUNT GONE/CLOSED) ARE MARKED
      * REJECTED SO THEY STOP RETRYING. A SENT PAYMENT THE
      * BENEFICIARY BANK SENDS BACK IS MATCHED ON PP-REF-NO BY THE
      * ZCLRRTN RETURNS BATCH, RE-CREDITED (ACTION "XR", SAME
      * REFERENCE) AND MARKED RETURNED WITH THE NETWORK'S REASON.
      * PP-AMOUNT CARRIES TWO ASSUMED DECIMAL PLACES (CENTS).
      * STATUS: P=PENDING, S=SENT, R=REJECTED, T=RETURNED,
      * H=HELD (THE OWNER HAS DIED - NEVER SENT BY ZCLROUT).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-PAYP-REC.
      *        COPY PAYPREC.
      * THE JRNLZBNK REFERENCE OF THE "XP" DEBIT ONCE SENT - ALSO
      * CARRIED TO THE CLEARING NETWORK AS THE ORIGINATOR REFERENCE.
         05 PP-REF-NO PIC 9(12).
      * TIME (HHMMSS) AND CICS TERMINAL THE PAYMENT WAS CAPTURED
      * FROM - THE "XP" DEBIT ITSELF IS POSTED BY BATCH AND CARRIES
      * NO TERMINAL. READ BY THE NIGHTLY ZFRAUD PATTERN BATCH.
      * SPACES ON ROWS CAPTURED BEFORE THE FIELDS EXISTED.
         05 PP-REQ-TIME PIC X(6).
         05 PP-REQ-TERMID PIC X(4).
      * THE CLEARING NETWORK'S RETURN REASON (RTNRSNW CODES) ON A
      * RETURNED (T) ROW - SPACES ON EVERY OTHER ROW.
         05 PP-RTN-REASON PIC X(2).
      * ON A PAYMENT THAT NEEDED A SECOND OWNER'S APPROVAL, THE
      * VSAMAPPR SEQUENCE (SAME SOURCE ACCOUNT) IT WAS APPROVED
      * UNDER - ZCLROUT READS THAT ROW TO NAME BOTH OWNERS ON THE
      * "XP" ENTRY. ZEROS (OR SPACES ON OLDER ROWS) OTHERWISE.
         05 PP-APPR-SEQ PIC 9(4).
         05 FILLER PIC X(1).
