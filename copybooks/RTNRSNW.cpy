      *
      * OUTBOUND-PAYMENT RETURN REASONS - THE CODES THE CLEARING
      * NETWORK PUTS ON AN ITEM OF OURS THE BENEFICIARY BANK SENT
      * BACK (ZCLRRTN), KEPT ON THE VSAM.ZPAYPND ROW IN
      * PP-RTN-REASON AND SHOWN TO THE CUSTOMER ON THE ZBANK
      * EXTERNAL-PAYMENT SCREEN. A CODE NOT IN THE TABLE IS STILL
      * ACCEPTED AND READS AS WS-RTNR-DFLT-TEXT. SET WS-RTNR-CODE
      * AND SEARCH WS-RTNR-ENTRY FOR THE TEXT.
      *
       01  WS-RTNR-VALUES.
           05  FILLER PIC X(22) VALUE "01ACCOUNT CLOSED".
           05  FILLER PIC X(22) VALUE "02NO SUCH ACCOUNT".
           05  FILLER PIC X(22) VALUE "03NAME MISMATCH".
           05  FILLER PIC X(22) VALUE "04ACCOUNT BLOCKED".
           05  FILLER PIC X(22) VALUE "05REFUSED BY PAYEE".
           05  FILLER PIC X(22) VALUE "06DUPLICATE PAYMENT".
       01  WS-RTNR-TABLE REDEFINES WS-RTNR-VALUES.
           05  WS-RTNR-ENTRY OCCURS 6 TIMES INDEXED BY WS-RTNR-IX.
               10  WS-RTNR-TAB-CODE PIC X(2).
               10  WS-RTNR-TAB-TEXT PIC X(20).
       01  WS-RTNR-CODE PIC X(2).
       01  WS-RTNR-TEXT PIC X(20).
       01  WS-RTNR-DFLT-TEXT PIC X(20) VALUE "RETURNED BY BANK".
