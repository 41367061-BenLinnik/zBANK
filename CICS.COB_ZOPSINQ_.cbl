       77 WS-RUNC-EOF PIC X VALUE 'N'.
       77 WS-ABSTIME PIC S9(15) COMP-3.
       77 WS-RESP-CODE PIC 9(8).
      * DFHRESP(ATNI) - SEE ZSUPV.
       77 WS-ATNI-RESP PIC 9(8) VALUE 51.
       01 WS-SHOW-DATE PIC X(8).
       01 WS-LINE-COUNT PIC 9(2) VALUE ZEROS.
