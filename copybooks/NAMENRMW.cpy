      *
      * WORK FIELDS FOR WATCH-LIST NAME AND ID MATCHING - COPY INTO
      * WORKING-STORAGE TOGETHER WITH THE NAMENRM PROCEDURE
      * COPYBOOK. FOR A NAME, SET WS-NRM-NAME AND PERFORM
      * 8780-NORMALIZE-NAME; WS-NRM-SQUEEZED AND WS-NRM-SORTED ARE
      * THE TWO MATCH KEYS. FOR AN IDENTITY NUMBER, SET WS-NRM-ID
      * AND PERFORM 8785-NORMALIZE-ID; WS-NRM-ID-KEY IS THE MATCH
      * KEY. THE WATCH-LIST LOADER BUILDS THE LIST SIDE OF THE KEYS
      * WITH THE SAME PARAGRAPHS, SO BOTH SIDES ALWAYS AGREE.
      *
       01  WS-NRM-WORK.
           05  WS-NRM-NAME PIC X(40).
           05  WS-NRM-SQUEEZED PIC X(40).
           05  WS-NRM-SORTED PIC X(40).
           05  WS-NRM-ID PIC X(20).
           05  WS-NRM-ID-KEY PIC X(40).
           05  WS-NRM-TOKEN-COUNT PIC 9(2).
           05  WS-NRM-TOKENS.
               10  WS-NRM-TOKEN PIC X(40) OCCURS 10 TIMES.
           05  WS-NRM-SWAP PIC X(40).
           05  WS-NRM-CHAR PIC X(1).
           05  WS-NRM-IX PIC 9(2).
           05  WS-NRM-JX PIC 9(2).
           05  WS-NRM-LIMIT PIC 9(2).
           05  WS-NRM-SQ-LEN PIC 9(2).
           05  WS-NRM-TK-LEN PIC 9(2).
           05  WS-NRM-PTR PIC 9(3).
           05  WS-NRM-SKIP-SW PIC X(1).
