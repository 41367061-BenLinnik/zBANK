      *
      * VSAMWTCH WATCH-LIST RECORD LAYOUT - THE SANCTIONS / WATCH
      * LIST COMPLIANCE LOADS FROM THE REGULATOR'S PUBLISHED FILE
      * WITH THE ZWLLOAD BATCH. EACH PUBLISHED ENTRY IS STORED UP TO
      * THREE TIMES, ONCE UNDER EACH OF ITS MATCH KEYS (SEE NAMENRM)
      * SO A SCREEN IS A KEYED READ, NOT A SCAN OF THE LIST:
      *   S = SQUEEZED NAME      O = WORD-ORDER-SORTED NAME
      *   I = IDENTITY NUMBER (ONLY WHEN THE LIST CARRIES ONE)
      * THE REST OF THE ROW IS THE ENTRY AS PUBLISHED. THE CLUSTER IS
      * REBUILT WHOLE ON EVERY LOAD - NEVER MAINTAINED ONLINE.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-WTCH-REC.
      *        COPY WLSTREC.
      *
         05 WL-KEY.
           10 WL-KEY-TYPE PIC X(1).
           10 WL-KEY-VALUE PIC X(40).
           10 WL-ENTRY-NO PIC 9(6).
         05 WL-LIST-NAME PIC X(40).
         05 WL-LIST-ID PIC X(20).
         05 WL-LIST-DOB PIC X(8).
      * THE PUBLISHING LIST / PROGRAMME THE ENTRY CAME FROM.
         05 WL-LIST-SOURCE PIC X(8).
         05 WL-LOAD-DATE PIC X(8).
         05 FILLER PIC X(9).
