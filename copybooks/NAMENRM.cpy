      *
      * WATCH-LIST MATCH KEYS - SEE NAMENRMW FOR THE WORK FIELDS AND
      * CALLING PROTOCOL. A NAME IS UPPER-CASED AND BROKEN INTO
      * WORDS ON ANYTHING THAT IS NOT A LETTER OR DIGIT (AN
      * APOSTROPHE IS DROPPED WITHOUT BREAKING THE WORD, SO O'BRIEN
      * AND OBRIEN AGREE). TWO KEYS ARE BUILT:
      *   SQUEEZED - THE WORDS RUN TOGETHER IN THEIR ORIGINAL ORDER,
      *              SO "VAN DER BERG" AND "VANDERBERG" AGREE
      *   SORTED   - THE WORDS PUT IN ALPHABETICAL ORDER FIRST, SO
      *              "SMITH JOHN" AND "JOHN SMITH" AGREE
      * A NAME MATCHES THE LIST WHEN EITHER KEY MATCHES THE LIST
      * ENTRY'S KEY OF THE SAME KIND. AN IDENTITY NUMBER KEEPS ONLY
      * ITS LETTERS AND DIGITS, SO SPACES, DASHES AND SLASHES IN
      * HOW IT WAS KEYED DO NOT MATTER. EVERY PROGRAM THAT SCREENS A
      * NAME OR ID MUST USE THESE SAME PARAGRAPHS.
      *
       8780-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NRM-NAME) TO WS-NRM-NAME
           MOVE SPACES TO WS-NRM-SQUEEZED
           MOVE SPACES TO WS-NRM-SORTED
           MOVE SPACES TO WS-NRM-TOKENS
           MOVE ZEROS TO WS-NRM-TOKEN-COUNT
           MOVE ZEROS TO WS-NRM-SQ-LEN
           MOVE ZEROS TO WS-NRM-TK-LEN
           MOVE 'N' TO WS-NRM-SKIP-SW
           PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                   UNTIL WS-NRM-IX > 40
               MOVE WS-NRM-NAME(WS-NRM-IX:1) TO WS-NRM-CHAR
               IF (WS-NRM-CHAR >= "A" AND WS-NRM-CHAR <= "Z")
                   OR (WS-NRM-CHAR >= "0" AND WS-NRM-CHAR <= "9")
                   ADD 1 TO WS-NRM-SQ-LEN
                   MOVE WS-NRM-CHAR TO
                       WS-NRM-SQUEEZED(WS-NRM-SQ-LEN:1)
                   IF WS-NRM-TK-LEN = ZEROS
                       IF WS-NRM-TOKEN-COUNT < 10
                           ADD 1 TO WS-NRM-TOKEN-COUNT
                       ELSE
                           MOVE 'Y' TO WS-NRM-SKIP-SW
                       END-IF
                   END-IF
                   ADD 1 TO WS-NRM-TK-LEN
                   IF WS-NRM-SKIP-SW = 'N'
                       MOVE WS-NRM-CHAR TO
                           WS-NRM-TOKEN(WS-NRM-TOKEN-COUNT)
                               (WS-NRM-TK-LEN:1)
                   END-IF
               ELSE
                   IF WS-NRM-CHAR NOT = "'"
                       MOVE ZEROS TO WS-NRM-TK-LEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NRM-TOKEN-COUNT > 1
               COMPUTE WS-NRM-LIMIT = WS-NRM-TOKEN-COUNT - 1
               PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                       UNTIL WS-NRM-IX > WS-NRM-LIMIT
                   PERFORM VARYING WS-NRM-JX FROM 1 BY 1
                           UNTIL WS-NRM-JX > WS-NRM-TOKEN-COUNT
                                             - WS-NRM-IX
                       IF WS-NRM-TOKEN(WS-NRM-JX) >
                               WS-NRM-TOKEN(WS-NRM-JX + 1)
                           MOVE WS-NRM-TOKEN(WS-NRM-JX) TO WS-NRM-SWAP
                           MOVE WS-NRM-TOKEN(WS-NRM-JX + 1) TO
                               WS-NRM-TOKEN(WS-NRM-JX)
                           MOVE WS-NRM-SWAP TO
                               WS-NRM-TOKEN(WS-NRM-JX + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           MOVE 1 TO WS-NRM-PTR
           PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                   UNTIL WS-NRM-IX > WS-NRM-TOKEN-COUNT
               STRING WS-NRM-TOKEN(WS-NRM-IX) DELIMITED BY SPACE
                   INTO WS-NRM-SORTED WITH POINTER WS-NRM-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-PERFORM.

       8785-NORMALIZE-ID.
           MOVE FUNCTION UPPER-CASE(WS-NRM-ID) TO WS-NRM-ID
           MOVE SPACES TO WS-NRM-ID-KEY
           MOVE ZEROS TO WS-NRM-SQ-LEN
           PERFORM VARYING WS-NRM-IX FROM 1 BY 1
                   UNTIL WS-NRM-IX > 20
               MOVE WS-NRM-ID(WS-NRM-IX:1) TO WS-NRM-CHAR
               IF (WS-NRM-CHAR >= "A" AND WS-NRM-CHAR <= "Z")
                   OR (WS-NRM-CHAR >= "0" AND WS-NRM-CHAR <= "9")
                   ADD 1 TO WS-NRM-SQ-LEN
                   MOVE WS-NRM-CHAR TO
                       WS-NRM-ID-KEY(WS-NRM-SQ-LEN:1)
               END-IF
           END-PERFORM.
