                                     ==SR-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==SR-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==SR-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==SR-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==SR-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==SR-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==SR-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==SR-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==SR-OWNER-CUST==.
       FD  SORTJRNL RECORDING MODE F.
                                     ==SJ-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==SJ-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==SJ-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==SJ-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==SJ-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==SJ-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==SJ-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==SJ-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==SJ-OWNER-CUST==.
       FD  SELCARD RECORDING MODE F.
       01  WS-JR-BEFORE-ED PIC -(9)9.99.
       01  WS-JR-AFTER-ED PIC -(9)9.99.
       01  WS-JR-AMOUNT-ED PIC 9(10).99.
       01  WS-FX-AMOUNT-ED PIC Z(10)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZSTMT" TO WS-RUNC-PROGRAM
               PERFORM 8100-READ-ACCT
           ELSE
      * JOURNAL ACTIVITY FOR AN ACCOUNT NOT ON FILE - COUNT THE
      * ENTRIES AND MOVE ON; THE COUNT PRINTS AT END OF RUN. ACCOUNT
      * ZERO (WALK-IN FOREIGN-CURRENCY DEALS) BELONGS TO NOBODY'S
      * STATEMENT AND IS NOT COUNTED, AND NEITHER IS A COLLECTIONS
      * RECOVERY (CR/CX) ON A CHARGED-OFF ACCOUNT ALREADY ARCHIVED.
               PERFORM UNTIL WS-JRNL-KEY NOT = WS-MATCH-KEY
                   IF WS-MATCH-KEY NOT = "0000000000"
                           AND SJ-ACTION NOT = "CR"
                           AND SJ-ACTION NOT = "CX"
                       ADD 1 TO WS-ORPHAN-COUNT
                   END-IF
                   PERFORM 8300-READ-JRNL
               END-PERFORM
           END-IF.
           STRING "  CURRENT BALANCE=" WS-BALANCE-ED
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM 7300-PUT-STMT-LINE
           IF WS-ACCOUNT-TYPE = "L"
               COMPUTE WS-BALANCE-ED = 0 - WS-BALANCE
               MOVE SPACES TO WS-STMT-LINE
               STRING "  LOAN PRINCIPAL OUTSTANDING=" WS-BALANCE-ED
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               PERFORM 7300-PUT-STMT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-LINE
           WRITE WS-STMT-LINE
           PERFORM 7330-FEED-TRAILER.
               " REF=" SJ-REF-NO
               DELIMITED BY SIZE INTO WS-STMT-LINE
           PERFORM 7300-PUT-STMT-LINE
      * INSTALMENT-LOAN AND INTEREST ENTRIES CARRY A PLAIN-WORDS
      * LINE - THE INTEREST PART OF AN INSTALMENT IS A MEMO THAT DOES
      * NOT MOVE THE LOAN BALANCE, AND THE CUSTOMER SHOULD SEE WHY.
      * A COUNTER FOREIGN-CURRENCY DEAL SHOWS THE CURRENCY AND THE
      * FOREIGN AMOUNT BEHIND THE HOME-CURRENCY FIGURE.
           EVALUATE SJ-ACTION
               WHEN "LD"
                   MOVE "    LOAN DRAWDOWN - PRINCIPAL ADVANCED"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "LR"
                   MOVE "    LOAN INSTALMENT COLLECTED"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "LP"
                   MOVE "    LOAN INSTALMENT - PRINCIPAL REPAID"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "LI"
                   MOVE "    LOAN INTEREST - MEMO, BALANCE UNCHANGED"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "IN"
                   MOVE "    CREDIT INTEREST FOR THE MONTH"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "ID"
                   MOVE "    OVERDRAFT INTEREST FOR THE MONTH"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "CQ"
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    CHEQUE PAID - SERIAL "
                       SJ-ORIG-REF(1:8)
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "FB"
                   MOVE SJ-FX-AMOUNT TO WS-FX-AMOUNT-ED
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    FOREIGN CURRENCY YOU SOLD - "
                       SJ-FX-CCY " " WS-FX-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "FS"
                   MOVE SJ-FX-AMOUNT TO WS-FX-AMOUNT-ED
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    FOREIGN CURRENCY YOU BOUGHT - "
                       SJ-FX-CCY " " WS-FX-AMOUNT-ED
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "BD"
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    BULK PAYMENT FILE " SJ-ORIG-REF(1:8)
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "BC"
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    BULK PAYMENT RECEIVED - REF "
                       SJ-ORIG-REF
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "XR"
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    EXTERNAL PAYMENT RETURNED - "
                       SJ-ORIG-REF
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "GS"
                   MOVE SPACES TO WS-STMT-LINE
                   STRING "    PAID UNDER LEGAL ORDER "
                       SJ-ORIG-REF(1:12)
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "CO"
                   MOVE "    OVERDRAWN BALANCE CHARGED OFF - CLOSED"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
               WHEN "CR"
               WHEN "CX"
                   MOVE "    RECOVERY AGAINST CHARGED-OFF DEBT - MEMO"
                       TO WS-STMT-LINE
                   PERFORM 7300-PUT-STMT-LINE
           END-EVALUATE
      * ORIGIN LINE FOR INVESTIGATIONS. ENTRIES WRITTEN BEFORE THE
      * ORIGIN FIELDS EXISTED CARRY SPACES THERE AND PRINT NONE.
           IF SJ-CHANNEL NOT = SPACE
