      *
      * GENERAL-LEDGER BALANCE RECORD (VSAM.ZGLBAL KSDS) - ONE ROW
      * PER GL ACCOUNT, KEYED GL ACCOUNT. OUR OWN RUNNING COPY OF THE
      * LEDGER'S BALANCE FOR EVERY ACCOUNT OUR POSTINGS LAND IN:
      * FINANCE LOADS THE OPENING POSITION (AND ANY LATER MANUAL GL
      * JOURNALS) WITH ZGLOPEN, AND ZGLACK BRINGS IT FORWARD EACH
      * NIGHT WITH EVERY POSTING THE LEDGER ACKNOWLEDGED AS
      * ACCEPTED. ZGLPRF PROVES THE DEPOSIT AND LOAN CONTROL
      * ACCOUNTS AGAINST THE SUB-LEDGER.
      * GB-BALANCE IS DEBIT-POSITIVE - A LIABILITY SUCH AS CUSTOMER
      * DEPOSITS CARRIES A NEGATIVE (CREDIT) BALANCE.
      * GL ACCOUNT 00000000 IS THE CONTROL ROW: ITS GB-LAST-POST-DATE
      * IS THE LAST BUSINESS DATE ZGLACK APPLIED ACCEPTED POSTINGS
      * FOR, SO A RERUN CANNOT APPLY THE SAME DAY TWICE.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-GLB-REC.
      *        COPY GLBREC.
      *
         05 GB-ACCOUNT PIC 9(8).
         05 GB-BALANCE PIC S9(13)V99.
      * DATE (YYYYMMDD) OF THE LAST ZGLOPEN OPENING POSITION - SPACES
      * WHEN THE ROW WAS STARTED BY A POSTING FROM ZERO.
         05 GB-OPEN-DATE PIC X(8).
         05 GB-LAST-POST-DATE PIC X(8).
      * ACCEPTED POSTINGS APPLIED ON GB-LAST-POST-DATE.
         05 GB-DAY-DEBITS PIC 9(13)V99.
         05 GB-DAY-CREDITS PIC 9(13)V99.
         05 FILLER PIC X(11).
