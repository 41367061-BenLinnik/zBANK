      * FUNCTION CODES:
      *   SU = PIN-LOCK RESET        OD = OVERDRAFT LIMIT APPLIED
      *   DL = DAILY LIMIT SET       JL = JOINT OWNER ADDED
      *   DA = TWO-OWNER APPROVAL THRESHOLD SET (ACTION D, REASON
      *        DUAL)
      *   HP = DEPOSIT HOLD PLACED   TO = TERM OPENED
      *   CM = CUSTOMER DETAILS CHANGED
      *   CA = ATM CARD ADDED/BLOCKED/UNBLOCKED
      *   LO = INSTALMENT LOAN OPENED
      *   CB = CHEQUE BOOK ISSUED    CS = CHEQUE STOP PLACED/LIFTED
      *   DM = DIRECT-DEBIT MANDATE SET UP/CANCELLED
      *   WL = WATCH-LIST CASE OPENED/CLEARED/CONFIRMED
      *   PA = PAYEE ADDED           AL = ALERT SUBSCRIPTION CHANGED
      *   CX = CUSTOMER MERGE (ZSUPV ACTION Z) - ONE ROW PER
      *        ACCOUNT, LINK, PAYEE, PIN-HISTORY AND CROSS-REFERENCE
      *        ROW MOVED, AND ONE (MA-ACCNO ZERO) FOR THE RETIRED
      *        CUSTOMER ROW ITSELF
      *   DC = DEATH RECORDED (ACTION C, REASON DECEASED) - ONE
      *        ROW (MA-ACCNO ZERO) FOR THE DATE OF DEATH ON THE
      *        CUSTOMER ROW, THEN ONE PER STANDING ORDER SUSPENDED
      *        AND PENDING PAYMENT HELD
      *   EP = ESTATE PAY-OUT (ACTION C, REASON ESTATE) - THE
      *        CLOSED ACCOUNT AND THE EXECUTOR'S ACCOUNT PAID TO
      *        (RES TO)
      *   LG = LEGAL ORDER (GARNISHMENT/LEVY) ENTERED, AMENDED OR
      *        WITHDRAWN (ACTION H WITH THE ORDER NUMBER IN REF)
      * SECURITY ADMINISTRATION (ZSECADM, APPLIED UNDER DUAL
      * CONTROL - MA-OPERATOR IS THE APPROVER, AND A REQUESTED-BY
      * ROW NAMES THE ADMINISTRATOR WHO KEYED THE CHANGE):
      *   SS = SUPERVISOR CREDENTIAL ST = TELLER CREDENTIAL
      *   SE = ENTITLEMENT PROFILE   SP = SECURITY POLICY ROW
      *   SB = TERMINAL-TO-BRANCH    SC = BANK CALENDAR DATE
      * THOSE ROWS CARRY NO ACCOUNT (MA-ACCNO ZERO); MA-ADM-KEY
      * HOLDS THE TARGET FILE CODE AND ROW KEY INSTEAD (SECPREC).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-MAUD-REC.
      *        COPY MAUDREC.
         05 MA-TIMESTAMP.
           10 MA-TS-DATE PIC X(8).
           10 MA-TS-TIME PIC X(6).
         05 MA-ADM-KEY PIC X(9).
         05 FILLER PIC X(1).
