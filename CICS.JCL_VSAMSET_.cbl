   INDEX (NAME(U0210.VSAM.ZSTORD.INDEX))
*
* VSAM.ZSUPID HOLDS THE SUPERVISOR CREDENTIALS (SUPVREC.cpy) FOR
* THE ZSUPV SUPERVISOR TRANSACTION. MAINTAINED ON THE ZSECADM
* SECURITY-ADMINISTRATION SCREEN UNDER DUAL CONTROL; ONLY THE
* FIRST SECURITY ADMINISTRATORS ARE LOADED WITH IDCAMS.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZSUPID)-
   VOL(B2SYS1) -
   DATA (NAME(U0210.VSAM.ZODRQ.DATA))      -
   INDEX (NAME(U0210.VSAM.ZODRQ.INDEX))
*
* VSAM.ZENTL - STAFF ENTITLEMENT PROFILES (ENTLREC.cpy), KEYED ON
* THE STAFF ID: THE ZSUPV AND ZTELL ACTIONS EACH ID MAY RUN, ITS
* AMOUNT AUTHORITIES AND THE SECURITY-ADMINISTRATOR FLAG.
* MAINTAINED ON ZSECADM; THE FIRST ADMINISTRATORS' ROWS ARE
* LOADED ONCE WITH IDCAMS/REPRO TO OPEN THE SCREEN.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZENTL)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(120 120)                           -
   TRACKS(1,1)                              -
   KEYS(8 0))                               -
   DATA (NAME(U0210.VSAM.ZENTL.DATA))      -
   INDEX (NAME(U0210.VSAM.ZENTL.INDEX))
*
* VSAM.ZSECPND - PENDING SECURITY-ADMINISTRATION CHANGES
* (SECPREC.cpy), KEYED FILE CODE + ROW KEY - THE MAKER-CHECKER
* HOLDING FILE FOR ZSECADM, ONE PENDING CHANGE PER TARGET ROW.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZSECPND)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(160 160)                           -
   TRACKS(1,1)                              -
   KEYS(9 0))                               -
   DATA (NAME(U0210.VSAM.ZSECPND.DATA))    -
   INDEX (NAME(U0210.VSAM.ZSECPND.INDEX))
*
* VSAM.ZREFCTL - SINGLE-RECORD TRANSACTION REFERENCE COUNTER
* (REFCREC.cpy). PRIMED BY THE PRIME STEP BELOW; THEREAFTER ONLY
* EVER UPDATED IN PLACE BY THE JOURNAL-WRITING PROGRAMS.
   DATA (NAME(U0210.VSAM.ZACCLNK.DATA))    -
   INDEX (NAME(U0210.VSAM.ZACCLNK.INDEX))
*
* VSAM.ZCUSTXRF - CUSTOMER-NUMBER CROSS-REFERENCE (CXRFREC.cpy),
* KEYED ON A CUSTOMER NUMBER RETIRED BY A ZSUPV CUSTOMER MERGE
* AND POINTING AT THE SURVIVING NUMBER, WITH THE RETIRED VSAMCUST
* ROW KEPT ALONGSIDE. CANDIDATE DUPLICATES ARE LISTED NIGHTLY BY
* ZCSTDUP.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZCUSTXRF)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(240 240)                           -
   TRACKS(1,1)                              -
   KEYS(10 0))                              -
   DATA (NAME(U0210.VSAM.ZCUSTXRF.DATA))   -
   INDEX (NAME(U0210.VSAM.ZCUSTXRF.INDEX))
*
* VSAM.JRNLHIST - ACCOUNT-KEYED TRANSACTION HISTORY (JHISTREC.cpy)
* MAINTAINED ALONGSIDE THE JRNLZBNK ESDS BY EVERY JOURNAL WRITER.
* THE MINI-STATEMENT AND DAILY-LIMIT CHECKS READ IT BY KEY INSTEAD
   INDEX (NAME(U0210.VSAM.JRNLHIST.INDEX))
*
* VSAM.ZTELID HOLDS THE TELLER CREDENTIALS (TELLREC.cpy) FOR THE
* ZTELL COUNTER TRANSACTION. MAINTAINED ON ZSECADM UNDER DUAL
* CONTROL, SAME AS VSAM.ZSUPID.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZTELID)-
   VOL(B2SYS1) -
   DATA (NAME(U0210.VSAM.ZDRAWER.DATA))    -
   INDEX (NAME(U0210.VSAM.ZDRAWER.INDEX))
*
* VSAM.ZVAULT - BRANCH VAULT POSITIONS (VLTREC.cpy), ONE ROW PER
* BRANCH PER BUSINESS DATE. ACCUMULATED BY THE ZTELL VAULT BUY/SELL
* FUNCTIONS AND PROVED, CARRIED FORWARD AND CLOSED NIGHTLY BY
* ZVLTBAL AGAINST THE COUNTED VAULT CASH.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZVAULT)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(120 120)                           -
   TRACKS(1,1)                              -
   KEYS(11 0))                              -
   DATA (NAME(U0210.VSAM.ZVAULT.DATA))     -
   INDEX (NAME(U0210.VSAM.ZVAULT.INDEX))
*
* VSAM.ZVLTMOV - APPEND-ONLY VAULT MOVEMENT ESDS (VMOVREC.cpy).
* TELLER BUYS/SALES FROM ZTELL, CASH-CENTRE SHIPMENTS FROM ZVLTBAL.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZVLTMOV)-
   VOL(B2SYS1) -
   NONINDEXED                               -
   RECSZ(80 80)                             -
   TRACKS(1,1))                             -
   DATA (NAME(U0210.VSAM.ZVLTMOV.DATA))
*
* VSAM.ZFXRATE - DAILY EXCHANGE RATES (FXRREC.cpy), KEYED
* CURRENCY + EFFECTIVE DATE. LOADED EACH MORNING FROM THE TREASURY
* RATE FILE BY ZFXLOAD; READ BY THE ZTELL FOREIGN-CURRENCY DEALS.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZFXRATE)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(50 50)                             -
   TRACKS(1,1)                              -
   KEYS(11 0))                              -
   DATA (NAME(U0210.VSAM.ZFXRATE.DATA))    -
   INDEX (NAME(U0210.VSAM.ZFXRATE.INDEX))
*
* VSAM.ZFXDEAL - APPEND-ONLY FOREIGN-CURRENCY DEAL ESDS
* (FXDREC.cpy), ONE RECORD PER ZTELL BUY/SELL. READ AT END OF DAY
* BY ZFXPOS FOR THE CURRENCY POSITIONS AND THE MARGIN SPLIT.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZFXDEAL)-
   VOL(B2SYS1) -
   NONINDEXED                               -
   RECSZ(120 120)                           -
   TRACKS(1,1))                             -
   DATA (NAME(U0210.VSAM.ZFXDEAL.DATA))
*
* VSAM.ZHOLDS - DEPOSIT HOLDS (HOLDREC.cpy), ONE ROW PER HOLD,
* KEYED ACCOUNT + SEQUENCE. PLACED BY THE ZSUPV HOLD FUNCTION AND
* DELETED BY THE NIGHTLY ZHLDEXP EXPIRY SWEEP; THE AVAILABILITY
*
* VSAM.ZPAYPND - PENDING OUTBOUND PAYMENTS (PAYPREC.cpy), KEYED
* SOURCE ACCOUNT + SEQUENCE. CAPTURED ON THE ZBANK EXTERNAL-
* PAYMENT SCREEN AND SENT BY THE NIGHTLY ZCLROUT BATCH; MARKED
* RETURNED BY ZCLRRTN WHEN THE BENEFICIARY BANK SENDS ONE BACK.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZPAYPND)-
   VOL(B2SYS1) -
   DATA (NAME(U0210.VSAM.ZDISP.DATA))      -
   INDEX (NAME(U0210.VSAM.ZDISP.INDEX))
*
* VSAM.ZPOLICY - SECURITY POLICY ROWS (POLREC.cpy), PRIMED WITH
* IDCAMS/REPRO (SEE THE PRIME STEP BELOW) AND MAINTAINED ON
* ZSECADM UNDER DUAL CONTROL THEREAFTER. THE
* PINPOL ROW CARRIES THE MAX PIN AGE IN DAYS; THE ONLINE PROGRAMS
* FALL BACK TO 365 WHEN THE ROW IS MISSING.
*
   INDEX (NAME(U0210.VSAM.ZPINHIS.INDEX))
*
* VSAM.ZCALEND - BANK CALENDAR (CALREC.cpy), ONE ROW PER DATE
* WITH A BUSINESS-DAY FLAG. OPERATIONS LOAD THE YEAR'S WEEKENDS
* AND HOLIDAYS AS N WITH IDCAMS/REPRO AND MAKE LATER CHANGES ON
* ZSECADM UNDER DUAL CONTROL; A DATE WITH NO ROW COUNTS AS A BUSINESS
* DAY, SO A SHORT CALENDAR NEVER STOPS THE NIGHT. CONSULTED BY
* THE NIGHTLY PROGRAMS THROUGH THE SHARED CALEND* COPYBOOKS.
*
   INDEX (NAME(U0210.VSAM.ZPAYEE.INDEX))
*
* VSAM.ZTERMBR - TERMINAL-TO-BRANCH MAP (TERMBREC.cpy), KEYED ON
* THE CICS TERMINAL ID. MAINTAINED ON ZSECADM UNDER DUAL CONTROL;
* REGISTRATION STAMPS NEW ACCOUNTS AND CUSTOMERS WITH THE
* ORIGINATING TERMINAL'S BRANCH (001 WHEN THE TERMINAL HAS NO
* ROW).
   DATA (NAME(U0210.VSAM.ZESCH.DATA))      -
   INDEX (NAME(U0210.VSAM.ZESCH.INDEX))
*
* VSAM.ZCOLL - COLLECTIONS CASES (COLLREC.cpy), KEYED ON THE
* CHARGED-OFF ACCOUNT. OPENED BY ZCHGOFF AT CHARGE-OFF; RECOVERIES
* POST AGAINST IT FROM ZTELL AND ZCLRPST. ROWS STAY ON FILE AFTER
* THE ACCOUNT IS ARCHIVED.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZCOLL)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(10 0))                              -
   DATA (NAME(U0210.VSAM.ZCOLL.DATA))      -
   INDEX (NAME(U0210.VSAM.ZCOLL.INDEX))
*
* VSAM.ZCARDS - ATM CARDS (CARDREC.cpy), KEYED ON THE CARD
* NUMBER. MAINTAINED FROM THE ZSUPV CARD FUNCTIONS; VALIDATED BY
* THE NIGHTLY ZATMPST NETWORK POSTING BATCH.
   KEYS(16 0))                              -
   DATA (NAME(U0210.VSAM.ZCARDS.DATA))     -
   INDEX (NAME(U0210.VSAM.ZCARDS.INDEX))
*
* VSAM.ZLOAN - INSTALMENT-LOAN TERMS AND ARREARS (LOANREC.cpy),
* KEYED ON THE LOAN ACCOUNT NUMBER. WRITTEN BY THE ZSUPV LOAN-OPEN
* FUNCTION; UPDATED BY THE NIGHTLY ZLOANC COLLECTION BATCH.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZLOAN)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(120 120)                           -
   TRACKS(1,1)                              -
   KEYS(10 0))                              -
   DATA (NAME(U0210.VSAM.ZLOAN.DATA))      -
   INDEX (NAME(U0210.VSAM.ZLOAN.INDEX))
*
* VSAM.ZACCRUE - DAILY INTEREST ACCRUALS (ACCRREC.cpy), KEYED ON
* THE ACCOUNT NUMBER. ACCRUED NIGHTLY AND CAPITALIZED MONTHLY BY
* ZINTR; LISTED AT MONTH END ON ITS ACCRUED-INTEREST REPORT.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZACCRUE)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(10 0))                              -
   DATA (NAME(U0210.VSAM.ZACCRUE.DATA))    -
   INDEX (NAME(U0210.VSAM.ZACCRUE.INDEX))
*
* VSAM.ZCHQBK - CHEQUE BOOKS ISSUED (CHQBREC.cpy), KEYED ACCOUNT
* + FIRST SERIAL. WRITTEN BY ZSUPV ACTION I; READ BY ZCHQPST.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZCHQBK)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(60 60)                             -
   TRACKS(1,1)                              -
   KEYS(18 0))                              -
   DATA (NAME(U0210.VSAM.ZCHQBK.DATA))     -
   INDEX (NAME(U0210.VSAM.ZCHQBK.INDEX))
*
* VSAM.ZCHQSTP - CHEQUE STOP PAYMENTS (CHQSREC.cpy), KEYED
* ACCOUNT + SERIAL. MAINTAINED FROM ZBANK AND ZSUPV; READ BY
* ZCHQPST.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZCHQSTP)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(18 0))                              -
   DATA (NAME(U0210.VSAM.ZCHQSTP.DATA))    -
   INDEX (NAME(U0210.VSAM.ZCHQSTP.INDEX))
*
* VSAM.ZCHQPD - PAID-CHEQUE REGISTER (CHQPREC.cpy), KEYED
* ACCOUNT + SERIAL. WRITTEN BY ZCHQPST FOR EVERY CHEQUE PAID.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZCHQPD)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(5,5)                              -
   KEYS(18 0))                              -
   DATA (NAME(U0210.VSAM.ZCHQPD.DATA))     -
   INDEX (NAME(U0210.VSAM.ZCHQPD.INDEX))
*
* VSAM.ZMANDT - DIRECT-DEBIT MANDATES (MNDTREC.cpy), KEYED
* ACCOUNT + ORIGINATOR ID. SET UP FROM ZSUPV, CANCELLED FROM
* ZBANK, READ BY ZCLRPST FOR EVERY INBOUND XD DEBIT.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZMANDT)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(100 100)                           -
   TRACKS(1,1)                              -
   KEYS(18 0))                              -
   DATA (NAME(U0210.VSAM.ZMANDT.DATA))     -
   INDEX (NAME(U0210.VSAM.ZMANDT.INDEX))
*
* VSAM.ZALERT - CUSTOMER ALERT SUBSCRIPTIONS (ALRTREC.cpy), KEYED
* ACCOUNT NUMBER. MAINTAINED FROM THE ZBANK ALERTS SCREEN; READ
* AND UPDATED (LOW-BALANCE SENT FLAG) NIGHTLY BY ZALERT.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZALERT)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(10 0))                              -
   DATA (NAME(U0210.VSAM.ZALERT.DATA))     -
   INDEX (NAME(U0210.VSAM.ZALERT.INDEX))
*
* VSAM.ZSWEEP - BALANCE-DRIVEN SWEEP INSTRUCTIONS (SWEPREC.cpy),
* KEYED ON THE CHECKING ACCOUNT NUMBER + 2-DIGIT SEQUENCE.
* MAINTAINED FROM THE ZBANK SWEEPS SCREEN AND EXECUTED NIGHTLY BY
* THE ZSWEEP BATCH PROGRAM.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZSWEEP)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(12 0))                              -
   DATA (NAME(U0210.VSAM.ZSWEEP.DATA))     -
   INDEX (NAME(U0210.VSAM.ZSWEEP.INDEX))
*
* VSAM.ZBULKREG - BULK PAYMENT FILE REGISTRY (BLKGREC.cpy), KEYED
* ON THE BUSINESS (DEBIT) ACCOUNT + THE CUSTOMER'S FILE ID. ONE
* ROW PER FILE POSTED BY ZBULKPY, SO A FILE SENT TWICE CANNOT PAY
* TWICE; ZCLROUT MARKS THE ROW ONCE THE FILE'S EXTERNAL ITEMS ARE
* SENT.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZBULKREG)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(18 0))                              -
   DATA (NAME(U0210.VSAM.ZBULKREG.DATA))   -
   INDEX (NAME(U0210.VSAM.ZBULKREG.INDEX))
*
* VSAM.ZGLBAL - GENERAL-LEDGER BALANCES (GLBREC.cpy), KEYED GL
* ACCOUNT. OPENING POSITION AND MANUAL GL JOURNALS LOADED BY
* FINANCE WITH ZGLOPEN; BROUGHT FORWARD NIGHTLY BY ZGLACK FROM THE
* ACCEPTED POSTINGS; PROVED AGAINST THE SUB-LEDGER BY ZGLPRF.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZGLBAL)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(80 80)                             -
   TRACKS(1,1)                              -
   KEYS(8 0))                               -
   DATA (NAME(U0210.VSAM.ZGLBAL.DATA))     -
   INDEX (NAME(U0210.VSAM.ZGLBAL.INDEX))
*
* VSAM.ZWATCH - WATCH LIST (WLSTREC.cpy), KEYED MATCH-KEY TYPE +
* MATCH KEY + LIST ENTRY NUMBER. REBUILT WHOLE BY ZWLLOAD FROM
* THE REGULATOR'S PUBLISHED LIST; READ BY ZBANK, ZSUPV AND ZWLSCRN.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZWATCH)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(140 140)                           -
   TRACKS(5,5)                              -
   KEYS(47 0))                              -
   DATA (NAME(U0210.VSAM.ZWATCH.DATA))     -
   INDEX (NAME(U0210.VSAM.ZWATCH.INDEX))
*
* VSAM.ZSCRCASE - WATCH-LIST SCREENING CASES (SCRCREC.cpy), KEYED
* CASE NUMBER. OPENED BY ZBANK REGISTRATION, THE ZSUPV JOINT-OWNER
* ADD AND THE NIGHTLY ZWLSCRN RESCREEN; DECIDED FROM ZSUPV.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZSCRCASE)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(220 220)                           -
   TRACKS(1,1)                              -
   KEYS(12 0))                              -
   DATA (NAME(U0210.VSAM.ZSCRCASE.DATA))   -
   INDEX (NAME(U0210.VSAM.ZSCRCASE.INDEX))
*
* VSAM.ZAPPRV - TRANSFERS AND EXTERNAL PAYMENTS AWAITING A SECOND
* OWNER'S APPROVAL (APPRREC.cpy), KEYED ACCOUNT + SEQUENCE. WRITTEN
* AND DECIDED BY ZBANK; READ BY ZCLROUT; EXPIRED BY ZAPREXP.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZAPPRV)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(120 120)                           -
   TRACKS(1,1)                              -
   KEYS(14 0))                              -
   DATA (NAME(U0210.VSAM.ZAPPRV.DATA))     -
   INDEX (NAME(U0210.VSAM.ZAPPRV.INDEX))
*
* VSAM.ZLEGORD - COURT GARNISHMENT ORDERS AND TAX LEVIES
* (LORDREC.cpy), KEYED ACCOUNT + ORDER NUMBER. ENTERED AND
* WITHDRAWN ON ZSUPV; SEIZED AGAINST AND CLOSED BY THE NIGHTLY
* ZLEGSZ BATCH; LISTED BY ZLEGREG.
*
   DEFINE CLUSTER (NAME(U0210.VSAM.ZLEGORD)-
   VOL(B2SYS1) -
   INDEXED                                  -
   RECSZ(128 128)                           -
   TRACKS(1,1)                              -
   KEYS(22 0))                              -
   DATA (NAME(U0210.VSAM.ZLEGORD.DATA))    -
   INDEX (NAME(U0210.VSAM.ZLEGORD.INDEX))
   DEFINE ALTERNATEINDEX (NAME(U0210.VSAM.ZBANK.NAMEAIX) -
   RELATE(U0210.VSAM.ZBANK)                 -
   VOL(B2SYS1)                              -
   DEFINE PATH (NAME(U0210.VSAM.ZBANK.NAMEPATH) -
   PATHENTRY(U0210.VSAM.ZBANK.NAMEAIX))
*
* REFERENCE-NUMBER AIX OVER VSAM.JRNLHIST - KEYS(12 10) IS JH-REF-NO
* (12 BYTES AFTER THE 10-BYTE JH-ACCNO IN JHISTREC.cpy). NONUNIQUE:
* BOTH LEGS OF A TRANSFER, AND A TD WITH ITS TR REVERSAL, SHARE ONE
* REFERENCE. ZHISTINQ BROWSES IT THROUGH THE REFPATH (CICS FILE
* JRNLHREF) TO SHOW EVERY ROW BEHIND A REFERENCE, WHICHEVER ACCOUNT
* IT WAS POSTED TO. UPGRADE KEEPS IT CURRENT AS THE JOURNAL WRITERS
* ADD ROWS; ONE-TIME BLDINDEX FOR EXISTING DATA IN ZBNKAIX.
*
   DEFINE ALTERNATEINDEX (NAME(U0210.VSAM.JRNLHIST.REFAIX) -
   RELATE(U0210.VSAM.JRNLHIST)              -
   VOL(B2SYS1)                              -
   NONUNIQUEKEY                             -
   UPGRADE                                  -
   RECSZ(41 257)                            -
   TRACKS(2,2)                              -
   KEYS(12 10))                             -
   DATA (NAME(U0210.VSAM.JRNLHIST.REFAIX.DATA)) -
   INDEX (NAME(U0210.VSAM.JRNLHIST.REFAIX.INDEX))
   DEFINE PATH (NAME(U0210.VSAM.JRNLHIST.REFPATH) -
   PATHENTRY(U0210.VSAM.JRNLHIST.REFAIX))
*
* GDG BASES FOR THE NIGHTLY SEQUENTIAL DATASETS USED BY COPY2VSM (SEE
* CICS.JCL_COPY2VSM_.cbl). U0210.SEQDAT.ZBANK (THE DAILY EXTRACT FED
* IN FROM UPSTREAM) AND U0210.VSAM.ZBANK.BKUP (THE PRE-LOAD VSAM.ZBANK
   SCRATCH                              -
   NOEMPTY)
*
* ATM NETWORK SETTLEMENT GDGS (SEE CICS.JCL_ZATMSET_.cbl). ATMSETL
* GENERATIONS ARE THE NETWORK'S DAILY SETTLEMENT FILE; ATMGL
* CARRIES THE SETTLEMENT AND INTERCHANGE-FEE ENTRIES IN THE
* JOURNAL LAYOUT, READ BY ZGLEXT AFTER THE SPLIT.
*
   DEFINE GDG (NAME(U0210.ATMSETL.ZBANK) -
   LIMIT(10)                             -
   SCRATCH                               -
   NOEMPTY)
   DEFINE GDG (NAME(U0210.ATMGL.ZBANK) -
   LIMIT(10)                           -
   SCRATCH                             -
   NOEMPTY)
*
* INBOUND CLEARING INTERFACE GDGS (SEE CICS.JCL_ZCLRPST_.cbl).
* CLRIN GENERATIONS ARE DELIVERED BY THE CLEARING HOUSE; CLRRET
* GENERATIONS CARRY THE REJECTED ITEMS BACK TO THE ORIGINATOR.
   SCRATCH                                   -
   NOEMPTY)
*
* OUTBOUND RETURNS GDG (SEE CICS.JCL_ZCLRRTN_.cbl) - ONE
* GENERATION PER BUSINESS DAY OF ITEMS THE CLEARING NETWORK SENT
* BACK TO US.
*
   DEFINE GDG (NAME(U0210.CLRRTN.ZBANK) -
   LIMIT(10)                            -
   SCRATCH                              -
   NOEMPTY)
*
* BULK PAYMENT GDGS (SEE CICS.JCL_ZBULKPY_.cbl). BULKIN GENERATIONS
* ARE THE DAY'S SUBMITTED FILES FROM THE INTAKE PROCESS; BULKRES
* CARRIES THE RESULTS BACK TO THE CUSTOMERS; BULKREL HANDS THE
* EXTERNAL ITEMS TO ZCLROUT.
*
   DEFINE GDG (NAME(U0210.BULKIN.ZBANK) -
   LIMIT(10)                           -
   SCRATCH                             -
   NOEMPTY)
   DEFINE GDG (NAME(U0210.BULKRES.ZBANK) -
   LIMIT(10)                            -
   SCRATCH                              -
   NOEMPTY)
   DEFINE GDG (NAME(U0210.BULKREL.ZBANK) -
   LIMIT(10)                            -
   SCRATCH                              -
   NOEMPTY)
*
* STATE ESCHEATMENT REMITTANCE GDG (SEE CICS.JCL_ZESCHT_.cbl) -
* ONE GENERATION PER RUN THAT REMITTED ANYTHING; NEVER SCRATCHED.
*
   NOSCRATCH                          -
   NOEMPTY)
*
* RECOVERY AGENCY GDG (SEE CICS.JCL_ZCHGOFF_.cbl) - THE NIGHT'S
* CHARGED-OFF DEBTS WITH CONTACT DETAILS; NEVER SCRATCHED.
*
   DEFINE GDG (NAME(U0210.COLL.AGENCY) -
   LIMIT(10)                           -
   NOSCRATCH                           -
   NOEMPTY)
*
* ANNUAL INTEREST TAX EXTRACT GDG (SEE CICS.JCL_ZTAXRPT_.cbl) -
* ONE GENERATION PER TAX YEAR, KEPT FOR FIVE YEARS.
*
   NOSCRATCH                            -
   NOEMPTY)
*
* DEPOSIT-INSURANCE SINGLE-CUSTOMER-VIEW GDG (SEE CICS.JCL_ZSCV_.cbl)
* - ONE GENERATION PER RUN FOR THE DEPOSIT INSURER; NEVER SCRATCHED.
*
   DEFINE GDG (NAME(U0210.SCV.ZBANK) -
   LIMIT(10)                       -
   NOSCRATCH                       -
   NOEMPTY)
*
* JOURNAL DISTRIBUTION GDGS (SEE CICS.JCL_ZJDIST_.cbl) - THE
* PER-CONSUMER SPLITS OF THE DAY'S JOURNAL, ONE GENERATION PER
* NIGHT. REBUILDABLE FROM THE JOURNAL, SO A SHORT RETENTION IS
   LIMIT(10)                            -
   SCRATCH                              -
   NOEMPTY)
*
* CHEQUE PRESENTMENT GDGS (SEE CICS.JCL_ZCHQPST_.cbl) - CHQIN
* GENERATIONS ARE DELIVERED BY THE CHEQUE CLEARING HOUSE; CHQRET
* CARRIES THE UNPAID CHEQUES BACK WITH REASON CODES.
*
   DEFINE GDG (NAME(U0210.CHQIN.ZBANK) -
   LIMIT(10)                           -
   SCRATCH                             -
   NOEMPTY)
   DEFINE GDG (NAME(U0210.CHQRET.ZBANK) -
   LIMIT(10)                            -
   SCRATCH                              -
   NOEMPTY)
*
* FX MARGIN GDG (SEE CICS.JCL_ZFXPOS_.cbl) - THE DAY'S FM MARGIN
* ENTRIES IN THE JOURNAL LAYOUT, READ BY ZGLEXT AFTER THE SPLIT.
*
   DEFINE GDG (NAME(U0210.FXMARGIN.ZBANK) -
   LIMIT(10)                              -
   SCRATCH                                -
   NOEMPTY)
*
* OUTBOUND ALERT MESSAGE GDGS (SEE CICS.JCL_ZALERT_.cbl) - ONE
* GENERATION PER NIGHT FOR THE MESSAGE FILE AND FOR THE RELEASED
* COPY HANDED TO THE SMS/EMAIL GATEWAY, SAME PATTERN AS THE
* OUTBOUND CLEARING FILE.
*
   DEFINE GDG (NAME(U0210.ALERT.ZBANK) -
   LIMIT(10)                           -
   SCRATCH                             -
   NOEMPTY)
   DEFINE GDG (NAME(U0210.ALERT.ZBANK.XMIT) -
   LIMIT(10)                                -
   SCRATCH                                  -
   NOEMPTY)
/*
//*
//* PRIME THE REFERENCE COUNTER WITH ITS SINGLE STARTING RECORD.
//*
//* POLICY ROWS - PINPOL: MAX PIN AGE 365 DAYS BEFORE A CHANGE IS
//* FORCED; PAYPOL: 2-DAY COOLING-OFF BEFORE A NEW PAYEE MAY
//* RECEIVE; SESSPOL: 300-SECOND ZBANK INACTIVITY TIMEOUT; APRPOL:
//* 5 DAYS FOR A SECOND OWNER TO APPROVE A LARGE TRANSFER OR
//* PAYMENT. LOADED ONCE; LATER CHANGES ARE MADE ON ZSECADM.
//*
//POLCARD DD *,DLM=$$
PINPOL  0036500000
PAYPOL  0000200000
SESSPOL 0030000000
APRPOL  0000500000
$$
//POLVS DD DSN=U0210.VSAM.ZPOLICY,DISP=SHR
//SYSPRINT DD SYSOUT=A
