      * ROW PER VSAM.ZBANK ACCOUNT, WRITTEN AT END OF DAY BY ZSNAP
      * AFTER ALL POSTING IS DONE. THE NEXT NIGHT'S ZRECON USES IT
      * AS THE OPENING POSITION: OPENING + TODAY'S JOURNAL = CLOSING.
      * ZGLPRF TOTALS TONIGHT'S GENERATION BY ACCOUNT TYPE AND
      * BRANCH FOR THE SUB-LEDGER TO GENERAL-LEDGER CONTROL PROOF.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SNAP-REC.
      *        COPY SNAPREC.
         05 SN-BALANCE PIC S9(10)V99.
         05 SN-ACCOUNT-TYPE PIC X(1).
         05 SN-SNAP-DATE PIC X(8).
      * THE ACCOUNT'S WS-BRANCH-CODE AS ON FILE (SPACES ON ACCOUNTS
      * FROM BEFORE THE FIELD EXISTED - GROUPED UNDER BRANCH 001).
      * THE RECORD GREW FROM 31 TO 34 BYTES WITH THIS FIELD; DO NOT
      * CONCATENATE OLDER 31-BYTE GENERATIONS WITH NEWER ONES -
      * CONVERT THEM WITH ZCNVSNP FIRST.
         05 SN-BRANCH-CODE PIC X(3).
