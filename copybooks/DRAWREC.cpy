      * ONE-ROW-PER-PROGRAM-PER-DATE SHAPE AS VSAMRUNC). THE ZTELL
      * COUNTER TRANSACTION ADDS EVERY CASH DEPOSIT TO DW-CASH-IN
      * AND EVERY CASH WITHDRAWAL TO DW-CASH-OUT AS IT POSTS, SO THE
      * ROW IS THE TELLER'S RUNNING DRAWER POSITION FOR THE DAY.
      * CASH BOUGHT FROM THE BRANCH VAULT (ZTELL ACTION B) IS ADDED
      * TO DW-CASH-IN AND CASH SOLD TO IT (ACTION S) TO DW-CASH-OUT.
      * THE HOME CASH OF A WALK-IN FOREIGN-CURRENCY DEAL IS ADDED TO
      * DW-CASH-IN WHEN THE BANK SELLS (NS) AND TO DW-CASH-OUT WHEN
      * IT BUYS (NB).
      * THE END-OF-DAY ZDRWBAL REPORT PROVES THE ROW AGAINST THE
      * DAY'S JOURNALED DP/WD/NS/NB ACTIVITY CARRYING THE TELLER'S
      * ID, THE TELLER'S VAULT MOVEMENTS AND THE COUNTED CASH ON
      * DRWCARD.
      * ALL MONEY FIELDS CARRY TWO ASSUMED DECIMAL PLACES (CENTS).
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-DRAW-REC.
