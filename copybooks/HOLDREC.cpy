      * VSAMHOLD DEPOSIT-HOLD RECORD LAYOUT - ONE ROW PER HOLD
      * PLACED AGAINST AN ACCOUNT, KEYED ACCOUNT + 2-DIGIT SEQUENCE
      * SO ONE ACCOUNT CAN CARRY SEVERAL HOLDS (SAME KEY SHAPE AS
      * VSAM.ZSTORD). PLACED BY THE ZSUPV HOLD FUNCTION (ACTION H),
      * BY THE NIGHTLY ZFRAUD PATTERN BATCH (HD-PLACED-BY "ZFRAUD",
      * REASON "FRAUD REVIEW"), OR AS A SANCTIONS FREEZE ON A
      * CONFIRMED WATCH-LIST MATCH (REASON "SANCTIONS FREEZE", THE
      * FULL 9999999999.99 HELD, RELEASE DATE 99991231 - ONLY
      * COMPLIANCE REMOVES IT), OR AS AN ESTATE FREEZE WHEN THE SOLE
      * OWNER'S DEATH IS RECORDED (REASON "ESTATE FREEZE", SAME
      * FULL AMOUNT AND 99991231 RELEASE DATE - REMOVED WHEN THE
      * ESTATE IS PAID OUT AND THE ACCOUNT CLOSED). RELEASED BY
      * THE NIGHTLY ZHLDEXP EXPIRY SWEEP, WHICH
      * DELETES EVERY ROW WHOSE RELEASE DATE HAS ARRIVED. A HOLD IS
      * UNEXPIRED WHILE HD-RELEASE-DATE IS GREATER THAN TODAY; THE
      * AVAILABILITY CHECKS IN ZBANK, ZTELL, ZSTORD AND ZCLRPST
