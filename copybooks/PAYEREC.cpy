         05 PY-NICKNAME PIC X(20).
         05 PY-ADD-DATE PIC X(8).
         05 PY-STATUS PIC X(1).
      * TIME (HHMMSS) THE PAYEE WAS SAVED - READ BY THE NIGHTLY
      * ZFRAUD PATTERN BATCH. SPACES ON ROWS SAVED BEFORE THE FIELD
      * EXISTED.
         05 PY-ADD-TIME PIC X(6).
         05 FILLER PIC X(3).
