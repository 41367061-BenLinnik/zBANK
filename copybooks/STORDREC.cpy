      * FREQUENCY: D=DAILY, W=WEEKLY, M=MONTHLY.
         05 SO-FREQUENCY PIC X(1).
         05 SO-NEXT-RUN PIC X(8).
      * STATUS: A=ACTIVE, C=CANCELLED, S=SUSPENDED (THE OWNER HAS
      * DIED - SET WHEN THE DEATH IS RECORDED). CANCELLED AND
      * SUSPENDED ORDERS ARE KEPT ON FILE SO THE SEQUENCE NUMBER IS
      * NOT REUSED; ONLY ACTIVE ORDERS ARE RUN.
         05 SO-STATUS PIC X(1).
