      * ATTEMPTS MADE SO FAR (1 = THE ORIGINAL PRESENTMENT).
         05 RP-ATTEMPTS PIC 9(1).
         05 RP-FIRST-DATE PIC X(8).
      * ORIGINATOR ID FROM THE CLRIN ITEM - THE MANDATE IS CHECKED
      * AGAIN ON EVERY ATTEMPT.
         05 RP-ORIG-ID PIC X(8).
