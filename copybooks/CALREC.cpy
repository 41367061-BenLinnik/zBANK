      * VSAMCAL BANK CALENDAR RECORD - ONE ROW PER DATE, KEYED ON
      * THE DATE, FLAGGING WHETHER IT IS A BUSINESS DAY. MAINTAINED
      * BY OPERATIONS WITH IDCAMS/REPRO (WEEKENDS AND HOLIDAYS ARE
      * LOADED AS N) AND CHANGED ON ZSECADM UNDER DUAL CONTROL; A
      * DATE WITH NO ROW COUNTS AS A BUSINESS DAY, SO AN UNLOADED
      * CALENDAR NEVER STOPS THE NIGHT. CONSULTED BY
      * THE NIGHTLY PROGRAMS THROUGH THE SHARED CALEND* COPYBOOKS.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-CAL-REC.
