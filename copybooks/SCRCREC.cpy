      *
      * VSAMSCRC WATCH-LIST SCREENING CASE RECORD - ONE ROW PER
      * POTENTIAL MATCH AGAINST THE WATCH LIST (SEE WLSTREC), KEYED
      * ON A CASE NUMBER DRAWN FROM THE SHARED TXNREF COUNTER IN
      * VSAM.ZREFCTL. A CASE IS OPENED BY:
      *   R = ZBANK REGISTRATION - THE NEW ACCOUNT (AND CUSTOMER, IF
      *       NEW) IS NOT CREATED; EVERYTHING NEEDED TO CREATE IT IS
      *       PARKED ON THE CASE INSTEAD
      *   J = ZSUPV JOINT-OWNER ADD (ACTION J) - THE LINK IS NOT
      *       WRITTEN; THE ACCOUNT, OWNER AND ENCODED PIN ARE PARKED
      *   N = THE NIGHTLY ZWLSCRN RESCREEN OF VSAMCUST
      * COMPLIANCE DECIDES THE CASE FROM ZSUPV: ACTION W CLEARS IT
      * (A FALSE MATCH - A PARKED REGISTRATION OR JOINT-OWNER ADD IS
      * COMPLETED THEN), ACTION Y CONFIRMS IT, WHICH FREEZES EVERY
      * ACCOUNT THE CUSTOMER OWNS OR CO-OWNS.
      * STATUS: P=PENDING REVIEW, X=CLEARED, M=CONFIRMED MATCH.
      * MATCH TYPE: N=NAME, I=IDENTITY NUMBER.
      * ON A REGISTRATION CASE SC-CUST-NO IS THE CUSTOMER NUMBER THE
      * APPLICANT ENTERED; SC-NEW-CUST-SW = 'Y' WHEN IT WAS NOT YET
      * ON VSAMCUST, SO RELEASING THE CASE CREATES THE CUSTOMER TOO.
      * COPY UNDER A 01-LEVEL GROUP, E.G.
      *     01 WS-SCRC-REC.
      *        COPY SCRCREC.
      *
         05 SC-CASE-NO PIC 9(12).
         05 SC-SOURCE PIC X(1).
         05 SC-STATUS PIC X(1).
         05 SC-OPEN-DATE PIC X(8).
         05 SC-OPEN-TIME PIC X(6).
      * OPERATOR ID, "ZBANK" FOR A SELF-SERVICE REGISTRATION OR
      * "ZWLSCRN" FOR THE NIGHTLY RESCREEN.
         05 SC-OPEN-BY PIC X(8).
         05 SC-TERMID PIC X(4).
         05 SC-MATCH-TYPE PIC X(1).
         05 SC-ENTRY-NO PIC 9(6).
         05 SC-LIST-NAME PIC X(40).
         05 SC-CUST-NO PIC 9(10).
         05 SC-CUST-NAME PIC X(20).
         05 SC-CUST-ID-NO PIC X(15).
      * THE ACCOUNT THE PARKED REGISTRATION OR JOINT-OWNER ADD WAS
      * FOR - ZEROS ON A NIGHTLY CASE.
         05 SC-ACCNO PIC 9(10).
      * PARKED DETAILS - REGISTRATION: TYPE, ENCODED PIN, ADDRESS,
      * BRANCH AND NEW-CUSTOMER SWITCH; JOINT OWNER: ENCODED PIN.
         05 SC-ACCT-TYPE PIC X(1).
         05 SC-PIN-CODE PIC 9(8).
         05 SC-ADDR PIC X(30).
         05 SC-BRANCH PIC X(3).
         05 SC-NEW-CUST-SW PIC X(1).
         05 SC-DECIDED-BY PIC X(8).
         05 SC-DECIDED-DATE PIC X(8).
         05 FILLER PIC X(19).
