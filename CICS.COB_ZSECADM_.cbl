      *
      * ZSECADM - SECURITY ADMINISTRATION TRANSACTION. MAINTAINS THE
      * STAFF AND CONTROL FILES THAT WERE ONCE LOADED BY SYSTEMS
      * STAFF WITH IDCAMS - SUPERVISOR AND TELLER CREDENTIALS
      * (VSAM.ZSUPID, VSAM.ZTELID), STAFF ENTITLEMENT PROFILES
      * (VSAM.ZENTL), SECURITY POLICY ROWS (VSAM.ZPOLICY),
      * TERMINAL-TO-BRANCH ROWS (VSAM.ZTERMBR) AND THE BANK CALENDAR
      * (VSAM.ZCALEND). RUNS UNDER ITS OWN TRANSACTION ON THE
      * SUPERVISOR MAPSET (ZSUPSET, MAP ZSADM), RESTRICTED TO
      * SUPERVISOR TERMINALS VIA RDO. THE ADMINISTRATOR SIGNS ON
      * WITH A SUPERVISOR ID/PIN (SAME CHECKS AS ZSUPV) AND MUST
      * HAVE AN ENTITLEMENT PROFILE FLAGGED AS SECURITY
      * ADMINISTRATOR; ANYONE ELSE IS REFUSED AND THE REFUSAL
      * WRITTEN TO AUDTZBNK AS EVENT EN.
      *
      * EVERY CHANGE IS UNDER DUAL CONTROL, THE SAME MAKER-CHECKER
      * RULE ZSUPV APPLIES TO OVERDRAFT LIMITS: ACTION M RECORDS THE
      * PROPOSED ROW ON VSAM.ZSECPND (SECPREC), A DIFFERENT
      * ADMINISTRATOR'S ACTION A APPLIES IT TO THE TARGET FILE AND
      * WRITES A MNTZBNK BEFORE/AFTER ROW PER CHANGED FIELD (PINS
      * MASKED), AND ACTION X REMOVES IT UNAPPLIED. NOBODY MAY
      * REQUEST OR APPROVE A CHANGE TO THEIR OWN CREDENTIAL OR
      * PROFILE. ON A CHANGE REQUEST A FIELD LEFT BLANK KEEPS ITS
      * CURRENT VALUE; A "-" IN AN ACTION LIST EMPTIES IT.
      *
       PROGRAM-ID. ZSECADM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZSUPSET.
      * CICS-SUPPLIED AID-KEY CONSTANTS (DFHCLEAR, DFHPF3, ...), USED
      * BELOW TO LET CLEAR/PF3 CANCEL OUT OF ANY SCREEN.
       COPY DFHAID.
       77 WS-RESP-CODE PIC 9(8).
       77 WS-ABSTIME PIC S9(15) COMP-3.
      * DFHRESP(ATNI) - TERMINAL'S TIME-OUT INTERVAL EXPIRED WAITING
      * ON A RECEIVE.
       77 WS-ATNI-RESP PIC 9(8) VALUE 51.
      * DFHRESP(NOTFND) - RECORD NOT FOUND ON A KEYED READ.
       77 WS-NOTFND-RESP PIC 9(8) VALUE 13.
      * DFHRESP(DUPREC) - KEY ALREADY ON FILE ON A WRITE.
       77 WS-DUPREC-RESP PIC 9(8) VALUE 14.
      * THE MAINTAINED FILES. THE ROW IN HAND IS READ INTO
      * WS-OLD-IMAGE, WHICH EACH FILE'S LAYOUT REDEFINES; THE
      * PROPOSED ROW IS BUILT IN WS-NEW-IMAGE THE SAME WAY.
       77 WS-SUPV-FILE-NAME PIC X(8) VALUE 'VSAMSUP'.
       77 WS-TELL-FILE-NAME PIC X(8) VALUE 'VSAMTEL'.
       77 WS-ENTL-FILE-NAME PIC X(8) VALUE 'VSAMENTL'.
       77 WS-POL-FILE-NAME PIC X(8) VALUE 'VSAMPOL'.
       77 WS-TBR-FILE-NAME PIC X(8) VALUE 'VSAMTBR'.
       77 WS-CAL-FILE-NAME PIC X(8) VALUE 'VSAMCAL'.
       01 WS-OLD-IMAGE PIC X(120).
       01 WS-SUPV-REC REDEFINES WS-OLD-IMAGE.
         COPY SUPVREC.
       01 WS-TELL-REC REDEFINES WS-OLD-IMAGE.
         COPY TELLREC.
       01 WS-ENTL-REC REDEFINES WS-OLD-IMAGE.
         COPY ENTLREC.
       01 WS-POL-REC REDEFINES WS-OLD-IMAGE.
         COPY POLREC.
       01 WS-TBR-REC REDEFINES WS-OLD-IMAGE.
         COPY TERMBREC.
       01 WS-CAL-REC REDEFINES WS-OLD-IMAGE.
         COPY CALREC.
       01 WS-NEW-IMAGE PIC X(120).
       01 WS-NEW-SUPV REDEFINES WS-NEW-IMAGE.
         COPY SUPVREC REPLACING ==SUP-ID== BY ==NS-ID==
                                ==SUP-PIN== BY ==NS-PIN==
                                ==SUP-NAME== BY ==NS-NAME==
                                ==SUP-PIN-SET-DATE== BY
                                   ==NS-PIN-SET-DATE==.
       01 WS-NEW-TELL REDEFINES WS-NEW-IMAGE.
         COPY TELLREC REPLACING ==TEL-ID== BY ==NT-ID==
                                ==TEL-PIN== BY ==NT-PIN==
                                ==TEL-NAME== BY ==NT-NAME==
                                ==TEL-PIN-SET-DATE== BY
                                   ==NT-PIN-SET-DATE==.
       01 WS-NEW-ENTL REDEFINES WS-NEW-IMAGE.
         COPY ENTLREC REPLACING ==EN-STAFF-ID== BY ==NE-STAFF-ID==
                                ==EN-SUPV-ACTIONS== BY
                                   ==NE-SUPV-ACTIONS==
                                ==EN-TELL-ACTIONS== BY
                                   ==NE-TELL-ACTIONS==
                                ==EN-HOLD-LIMIT== BY ==NE-HOLD-LIMIT==
                                ==EN-EW-LIMIT== BY ==NE-EW-LIMIT==
                                ==EN-OD-LIMIT== BY ==NE-OD-LIMIT==
                                ==EN-SECADM== BY ==NE-SECADM==
                                ==EN-CHG-DATE== BY ==NE-CHG-DATE==.
       01 WS-NEW-POL REDEFINES WS-NEW-IMAGE.
         COPY POLREC REPLACING ==PO-KEY== BY ==NP-KEY==
                               ==PO-VALUE-1== BY ==NP-VALUE-1==
                               ==PO-VALUE-2== BY ==NP-VALUE-2==.
       01 WS-NEW-TBR REDEFINES WS-NEW-IMAGE.
         COPY TERMBREC REPLACING ==TB-TERMID== BY ==NB-TERMID==
                                 ==TB-BRANCH== BY ==NB-BRANCH==.
       01 WS-NEW-CAL REDEFINES WS-NEW-IMAGE.
         COPY CALREC REPLACING ==CA-DATE== BY ==NC-DATE==
                               ==CA-BUSDAY== BY ==NC-BUSDAY==
                               ==CA-DESC== BY ==NC-DESC==.
      * THE TARGET OF THE ACTION IN HAND, SET BY 1000-SET-TARGET
      * FROM THE FILE CODE AND KEY ON THE SCREEN. A TERMINAL ID KEY
      * IS THE FIRST FOUR BYTES.
       01 WS-SAD-FILE PIC X(1) VALUE SPACE.
       01 WS-SAD-KEY PIC X(8) VALUE SPACES.
       01 WS-SAD-OPER PIC X(1).
       01 WS-TGT-OK-SW PIC X VALUE 'N'.
       01 WS-TGT-FILE-NAME PIC X(8).
       01 WS-TGT-REC-LEN PIC S9(4) COMP.
       01 WS-TGT-LEN PIC S9(4) COMP.
       01 WS-TGT-KEY PIC X(8).
       01 WS-TGT-FUNC PIC X(2).
       01 WS-TGT-DESC PIC X(21).
       01 WS-TGT-RESP PIC 9(8).
       01 WS-BUILD-OK-SW PIC X VALUE 'N'.
      * VSAM.ZSECPND (SECPREC) - PENDING CHANGES, KEYED ON THE FILE
      * CODE + ROW KEY, SO ONE PENDING CHANGE PER TARGET ROW.
       77 WS-SECP-FILE-NAME PIC X(8) VALUE 'VSAMSECP'.
       77 WS-SECP-REC-LEN PIC S9(4) COMP VALUE 160.
       77 WS-SECP-RESP PIC 9(8).
       01 WS-SECP-REC.
         COPY SECPREC.
       01 WS-SECP-KEY.
         05 WS-SECP-KEY-FILE PIC X(1).
         05 WS-SECP-KEY-ROW PIC X(8).
      * VSAM.MNTZBNK (MAUDREC) - MAINTENANCE AUDIT ESDS. EVERY
      * APPLIED CHANGE WRITES ITS BEFORE/AFTER ROWS VIA
      * 8850-WRITE-MAUD; CALL SITES SET MA-FIELD AND THE OLD/NEW
      * VALUES FIRST.
       77 WS-MAUD-FILE-NAME PIC X(8) VALUE 'MNTZBNK'.
       77 WS-MAUD-REC-LEN PIC S9(4) COMP VALUE 120.
       77 WS-MAUD-RESP PIC 9(8).
       01 WS-MAUD-REC.
         COPY MAUDREC.
       01 WS-MAUD-VAL-ED PIC 9(10).99.
       01 WS-FLD-NAME PIC X(12).
       01 WS-FLD-OLD PIC X(30).
       01 WS-FLD-NEW PIC X(30).
      * VSAM.AUDTZBNK (AUDTREC) - SECURITY AUDIT ESDS; HERE ONLY THE
      * EN REFUSALS.
       77 WS-AUDT-FILE-NAME PIC X(8) VALUE 'AUDTZBNK'.
       77 WS-AUDT-REC-LEN PIC S9(4) COMP VALUE 60.
       77 WS-AUDT-RESP PIC 9(8).
       01 WS-AUDT-REC.
         COPY AUDTREC.
      * VSAM.ZPOLICY PINPOL ROW - MAX PIN AGE IN DAYS; A MISSING ROW
      * LEAVES THE 365-DAY DEFAULT. SAME SIGN-ON AGEING AS ZSUPV.
       01 WS-POL-KEY PIC X(8) VALUE 'PINPOL'.
       01 WS-PIN-MAX-DAYS PIC 9(5) VALUE 365.
       01 WS-PIN-EXPIRED-SW PIC X VALUE 'N'.
       01 WS-PIN-DATE-N PIC 9(8).
       01 WS-TODAY-N PIC 9(8).
       01 WS-PIN-AGE PIC S9(8).
       01 WS-SIGNON-PIN-DATE PIC X(8).
       01 WS-TODAY PIC X(8).
       01 WS-SUPV-KEY PIC X(8).
      * THE SIGNED-ON ADMINISTRATOR, KEPT FOR THE LIFE OF THE TASK.
       01 WS-OPERATOR-ID PIC X(8).
      * LOOKUP (ACTION L) RESULT LINES - HELD IN WORKING STORAGE
      * AND RESTAGED INTO THE MAP ON EVERY SEND, SAME AS ZSUPV.
       01  WS-SAD-LINES.
           05  WS-SAD-LIN1 PIC X(76) VALUE SPACES.
           05  WS-SAD-LIN2 PIC X(76) VALUE SPACES.
           05  WS-SAD-LIN3 PIC X(76) VALUE SPACES.
           05  WS-SAD-LIN4 PIC X(76) VALUE SPACES.
           05  WS-SAD-LIN5 PIC X(76) VALUE SPACES.
           05  WS-SAD-LIN6 PIC X(76) VALUE SPACES.
       01  WS-FMT-LIN1 PIC X(76).
       01  WS-FMT-LIN2 PIC X(76).
       01  WS-OPER-DESC PIC X(6).
       01  WS-HLD-ED PIC Z(9)9.99.
       01  WS-EWL-ED PIC Z(9)9.99.
       01  WS-ODL-ED PIC Z(9)9.99.
       01  EXIT-CONDITION PIC 9 VALUE 0.
       01  SCREEN-STATE PIC 9 VALUE 0.
       01  ACTION PIC X.
       01  INFO PIC X(50) VALUE "ADMINISTRATOR SIGN-ON REQUIRED!".
       PROCEDURE DIVISION.
           EXEC CICS HANDLE ABEND
               LABEL(9100-TIMEOUT-ABEND)
           END-EXEC
           PERFORM 8050-LOAD-PIN-POLICY
           PERFORM WITH TEST BEFORE UNTIL EXIT-CONDITION = 1
             IF SCREEN-STATE = 0
               MOVE LOW-VALUES TO ZSLOGINO
               MOVE INFO TO SLGINFOO
               EXEC CICS SEND MAP('ZSLOGIN') MAPSET('ZSUPSET')
                 ERASE
               END-EXEC
               EXEC CICS RECEIVE MAP('ZSLOGIN') MAPSET('ZSUPSET')
                 INTO(ZSLOGINI)
                 RESP(WS-RESP-CODE)
               END-EXEC
               IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
                 MOVE 1 TO EXIT-CONDITION
               ELSE
               IF WS-RESP-CODE = WS-ATNI-RESP
                 MOVE 1 TO EXIT-CONDITION
               ELSE
               MOVE SLGACTI TO ACTION
               IF ACTION = "Q"
                 MOVE 1 TO EXIT-CONDITION
               ELSE
                 MOVE SLGIDI TO WS-SUPV-KEY
                 MOVE 40 TO WS-TGT-LEN
                 EXEC CICS READ DATASET(WS-SUPV-FILE-NAME)
                           INTO (WS-SUPV-REC)
                           RIDFLD(WS-SUPV-KEY)
                           LENGTH(WS-TGT-LEN)
                           RESP(WS-RESP-CODE)
                 END-EXEC
                 IF WS-RESP-CODE NOT = ZEROS
                   MOVE "UNKNOWN SUPERVISOR ID!" TO INFO
                 ELSE
                 IF SLGPINI NOT = SUP-PIN
                   MOVE "WRONG SUPERVISOR PIN!" TO INFO
                 ELSE
                 MOVE SUP-PIN-SET-DATE TO WS-SIGNON-PIN-DATE
                 PERFORM 8060-CHECK-PIN-AGE
                 IF WS-PIN-EXPIRED-SW = 'Y'
                   MOVE "SUPERVISOR PIN EXPIRED - SEE SECURITY ADMIN!"
                       TO INFO
                 ELSE
                   MOVE SUP-ID TO WS-OPERATOR-ID
      * ONLY A PROFILE FLAGGED AS SECURITY ADMINISTRATOR GETS IN.
                   MOVE 120 TO WS-TGT-LEN
                   EXEC CICS READ DATASET(WS-ENTL-FILE-NAME)
                             INTO (WS-ENTL-REC)
                             RIDFLD(WS-OPERATOR-ID)
                             LENGTH(WS-TGT-LEN)
                             RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE NOT = ZEROS
                       OR EN-SECADM NOT = 'Y'
                     MOVE SPACES TO WS-AUDT-REC
                     MOVE "ZSECADM NOT ENTITLED" TO AU-REASON
                     PERFORM 8420-REFUSE-ACTION
                     MOVE "NOT A SECURITY ADMINISTRATOR!" TO INFO
                   ELSE
                     MOVE SPACES TO WS-SAD-LINES
                     MOVE 1 TO SCREEN-STATE
                     MOVE "SECURITY ADMINISTRATOR SIGNED ON" TO INFO
                   END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               END-IF
               END-IF
             END-IF
             IF SCREEN-STATE = 1
               MOVE LOW-VALUES TO ZSADMO
               MOVE INFO TO SADINFOO
               MOVE WS-SAD-FILE TO SADFILO
               MOVE WS-SAD-KEY TO SADKEYO
               MOVE WS-SAD-LIN1 TO SADLN1O
               MOVE WS-SAD-LIN2 TO SADLN2O
               MOVE WS-SAD-LIN3 TO SADLN3O
               MOVE WS-SAD-LIN4 TO SADLN4O
               MOVE WS-SAD-LIN5 TO SADLN5O
               MOVE WS-SAD-LIN6 TO SADLN6O
               EXEC CICS SEND MAP('ZSADM') MAPSET('ZSUPSET')
                 ERASE
               END-EXEC
               EXEC CICS RECEIVE MAP('ZSADM') MAPSET('ZSUPSET')
                 INTO(ZSADMI)
                 RESP(WS-RESP-CODE)
               END-EXEC
               IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
                 MOVE 0 TO SCREEN-STATE
                 MOVE "ADMINISTRATOR SIGN-ON REQUIRED!" TO INFO
               ELSE
               IF WS-RESP-CODE = WS-ATNI-RESP
                 MOVE 0 TO SCREEN-STATE
                 MOVE "SESSION TIMED OUT - SIGN ON AGAIN!" TO INFO
               ELSE
      * AN UNTOUCHED FIELD COMES BACK AS LOW-VALUES - TREAT IT AS
      * BLANK SO A BLANK FIELD KEEPS THE CURRENT VALUE ON A CHANGE.
               INSPECT SADFILI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT SADKEYI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT SADOPRI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT SADTXTI REPLACING ALL LOW-VALUE BY SPACE
               INSPECT SADTX2I REPLACING ALL LOW-VALUE BY SPACE
               INSPECT SADFLGI REPLACING ALL LOW-VALUE BY SPACE
               MOVE SADACTI TO ACTION
               IF ACTION = "Q"
                 MOVE 0 TO SCREEN-STATE
                 MOVE "ADMINISTRATOR SIGN-ON REQUIRED!" TO INFO
               END-IF
               IF ACTION = "L"
                 PERFORM 2000-LOOK-UP
               END-IF
               IF ACTION = "M"
                 PERFORM 3000-REQUEST-CHANGE
               END-IF
               IF ACTION = "A"
                 PERFORM 4000-APPROVE-CHANGE
               END-IF
               IF ACTION = "X"
                 PERFORM 5000-REJECT-CHANGE
               END-IF
               END-IF
               END-IF
             END-IF
           END-PERFORM.
           EXEC CICS SEND MAP('ZSLOGIN') MAPSET('ZSUPSET') DATAONLY
             ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC.

      * SET THE TARGET FILE AND KEY FROM THE SCREEN AND CHECK THE
      * KEY FITS THE FILE. WS-TGT-OK-SW = 'N' WITH INFO SET IF NOT.
       1000-SET-TARGET.
           MOVE 'N' TO WS-TGT-OK-SW
           MOVE SADFILI TO WS-SAD-FILE
           MOVE SADKEYI TO WS-SAD-KEY
           MOVE WS-SAD-KEY TO WS-TGT-KEY
           MOVE SPACES TO WS-TGT-FILE-NAME
           EVALUATE WS-SAD-FILE
             WHEN "S"
               MOVE WS-SUPV-FILE-NAME TO WS-TGT-FILE-NAME
               MOVE 40 TO WS-TGT-REC-LEN
               MOVE "SS" TO WS-TGT-FUNC
               MOVE "SUPERVISOR CREDENTIAL" TO WS-TGT-DESC
             WHEN "T"
               MOVE WS-TELL-FILE-NAME TO WS-TGT-FILE-NAME
               MOVE 40 TO WS-TGT-REC-LEN
               MOVE "ST" TO WS-TGT-FUNC
               MOVE "TELLER CREDENTIAL" TO WS-TGT-DESC
             WHEN "E"
               MOVE WS-ENTL-FILE-NAME TO WS-TGT-FILE-NAME
               MOVE 120 TO WS-TGT-REC-LEN
               MOVE "SE" TO WS-TGT-FUNC
               MOVE "ENTITLEMENT PROFILE" TO WS-TGT-DESC
             WHEN "P"
               MOVE WS-POL-FILE-NAME TO WS-TGT-FILE-NAME
               MOVE 30 TO WS-TGT-REC-LEN
               MOVE "SP" TO WS-TGT-FUNC
               MOVE "POLICY ROW" TO WS-TGT-DESC
             WHEN "B"
               MOVE WS-TBR-FILE-NAME TO WS-TGT-FILE-NAME
               MOVE 20 TO WS-TGT-REC-LEN
               MOVE "SB" TO WS-TGT-FUNC
               MOVE "TERMINAL BRANCH ROW" TO WS-TGT-DESC
             WHEN "C"
               MOVE WS-CAL-FILE-NAME TO WS-TGT-FILE-NAME
               MOVE 40 TO WS-TGT-REC-LEN
               MOVE "SC" TO WS-TGT-FUNC
               MOVE "CALENDAR DATE" TO WS-TGT-DESC
           END-EVALUATE
           MOVE WS-SAD-FILE TO WS-SECP-KEY-FILE
           MOVE WS-TGT-KEY TO WS-SECP-KEY-ROW
           IF WS-TGT-FILE-NAME = SPACES
             MOVE "FILE MUST BE S, T, E, P, B OR C!" TO INFO
           ELSE
           IF WS-TGT-KEY = SPACES
             MOVE "ENTER THE KEY OF THE ROW!" TO INFO
           ELSE
           IF WS-SAD-FILE = "C" AND WS-TGT-KEY NOT NUMERIC
             MOVE "CALENDAR KEY IS A DATE - YYYYMMDD!" TO INFO
           ELSE
           IF WS-SAD-FILE = "B" AND WS-TGT-KEY(5:4) NOT = SPACES
             MOVE "TERMINAL ID IS AT MOST 4 CHARACTERS!" TO INFO
           ELSE
             MOVE 'Y' TO WS-TGT-OK-SW
           END-IF
           END-IF
           END-IF
           END-IF.

      * READ THE TARGET ROW INTO WS-OLD-IMAGE - PLAIN, OR FOR
      * UPDATE WHEN THE CHANGE IS BEING APPLIED.
       1100-READ-TARGET.
           MOVE SPACES TO WS-OLD-IMAGE
           MOVE WS-TGT-REC-LEN TO WS-TGT-LEN
           EXEC CICS READ DATASET(WS-TGT-FILE-NAME)
                     INTO (WS-OLD-IMAGE)
                     RIDFLD(WS-TGT-KEY)
                     LENGTH(WS-TGT-LEN)
                     RESP(WS-TGT-RESP)
           END-EXEC.

       1110-READ-TARGET-UPDATE.
           MOVE SPACES TO WS-OLD-IMAGE
           MOVE WS-TGT-REC-LEN TO WS-TGT-LEN
           EXEC CICS READ DATASET(WS-TGT-FILE-NAME)
                     INTO (WS-OLD-IMAGE)
                     RIDFLD(WS-TGT-KEY)
                     LENGTH(WS-TGT-LEN)
                     UPDATE
                     RESP(WS-TGT-RESP)
           END-EXEC.

      * READ THE PENDING CHANGE FOR THE TARGET ROW, IF ANY.
       1200-READ-PENDING.
           MOVE 160 TO WS-SECP-REC-LEN
           EXEC CICS READ DATASET(WS-SECP-FILE-NAME)
                     INTO (WS-SECP-REC)
                     RIDFLD(WS-SECP-KEY)
                     LENGTH(WS-SECP-REC-LEN)
                     RESP(WS-SECP-RESP)
           END-EXEC.

       1210-READ-PENDING-UPDATE.
           MOVE 160 TO WS-SECP-REC-LEN
           EXEC CICS READ DATASET(WS-SECP-FILE-NAME)
                     INTO (WS-SECP-REC)
                     RIDFLD(WS-SECP-KEY)
                     LENGTH(WS-SECP-REC-LEN)
                     UPDATE
                     RESP(WS-SECP-RESP)
           END-EXEC.

      * ACTION L - SHOW THE CURRENT ROW (NEVER THE PIN) AND ANY
      * CHANGE PENDING AGAINST IT, SO THE CHECKER SEES WHAT THEY
      * ARE APPROVING.
       2000-LOOK-UP.
           PERFORM 1000-SET-TARGET
           IF WS-TGT-OK-SW = 'Y'
             MOVE SPACES TO WS-SAD-LINES
             PERFORM 1100-READ-TARGET
             IF WS-TGT-RESP = ZEROS
               STRING "CURRENT " WS-TGT-DESC " " WS-TGT-KEY
                   DELIMITED BY SIZE INTO WS-SAD-LIN1
               PERFORM 8600-FORMAT-ROW
               MOVE WS-FMT-LIN1 TO WS-SAD-LIN2
               MOVE WS-FMT-LIN2 TO WS-SAD-LIN3
             ELSE
               STRING "NO " WS-TGT-DESC " ON FILE FOR " WS-TGT-KEY
                   DELIMITED BY SIZE INTO WS-SAD-LIN1
             END-IF
             PERFORM 1200-READ-PENDING
             IF WS-SECP-RESP = ZEROS
               PERFORM 8610-OPER-DESC
               STRING "PENDING " WS-OPER-DESC " REQUESTED BY "
                   SP-MAKER-ID " ON " SP-REQ-DATE " " SP-REQ-TIME
                   DELIMITED BY SIZE INTO WS-SAD-LIN4
               IF SP-OPER NOT = "D"
                 MOVE SP-NEW-IMAGE TO WS-OLD-IMAGE
                 PERFORM 8600-FORMAT-ROW
                 MOVE WS-FMT-LIN1 TO WS-SAD-LIN5
                 MOVE WS-FMT-LIN2 TO WS-SAD-LIN6
               END-IF
             ELSE
               MOVE "NO CHANGE PENDING" TO WS-SAD-LIN4
             END-IF
             MOVE "ROW DISPLAYED" TO INFO
           END-IF.

      * ACTION M - VALIDATE THE CHANGE AND RECORD IT ON VSAM.ZSECPND
      * FOR A SECOND ADMINISTRATOR. NOTHING TOUCHES THE TARGET FILE.
       3000-REQUEST-CHANGE.
           PERFORM 1000-SET-TARGET
           IF WS-TGT-OK-SW = 'Y'
             MOVE SPACES TO WS-SAD-LINES
             MOVE SADOPRI TO WS-SAD-OPER
             IF WS-SAD-OPER NOT = "A" AND WS-SAD-OPER NOT = "C"
                 AND WS-SAD-OPER NOT = "D"
               MOVE "OPER MUST BE A-ADD, C-CHANGE OR D-DELETE!"
                   TO INFO
             ELSE
             IF (WS-SAD-FILE = "S" OR WS-SAD-FILE = "T"
                 OR WS-SAD-FILE = "E")
                 AND WS-TGT-KEY = WS-OPERATOR-ID
               MOVE SPACES TO WS-AUDT-REC
               MOVE "ZSECADM M OWN ID" TO AU-REASON
               PERFORM 8420-REFUSE-ACTION
               MOVE "YOU CANNOT MAINTAIN YOUR OWN ID!" TO INFO
             ELSE
               PERFORM 1200-READ-PENDING
               IF WS-SECP-RESP = ZEROS
                 MOVE "A CHANGE IS ALREADY PENDING FOR THIS ROW!"
                     TO INFO
               ELSE
                 PERFORM 1100-READ-TARGET
                 IF WS-SAD-OPER = "A" AND WS-TGT-RESP = ZEROS
                   MOVE "ROW ALREADY EXISTS - USE C TO CHANGE IT!"
                       TO INFO
                 ELSE
                 IF WS-SAD-OPER NOT = "A" AND WS-TGT-RESP NOT = ZEROS
                   MOVE "NO SUCH ROW TO CHANGE OR DELETE!" TO INFO
                 ELSE
                   PERFORM 3100-BUILD-NEW-IMAGE
                   IF WS-BUILD-OK-SW = 'Y'
                     PERFORM 3200-WRITE-PENDING
                   END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
           END-IF.

      * BUILD THE PROPOSED ROW IN WS-NEW-IMAGE - FROM SCRATCH ON AN
      * ADD, FROM THE CURRENT ROW ON A CHANGE (BLANK FIELDS KEEP
      * THEIR VALUE), SPACES ON A DELETE.
       3100-BUILD-NEW-IMAGE.
           MOVE 'Y' TO WS-BUILD-OK-SW
           IF WS-SAD-OPER = "D"
             MOVE SPACES TO WS-NEW-IMAGE
           ELSE
             IF WS-SAD-OPER = "A"
               MOVE SPACES TO WS-NEW-IMAGE
             ELSE
               MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
             END-IF
             EVALUATE WS-SAD-FILE
               WHEN "S"
                 PERFORM 3110-BUILD-SUPV
               WHEN "T"
                 PERFORM 3120-BUILD-TELL
               WHEN "E"
                 PERFORM 3130-BUILD-ENTL
               WHEN "P"
                 PERFORM 3140-BUILD-POL
               WHEN "B"
                 PERFORM 3150-BUILD-TBR
               WHEN "C"
                 PERFORM 3160-BUILD-CAL
             END-EVALUATE
             IF WS-BUILD-OK-SW = 'Y' AND WS-SAD-OPER = "C"
                 AND WS-NEW-IMAGE = WS-OLD-IMAGE
               MOVE 'N' TO WS-BUILD-OK-SW
               MOVE "NOTHING KEYED DIFFERS FROM THE CURRENT ROW!"
                   TO INFO
             END-IF
           END-IF.

      * SUPERVISOR CREDENTIAL - NAME AND PIN. THE PIN-SET DATE IS
      * STAMPED WHEN THE CHANGE IS APPLIED.
       3110-BUILD-SUPV.
           IF WS-SAD-OPER = "A"
             MOVE WS-TGT-KEY TO NS-ID
             MOVE ZEROS TO NS-PIN
           END-IF
           IF SADTXTI NOT = SPACES
             MOVE SADTXTI TO NS-NAME
           END-IF
           IF SADPINI IS NUMERIC
             MOVE SADPINI TO NS-PIN
           ELSE
           IF SADPINI NOT = SPACES AND SADPINI NOT = LOW-VALUES
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "PIN MUST BE FOUR DIGITS!" TO INFO
           END-IF
           END-IF
           IF WS-BUILD-OK-SW = 'Y' AND WS-SAD-OPER = "A"
               AND (NS-NAME = SPACES OR SADPINI NOT NUMERIC)
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "A NEW CREDENTIAL NEEDS A NAME AND A PIN!" TO INFO
           END-IF.

      * TELLER CREDENTIAL - SAME FIELDS AS THE SUPERVISOR'S.
       3120-BUILD-TELL.
           IF WS-SAD-OPER = "A"
             MOVE WS-TGT-KEY TO NT-ID
             MOVE ZEROS TO NT-PIN
           END-IF
           IF SADTXTI NOT = SPACES
             MOVE SADTXTI TO NT-NAME
           END-IF
           IF SADPINI IS NUMERIC
             MOVE SADPINI TO NT-PIN
           ELSE
           IF SADPINI NOT = SPACES AND SADPINI NOT = LOW-VALUES
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "PIN MUST BE FOUR DIGITS!" TO INFO
           END-IF
           END-IF
           IF WS-BUILD-OK-SW = 'Y' AND WS-SAD-OPER = "A"
               AND (NT-NAME = SPACES OR SADPINI NOT NUMERIC)
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "A NEW CREDENTIAL NEEDS A NAME AND A PIN!" TO INFO
           END-IF.

      * ENTITLEMENT PROFILE - ACTION LISTS, AMOUNT AUTHORITIES AND
      * THE SECURITY-ADMINISTRATOR FLAG. A NEW PROFILE STARTS WITH
      * NOTHING GRANTED AND MUST BELONG TO A STAFF ID THAT EXISTS.
       3130-BUILD-ENTL.
           IF WS-SAD-OPER = "A"
             MOVE WS-TGT-KEY TO NE-STAFF-ID
             MOVE SPACES TO NE-SUPV-ACTIONS
             MOVE SPACES TO NE-TELL-ACTIONS
             MOVE ZEROS TO NE-HOLD-LIMIT
             MOVE ZEROS TO NE-EW-LIMIT
             MOVE ZEROS TO NE-OD-LIMIT
             MOVE "N" TO NE-SECADM
             PERFORM 3135-CHECK-STAFF-ID
           END-IF
           IF SADTXTI = "-"
             MOVE SPACES TO NE-SUPV-ACTIONS
           ELSE
           IF SADTXTI NOT = SPACES
             MOVE SADTXTI TO NE-SUPV-ACTIONS
           END-IF
           END-IF
           IF SADTX2I = "-"
             MOVE SPACES TO NE-TELL-ACTIONS
           ELSE
           IF SADTX2I NOT = SPACES
             MOVE SADTX2I TO NE-TELL-ACTIONS
           END-IF
           END-IF
           IF SADHLDI IS NUMERIC
             MOVE SADHLDI TO NE-HOLD-LIMIT
           END-IF
           IF SADEWLI IS NUMERIC
             MOVE SADEWLI TO NE-EW-LIMIT
           END-IF
           IF SADODLI IS NUMERIC
             MOVE SADODLI TO NE-OD-LIMIT
           END-IF
           IF SADFLGI = "Y" OR SADFLGI = "N"
             MOVE SADFLGI TO NE-SECADM
           ELSE
           IF SADFLGI NOT = SPACES
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "FLAG MUST BE Y OR N!" TO INFO
           END-IF
           END-IF
           IF NE-SUPV-ACTIONS IS NOT ALPHABETIC
               OR NE-TELL-ACTIONS IS NOT ALPHABETIC
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "ACTION LISTS TAKE LETTERS ONLY!" TO INFO
           END-IF.

      * A PROFILE IS ONLY ADDED FOR AN ID ON THE SUPERVISOR OR THE
      * TELLER CREDENTIAL FILE. READ INTO THE OLD IMAGE, WHICH IS
      * EMPTY ON AN ADD.
       3135-CHECK-STAFF-ID.
           MOVE 40 TO WS-TGT-LEN
           EXEC CICS READ DATASET(WS-SUPV-FILE-NAME)
                     INTO (WS-OLD-IMAGE)
                     RIDFLD(WS-TGT-KEY)
                     LENGTH(WS-TGT-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = ZEROS
             MOVE 40 TO WS-TGT-LEN
             EXEC CICS READ DATASET(WS-TELL-FILE-NAME)
                       INTO (WS-OLD-IMAGE)
                       RIDFLD(WS-TGT-KEY)
                       LENGTH(WS-TGT-LEN)
                       RESP(WS-RESP-CODE)
             END-EXEC
           END-IF
           MOVE SPACES TO WS-OLD-IMAGE
           IF WS-RESP-CODE NOT = ZEROS
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "NO SUPERVISOR OR TELLER WITH THAT ID!" TO INFO
           END-IF.

      * SECURITY POLICY ROW - THE TWO VALUES; VALUE 1 IS NEEDED ON
      * A NEW ROW, VALUE 2 DEFAULTS TO ZERO.
       3140-BUILD-POL.
           IF WS-SAD-OPER = "A"
             MOVE WS-TGT-KEY TO NP-KEY
             MOVE ZEROS TO NP-VALUE-2
           END-IF
           IF SADPV1I IS NUMERIC
             MOVE SADPV1I TO NP-VALUE-1
           ELSE
           IF WS-SAD-OPER = "A"
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "A NEW POLICY ROW NEEDS VALUE 1!" TO INFO
           END-IF
           END-IF
           IF SADPV2I IS NUMERIC
             MOVE SADPV2I TO NP-VALUE-2
           END-IF.

      * TERMINAL-TO-BRANCH ROW - THE BRANCH CODE.
       3150-BUILD-TBR.
           IF WS-SAD-OPER = "A"
             MOVE WS-TGT-KEY TO NB-TERMID
           END-IF
           IF SADBRI IS NUMERIC
             MOVE SADBRI TO NB-BRANCH
           ELSE
           IF WS-SAD-OPER = "A"
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "A NEW TERMINAL ROW NEEDS A BRANCH!" TO INFO
           END-IF
           END-IF.

      * BANK CALENDAR DATE - BUSINESS-DAY FLAG AND DESCRIPTION.
       3160-BUILD-CAL.
           IF WS-SAD-OPER = "A"
             MOVE WS-TGT-KEY TO NC-DATE
           END-IF
           IF SADTXTI NOT = SPACES
             MOVE SADTXTI TO NC-DESC
           END-IF
           IF SADFLGI = "Y" OR SADFLGI = "N"
             MOVE SADFLGI TO NC-BUSDAY
           ELSE
           IF SADFLGI NOT = SPACES OR WS-SAD-OPER = "A"
             MOVE 'N' TO WS-BUILD-OK-SW
             MOVE "BUSINESS DAY FLAG MUST BE Y OR N!" TO INFO
           END-IF
           END-IF.

      * RECORD THE VALIDATED CHANGE FOR THE CHECKER.
       3200-WRITE-PENDING.
           MOVE SPACES TO WS-SECP-REC
           MOVE WS-SAD-FILE TO SP-FILE
           MOVE WS-TGT-KEY TO SP-REC-KEY
           MOVE WS-SAD-OPER TO SP-OPER
           MOVE WS-NEW-IMAGE TO SP-NEW-IMAGE
           MOVE WS-OPERATOR-ID TO SP-MAKER-ID
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(SP-REQ-DATE)
             TIME(SP-REQ-TIME)
           END-EXEC
           MOVE 160 TO WS-SECP-REC-LEN
           EXEC CICS WRITE DATASET(WS-SECP-FILE-NAME)
             FROM (WS-SECP-REC)
             RIDFLD(SP-KEY)
             LENGTH(WS-SECP-REC-LEN)
             RESP(WS-SECP-RESP)
           END-EXEC
           IF WS-SECP-RESP = ZEROS
             MOVE "CHANGE RECORDED FOR A SECOND ADMINISTRATOR"
                 TO INFO
           ELSE
             MOVE WS-SECP-RESP TO INFO
           END-IF.

      * ACTION A - APPLY A PENDING CHANGE. THE TWO-SIGNATURE RULE:
      * THE MAKER MAY NOT BE THE CHECKER, AND NEITHER MAY TOUCH
      * THEIR OWN CREDENTIAL OR PROFILE.
       4000-APPROVE-CHANGE.
           PERFORM 1000-SET-TARGET
           IF WS-TGT-OK-SW = 'Y'
             MOVE SPACES TO WS-SAD-LINES
             PERFORM 1210-READ-PENDING-UPDATE
             IF WS-SECP-RESP NOT = ZEROS
               MOVE "NO CHANGE PENDING FOR THIS ROW!" TO INFO
             ELSE
             IF SP-MAKER-ID = WS-OPERATOR-ID
               EXEC CICS UNLOCK DATASET(WS-SECP-FILE-NAME)
               END-EXEC
               MOVE "SAME OFFICER CANNOT APPROVE OWN REQUEST!"
                   TO INFO
             ELSE
             IF (WS-SAD-FILE = "S" OR WS-SAD-FILE = "T"
                 OR WS-SAD-FILE = "E")
                 AND WS-TGT-KEY = WS-OPERATOR-ID
               EXEC CICS UNLOCK DATASET(WS-SECP-FILE-NAME)
               END-EXEC
               MOVE SPACES TO WS-AUDT-REC
               MOVE "ZSECADM A OWN ID" TO AU-REASON
               PERFORM 8420-REFUSE-ACTION
               MOVE "YOU CANNOT MAINTAIN YOUR OWN ID!" TO INFO
             ELSE
               MOVE SP-OPER TO WS-SAD-OPER
               MOVE SP-NEW-IMAGE TO WS-NEW-IMAGE
               PERFORM 4100-APPLY-CHANGE
               IF WS-TGT-RESP = ZEROS
                 EXEC CICS DELETE DATASET(WS-SECP-FILE-NAME)
                   RESP(WS-SECP-RESP)
                 END-EXEC
                 PERFORM 4200-AUDIT-CHANGE
                 MOVE "CHANGE APPROVED AND APPLIED" TO INFO
               ELSE
                 EXEC CICS UNLOCK DATASET(WS-SECP-FILE-NAME)
                 END-EXEC
      * THE FILE MOVED UNDER THE REQUEST (A ROW ADDED OR REMOVED BY
      * OTHER MEANS) - IT CAN ONLY BE REJECTED AND KEYED AGAIN.
                 IF WS-TGT-RESP = WS-NOTFND-RESP
                   MOVE "ROW NO LONGER ON FILE - REJECT THE REQUEST!"
                       TO INFO
                 ELSE
                 IF WS-TGT-RESP = WS-DUPREC-RESP
                   MOVE "ROW ALREADY ON FILE - REJECT THE REQUEST!"
                       TO INFO
                 ELSE
                   MOVE WS-TGT-RESP TO INFO
                 END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

      * WRITE, REWRITE OR DELETE THE TARGET ROW. WS-OLD-IMAGE ENDS
      * UP HOLDING THE ROW AS IT WAS (SPACES ON AN ADD) FOR THE
      * AUDIT ROWS.
       4100-APPLY-CHANGE.
           EVALUATE WS-SAD-OPER
             WHEN "A"
               MOVE SPACES TO WS-OLD-IMAGE
               PERFORM 4110-STAMP-NEW-IMAGE
               MOVE WS-TGT-REC-LEN TO WS-TGT-LEN
               EXEC CICS WRITE DATASET(WS-TGT-FILE-NAME)
                 FROM (WS-NEW-IMAGE)
                 RIDFLD(WS-TGT-KEY)
                 LENGTH(WS-TGT-LEN)
                 RESP(WS-TGT-RESP)
               END-EXEC
             WHEN "C"
               PERFORM 1110-READ-TARGET-UPDATE
               IF WS-TGT-RESP = ZEROS
                 PERFORM 4110-STAMP-NEW-IMAGE
                 MOVE WS-TGT-REC-LEN TO WS-TGT-LEN
                 EXEC CICS REWRITE DATASET(WS-TGT-FILE-NAME)
                   FROM (WS-NEW-IMAGE)
                   LENGTH(WS-TGT-LEN)
                   RESP(WS-TGT-RESP)
                 END-EXEC
               END-IF
             WHEN OTHER
               PERFORM 1110-READ-TARGET-UPDATE
               IF WS-TGT-RESP = ZEROS
                 EXEC CICS DELETE DATASET(WS-TGT-FILE-NAME)
                   RESP(WS-TGT-RESP)
                 END-EXEC
               END-IF
           END-EVALUATE.

      * STAMP THE APPLY DATE - A NEW OR CHANGED PIN RESTARTS THE PIN
      * AGE, AND A PROFILE CARRIES THE DATE IT LAST CHANGED.
       4110-STAMP-NEW-IMAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-TODAY)
           END-EXEC
           EVALUATE WS-SAD-FILE
             WHEN "S"
               IF WS-SAD-OPER = "A"
                 MOVE WS-TODAY TO NS-PIN-SET-DATE
               ELSE
               IF NS-PIN NOT = SUP-PIN
                 MOVE WS-TODAY TO NS-PIN-SET-DATE
               END-IF
               END-IF
             WHEN "T"
               IF WS-SAD-OPER = "A"
                 MOVE WS-TODAY TO NT-PIN-SET-DATE
               ELSE
               IF NT-PIN NOT = TEL-PIN
                 MOVE WS-TODAY TO NT-PIN-SET-DATE
               END-IF
               END-IF
             WHEN "E"
               MOVE WS-TODAY TO NE-CHG-DATE
           END-EVALUATE.

      * THE MNTZBNK TRAIL FOR AN APPLIED CHANGE: WHO ASKED FOR IT
      * AND WHEN, A ROW LINE ON AN ADD OR DELETE, THEN A
      * BEFORE/AFTER ROW FOR EVERY FIELD THAT DIFFERS.
       4200-AUDIT-CHANGE.
           MOVE SPACES TO WS-MAUD-REC
           MOVE "REQUESTED-BY" TO MA-FIELD
           MOVE SP-MAKER-ID TO MA-OLD-VALUE
           STRING SP-REQ-DATE " " SP-REQ-TIME
               DELIMITED BY SIZE INTO MA-NEW-VALUE
           PERFORM 8850-WRITE-MAUD
           IF WS-SAD-OPER = "A"
             MOVE SPACES TO WS-MAUD-REC
             MOVE "ROW" TO MA-FIELD
             MOVE "NONE" TO MA-OLD-VALUE
             MOVE "ADDED" TO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
           END-IF
           IF WS-SAD-OPER = "D"
             MOVE SPACES TO WS-MAUD-REC
             MOVE "ROW" TO MA-FIELD
             MOVE "PRESENT" TO MA-OLD-VALUE
             MOVE "DELETED" TO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
           END-IF
           EVALUATE WS-SAD-FILE
             WHEN "S"
               PERFORM 4210-AUDIT-SUPV
             WHEN "T"
               PERFORM 4220-AUDIT-TELL
             WHEN "E"
               PERFORM 4230-AUDIT-ENTL
             WHEN "P"
               PERFORM 4240-AUDIT-POL
             WHEN "B"
               PERFORM 4250-AUDIT-TBR
             WHEN "C"
               PERFORM 4260-AUDIT-CAL
           END-EVALUATE.

      * A PIN IS NEVER WRITTEN TO THE AUDIT FILE - ONLY THAT IT WAS
      * SET, RESET OR REMOVED.
       4210-AUDIT-SUPV.
           MOVE "NAME" TO WS-FLD-NAME
           MOVE SUP-NAME TO WS-FLD-OLD
           MOVE NS-NAME TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW
           MOVE "PIN" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           EVALUATE WS-SAD-OPER
             WHEN "A"
               MOVE "SET" TO WS-FLD-NEW
             WHEN "D"
               MOVE "****" TO WS-FLD-OLD
             WHEN OTHER
               IF NS-PIN NOT = SUP-PIN
                 MOVE "****" TO WS-FLD-OLD
                 MOVE "RESET" TO WS-FLD-NEW
               END-IF
           END-EVALUATE
           PERFORM 4290-FIELD-ROW
           MOVE "PIN-SET-DATE" TO WS-FLD-NAME
           MOVE SUP-PIN-SET-DATE TO WS-FLD-OLD
           MOVE NS-PIN-SET-DATE TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW.

       4220-AUDIT-TELL.
           MOVE "NAME" TO WS-FLD-NAME
           MOVE TEL-NAME TO WS-FLD-OLD
           MOVE NT-NAME TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW
           MOVE "PIN" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           EVALUATE WS-SAD-OPER
             WHEN "A"
               MOVE "SET" TO WS-FLD-NEW
             WHEN "D"
               MOVE "****" TO WS-FLD-OLD
             WHEN OTHER
               IF NT-PIN NOT = TEL-PIN
                 MOVE "****" TO WS-FLD-OLD
                 MOVE "RESET" TO WS-FLD-NEW
               END-IF
           END-EVALUATE
           PERFORM 4290-FIELD-ROW
           MOVE "PIN-SET-DATE" TO WS-FLD-NAME
           MOVE TEL-PIN-SET-DATE TO WS-FLD-OLD
           MOVE NT-PIN-SET-DATE TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW.

      * AMOUNTS ARE ONLY EDITED WHEN THE IMAGE HOLDS ONE - THE EMPTY
      * SIDE OF AN ADD OR DELETE IS SPACES.
       4230-AUDIT-ENTL.
           MOVE "SUPV-ACTIONS" TO WS-FLD-NAME
           MOVE EN-SUPV-ACTIONS TO WS-FLD-OLD
           MOVE NE-SUPV-ACTIONS TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW
           MOVE "TELL-ACTIONS" TO WS-FLD-NAME
           MOVE EN-TELL-ACTIONS TO WS-FLD-OLD
           MOVE NE-TELL-ACTIONS TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW
           MOVE "HOLD-LIMIT" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           IF EN-HOLD-LIMIT IS NUMERIC
             MOVE EN-HOLD-LIMIT TO WS-MAUD-VAL-ED
             MOVE WS-MAUD-VAL-ED TO WS-FLD-OLD
           END-IF
           IF NE-HOLD-LIMIT IS NUMERIC
             MOVE NE-HOLD-LIMIT TO WS-MAUD-VAL-ED
             MOVE WS-MAUD-VAL-ED TO WS-FLD-NEW
           END-IF
           PERFORM 4290-FIELD-ROW
           MOVE "EW-LIMIT" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           IF EN-EW-LIMIT IS NUMERIC
             MOVE EN-EW-LIMIT TO WS-MAUD-VAL-ED
             MOVE WS-MAUD-VAL-ED TO WS-FLD-OLD
           END-IF
           IF NE-EW-LIMIT IS NUMERIC
             MOVE NE-EW-LIMIT TO WS-MAUD-VAL-ED
             MOVE WS-MAUD-VAL-ED TO WS-FLD-NEW
           END-IF
           PERFORM 4290-FIELD-ROW
           MOVE "OD-LIMIT" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           IF EN-OD-LIMIT IS NUMERIC
             MOVE EN-OD-LIMIT TO WS-MAUD-VAL-ED
             MOVE WS-MAUD-VAL-ED TO WS-FLD-OLD
           END-IF
           IF NE-OD-LIMIT IS NUMERIC
             MOVE NE-OD-LIMIT TO WS-MAUD-VAL-ED
             MOVE WS-MAUD-VAL-ED TO WS-FLD-NEW
           END-IF
           PERFORM 4290-FIELD-ROW
           MOVE "SECADM" TO WS-FLD-NAME
           MOVE EN-SECADM TO WS-FLD-OLD
           MOVE NE-SECADM TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW.

       4240-AUDIT-POL.
           MOVE "VALUE-1" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           IF PO-VALUE-1 IS NUMERIC
             MOVE PO-VALUE-1 TO WS-FLD-OLD
           END-IF
           IF NP-VALUE-1 IS NUMERIC
             MOVE NP-VALUE-1 TO WS-FLD-NEW
           END-IF
           PERFORM 4290-FIELD-ROW
           MOVE "VALUE-2" TO WS-FLD-NAME
           MOVE SPACES TO WS-FLD-OLD
           MOVE SPACES TO WS-FLD-NEW
           IF PO-VALUE-2 IS NUMERIC
             MOVE PO-VALUE-2 TO WS-FLD-OLD
           END-IF
           IF NP-VALUE-2 IS NUMERIC
             MOVE NP-VALUE-2 TO WS-FLD-NEW
           END-IF
           PERFORM 4290-FIELD-ROW.

       4250-AUDIT-TBR.
           MOVE "BRANCH" TO WS-FLD-NAME
           MOVE TB-BRANCH TO WS-FLD-OLD
           MOVE NB-BRANCH TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW.

       4260-AUDIT-CAL.
           MOVE "BUSINESS-DAY" TO WS-FLD-NAME
           MOVE CA-BUSDAY TO WS-FLD-OLD
           MOVE NC-BUSDAY TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW
           MOVE "DESCRIPTION" TO WS-FLD-NAME
           MOVE CA-DESC TO WS-FLD-OLD
           MOVE NC-DESC TO WS-FLD-NEW
           PERFORM 4290-FIELD-ROW.

      * ONE BEFORE/AFTER ROW, ONLY IF THE FIELD ACTUALLY CHANGED.
       4290-FIELD-ROW.
           IF WS-FLD-OLD NOT = WS-FLD-NEW
             MOVE SPACES TO WS-MAUD-REC
             MOVE WS-FLD-NAME TO MA-FIELD
             MOVE WS-FLD-OLD TO MA-OLD-VALUE
             MOVE WS-FLD-NEW TO MA-NEW-VALUE
             PERFORM 8850-WRITE-MAUD
           END-IF.

      * ACTION X - REMOVE A PENDING CHANGE UNAPPLIED. EITHER
      * ADMINISTRATOR MAY DO SO; NOTHING WAS CHANGED, SO NOTHING
      * GOES TO MNTZBNK.
       5000-REJECT-CHANGE.
           PERFORM 1000-SET-TARGET
           IF WS-TGT-OK-SW = 'Y'
             MOVE SPACES TO WS-SAD-LINES
             PERFORM 1210-READ-PENDING-UPDATE
             IF WS-SECP-RESP NOT = ZEROS
               MOVE "NO CHANGE PENDING FOR THIS ROW!" TO INFO
             ELSE
               EXEC CICS DELETE DATASET(WS-SECP-FILE-NAME)
                 RESP(WS-SECP-RESP)
               END-EXEC
               IF WS-SECP-RESP = ZEROS
                 MOVE "PENDING CHANGE REJECTED AND REMOVED" TO INFO
               ELSE
                 MOVE WS-SECP-RESP TO INFO
               END-IF
             END-IF
           END-IF.

      * LOAD THE PINPOL POLICY ROW ONCE PER TASK - A MISSING ROW OR
      * A READ FAILURE LEAVES THE BUILT-IN 365-DAY DEFAULT.
       8050-LOAD-PIN-POLICY.
           MOVE 30 TO WS-TGT-LEN
           EXEC CICS READ DATASET(WS-POL-FILE-NAME)
                     INTO (WS-POL-REC)
                     RIDFLD(WS-POL-KEY)
                     LENGTH(WS-TGT-LEN)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = ZEROS AND PO-VALUE-1 IS NUMERIC
               AND PO-VALUE-1 > ZEROS
             MOVE PO-VALUE-1 TO WS-PIN-MAX-DAYS
           END-IF.

      * AGE THE SIGN-ON PIN AGAINST THE POLICY. SPACES IN THE SET
      * DATE (A ROW FROM BEFORE THE FIELD EXISTED) ARE ACCEPTED.
       8060-CHECK-PIN-AGE.
           MOVE 'N' TO WS-PIN-EXPIRED-SW
           IF WS-SIGNON-PIN-DATE IS NUMERIC
             EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
             END-EXEC
             EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
             END-EXEC
             MOVE WS-TODAY TO WS-TODAY-N
             MOVE WS-SIGNON-PIN-DATE TO WS-PIN-DATE-N
             COMPUTE WS-PIN-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
                 - FUNCTION INTEGER-OF-DATE(WS-PIN-DATE-N)
             IF WS-PIN-AGE > WS-PIN-MAX-DAYS
               MOVE 'Y' TO WS-PIN-EXPIRED-SW
             END-IF
           END-IF.

      * RECORD A STAFF REFUSAL ON AUDTZBNK (EVENT EN). NO ACCOUNT IS
      * INVOLVED. THE CALLER HAS CLEARED THE RECORD AND SET
      * AU-REASON; WS-OPERATOR-ID IS THE ID THAT WAS REFUSED.
       8420-REFUSE-ACTION.
           MOVE "EN" TO AU-EVENT
           MOVE ZEROS TO AU-ACCNO
           MOVE WS-OPERATOR-ID TO AU-OPERATOR
           MOVE EIBTRMID TO AU-TERMID
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(AU-TS-DATE)
             TIME(AU-TS-TIME)
           END-EXEC
           MOVE 60 TO WS-AUDT-REC-LEN
           EXEC CICS WRITE DATASET(WS-AUDT-FILE-NAME)
             FROM (WS-AUDT-REC)
             LENGTH(WS-AUDT-REC-LEN)
             RESP(WS-AUDT-RESP)
           END-EXEC.

      * FORMAT THE ROW IN WS-OLD-IMAGE INTO TWO DISPLAY LINES FOR
      * THE LOOKUP. THE PIN ITSELF IS NEVER SHOWN.
       8600-FORMAT-ROW.
           MOVE SPACES TO WS-FMT-LIN1
           MOVE SPACES TO WS-FMT-LIN2
           EVALUATE WS-SAD-FILE
             WHEN "S"
               STRING "NAME=" SUP-NAME " PIN SET=" SUP-PIN-SET-DATE
                   DELIMITED BY SIZE INTO WS-FMT-LIN1
             WHEN "T"
               STRING "NAME=" TEL-NAME " PIN SET=" TEL-PIN-SET-DATE
                   DELIMITED BY SIZE INTO WS-FMT-LIN1
             WHEN "E"
               STRING "ZSUPV=" EN-SUPV-ACTIONS " ZTELL="
                   EN-TELL-ACTIONS
                   DELIMITED BY SIZE INTO WS-FMT-LIN1
               MOVE EN-HOLD-LIMIT TO WS-HLD-ED
               MOVE EN-EW-LIMIT TO WS-EWL-ED
               MOVE EN-OD-LIMIT TO WS-ODL-ED
               STRING "HOLD=" WS-HLD-ED " EWD=" WS-EWL-ED
                   " OD=" WS-ODL-ED " ADM=" EN-SECADM
                   " CHG=" EN-CHG-DATE
                   DELIMITED BY SIZE INTO WS-FMT-LIN2
             WHEN "P"
               STRING "VALUE-1=" PO-VALUE-1 " VALUE-2=" PO-VALUE-2
                   DELIMITED BY SIZE INTO WS-FMT-LIN1
             WHEN "B"
               STRING "BRANCH=" TB-BRANCH
                   DELIMITED BY SIZE INTO WS-FMT-LIN1
             WHEN "C"
               STRING "BUSINESS DAY=" CA-BUSDAY " DESC=" CA-DESC
                   DELIMITED BY SIZE INTO WS-FMT-LIN1
           END-EVALUATE.

       8610-OPER-DESC.
           EVALUATE SP-OPER
             WHEN "A"
               MOVE "ADD" TO WS-OPER-DESC
             WHEN "C"
               MOVE "CHANGE" TO WS-OPER-DESC
             WHEN OTHER
               MOVE "DELETE" TO WS-OPER-DESC
           END-EVALUATE.

      * WRITE ONE MAINTENANCE AUDIT ENTRY FOR THE ROW IN HAND. NO
      * ACCOUNT IS INVOLVED - MA-ADM-KEY CARRIES THE FILE CODE AND
      * ROW KEY, AND MA-OPERATOR IS THE APPROVING ADMINISTRATOR.
      * A FAILURE HERE IS NOT SURFACED - THE CHANGE HAS TAKEN.
       8850-WRITE-MAUD.
           MOVE ZEROS TO MA-ACCNO
           MOVE WS-TGT-FUNC TO MA-FUNC
           MOVE WS-SECP-KEY TO MA-ADM-KEY
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE EIBTRMID TO MA-TERMID
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
             YYYYMMDD(MA-TS-DATE)
             TIME(MA-TS-TIME)
           END-EXEC
           MOVE 120 TO WS-MAUD-REC-LEN
           EXEC CICS WRITE DATASET(WS-MAUD-FILE-NAME)
             FROM (WS-MAUD-REC)
             LENGTH(WS-MAUD-REC-LEN)
             RESP(WS-MAUD-RESP)
           END-EXEC.

      * TERMINAL TIMEOUT (TTI EXPIRY) RAISES AN ATNI ABEND ON THIS
      * CONVERSATIONAL TASK - RELEASE ANY LOCK AND END CLEANLY,
      * SAME AS ZSUPV.
       9100-TIMEOUT-ABEND.
           EXEC CICS UNLOCK DATASET(WS-SECP-FILE-NAME)
           END-EXEC
           EXEC CICS RETURN END-EXEC.
