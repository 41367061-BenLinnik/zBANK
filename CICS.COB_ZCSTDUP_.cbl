      *
      * ZCSTDUP - NIGHTLY DUPLICATE-CUSTOMER CANDIDATE LIST. THE
      * SAME PERSON REGISTERED TWICE ENDS UP WITH TWO CUSTOMER
      * NUMBERS, SPLITTING THEIR ACCOUNTS, PAYEES AND KYC DETAILS.
      * THIS RUN READS VSAMCUST (IT UPDATES NOTHING) AND LISTS ON
      * DUPRPT EVERY GROUP OF CUSTOMERS THAT ARE LIKELY THE SAME
      * PERSON, FOR REVIEW:
      *   ID       SAME CUST-ID-NO, COMPARED ON THE NAMENRM ID KEY
      *            SO SPACES, DASHES AND SLASHES DO NOT MATTER
      *   NAME/DOB SAME CUST-DOB AND THE SAME NAME, COMPARED ON THE
      *            NAMENRM WORD-ORDER-SORTED NAME KEY SO "SMITH
      *            JOHN" AND "JOHN SMITH" AGREE
      * A BLANK ID OR DATE OF BIRTH NEVER MATCHES. A PAIR MATCHING
      * BOTH WAYS IS LISTED UNDER BOTH. THE MATCH KEYS ARE SORTED SO
      * EACH GROUP COMES OUT TOGETHER; GROUPS OF ONE ARE DROPPED.
      * NOTHING IS MERGED HERE - A CONFIRMED DUPLICATE IS MERGED BY A
      * SUPERVISOR ON ZSUPV (ACTION Z), WHICH RETIRES THE LOSING
      * NUMBER TO VSAM.ZCUSTXRF. A RETIRED NUMBER IS OFF VSAMCUST,
      * SO A MERGED PAIR DROPS OFF THE NEXT NIGHT'S LIST.
      * RC=4 WHEN ANY GROUP IS LISTED, RC=8 WHEN VSAMCUST WILL NOT
      * OPEN.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCSTDUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VSAMCUST ASSIGN TO VSAMCUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWK.
           SELECT SORTDUP ASSIGN TO SORTDUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SORT-STATUS.
           SELECT DUPRPT ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL.
           COPY RUNCTLS.
       DATA DIVISION.
       FILE SECTION.
       FD  VSAMCUST.
       01  WS-CUST-REC.
           COPY CUSTREC.
      * ONE MATCH KEY OF ONE CUSTOMER. KIND I = ID KEY, N = SORTED
      * NAME KEY WITH THE DATE OF BIRTH APPENDED.
       SD  SORTWORK.
       01  WS-SORT-REC.
           05  SR-KIND PIC X(1).
           05  SR-KEY PIC X(48).
           05  SR-CUST-NO PIC 9(10).
           05  SR-NAME PIC X(20).
           05  SR-DOB PIC X(8).
           05  SR-ID-NO PIC X(15).
       FD  SORTDUP RECORDING MODE F.
       01  WS-SD-REC.
           05  SD-KIND PIC X(1).
           05  SD-KEY PIC X(48).
           05  SD-CUST-NO PIC 9(10).
           05  SD-NAME PIC X(20).
           05  SD-DOB PIC X(8).
           05  SD-ID-NO PIC X(15).
       FD  DUPRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
       WORKING-STORAGE SECTION.
       COPY RUNCTLW.
      * MATCH-KEY WORK AREA - SEE NAMENRM.
       COPY NAMENRMW.
       01  WS-CUST-STATUS PIC XX.
       01  WS-SORT-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE 'N'.
       01  WS-CUST-OPEN-SW PIC X VALUE 'N'.
       01  WS-CURR-DATETIME PIC X(21).
       01  WS-RUN-DATE PIC X(8).
      * THE PREVIOUS SORTED KEY ROW, AND WHETHER ITS GROUP HAS
      * ALREADY BEEN STARTED ON THE REPORT.
       01  WS-PREV-REC.
           05  WS-PREV-KIND PIC X(1).
           05  WS-PREV-KEY PIC X(48).
           05  WS-PREV-CUST-NO PIC 9(10).
           05  WS-PREV-NAME PIC X(20).
           05  WS-PREV-DOB PIC X(8).
           05  WS-PREV-ID-NO PIC X(15).
       01  WS-GROUP-OPEN-SW PIC X VALUE 'N'.
       01  WS-LINE-CUST-NO PIC 9(10).
       01  WS-LINE-NAME PIC X(20).
       01  WS-LINE-DOB PIC X(8).
       01  WS-LINE-ID-NO PIC X(15).
       01  WS-CUST-READ PIC 9(8) VALUE ZEROS.
       01  WS-ID-GROUPS PIC 9(8) VALUE ZEROS.
       01  WS-NAME-GROUPS PIC 9(8) VALUE ZEROS.
       01  WS-LISTED PIC 9(8) VALUE ZEROS.
       01  WS-GROUPS PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ZCSTDUP" TO WS-RUNC-PROGRAM
           PERFORM 8500-RUNCTL-START
           IF WS-RUNC-REFUSED-SW = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-CUST-OPEN-SW = 'Y'
               SORT SORTWORK
                   ON ASCENDING KEY SR-KIND SR-KEY SR-CUST-NO
                   INPUT PROCEDURE 2000-RELEASE-KEYS
                   GIVING SORTDUP
               PERFORM 3000-LIST-GROUPS
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-GROUPS TO WS-RUNC-COUNT
           MOVE ZEROS TO WS-RUNC-AMOUNT
           MOVE RETURN-CODE TO WS-RUNC-RC
           PERFORM 8600-RUNCTL-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT DUPRPT
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATETIME
           MOVE WS-CURR-DATETIME(1:8) TO WS-RUN-DATE
           MOVE "ZCSTDUP - LIKELY DUPLICATE CUSTOMERS FOR REVIEW"
               TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "RUN DATE=" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           OPEN INPUT VSAMCUST
           IF WS-CUST-STATUS NOT = "00"
               MOVE "*** VSAM.ZCUST WILL NOT OPEN - NOT CHECKED"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE 'Y' TO WS-CUST-OPEN-SW
           END-IF.

      * SORT INPUT PROCEDURE - ONE PASS OF VSAMCUST, RELEASING UP TO
      * TWO MATCH KEYS PER CUSTOMER.
       2000-RELEASE-KEYS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ VSAMCUST NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CUST-READ
                       PERFORM 2100-ONE-CUSTOMER
               END-READ
           END-PERFORM.

       2100-ONE-CUSTOMER.
           MOVE CUST-NO TO SR-CUST-NO
           MOVE CUST-NAME TO SR-NAME
           MOVE CUST-DOB TO SR-DOB
           MOVE CUST-ID-NO TO SR-ID-NO
           MOVE CUST-ID-NO TO WS-NRM-ID
           PERFORM 8785-NORMALIZE-ID
           IF WS-NRM-ID-KEY NOT = SPACES
               MOVE "I" TO SR-KIND
               MOVE WS-NRM-ID-KEY TO SR-KEY
               RELEASE WS-SORT-REC
           END-IF
           IF CUST-DOB NOT = SPACES AND CUST-DOB NOT = ZEROS
               MOVE CUST-NAME TO WS-NRM-NAME
               PERFORM 8780-NORMALIZE-NAME
               IF WS-NRM-SORTED NOT = SPACES
                   MOVE "N" TO SR-KIND
                   MOVE SPACES TO SR-KEY
                   STRING WS-NRM-SORTED CUST-DOB
                       DELIMITED BY SIZE INTO SR-KEY
                   RELEASE WS-SORT-REC
               END-IF
           END-IF.

      * READ THE SORTED KEYS BACK. A ROW WITH THE SAME KIND AND KEY
      * AS THE ONE BEFORE IT MAKES A GROUP: THE FIRST SUCH ROW OPENS
      * THE GROUP ON THE REPORT WITH BOTH CUSTOMERS, EACH FURTHER ONE
      * ADDS ITSELF.
       3000-LIST-GROUPS.
           OPEN INPUT SORTDUP
           MOVE SPACES TO WS-PREV-REC
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-EOF-SW = 'Y'
               READ SORTDUP
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 3100-ONE-KEY
               END-READ
           END-PERFORM
           CLOSE SORTDUP.

       3100-ONE-KEY.
           IF SD-KIND = WS-PREV-KIND AND SD-KEY = WS-PREV-KEY
               IF WS-GROUP-OPEN-SW = 'N'
                   PERFORM 3200-OPEN-GROUP
                   MOVE WS-PREV-CUST-NO TO WS-LINE-CUST-NO
                   MOVE WS-PREV-NAME TO WS-LINE-NAME
                   MOVE WS-PREV-DOB TO WS-LINE-DOB
                   MOVE WS-PREV-ID-NO TO WS-LINE-ID-NO
                   PERFORM 3300-LIST-CUSTOMER
               END-IF
               MOVE SD-CUST-NO TO WS-LINE-CUST-NO
               MOVE SD-NAME TO WS-LINE-NAME
               MOVE SD-DOB TO WS-LINE-DOB
               MOVE SD-ID-NO TO WS-LINE-ID-NO
               PERFORM 3300-LIST-CUSTOMER
           ELSE
               MOVE 'N' TO WS-GROUP-OPEN-SW
           END-IF
           MOVE WS-SD-REC TO WS-PREV-REC.

       3200-OPEN-GROUP.
           MOVE 'Y' TO WS-GROUP-OPEN-SW
           ADD 1 TO WS-GROUPS
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF SD-KIND = "I"
               ADD 1 TO WS-ID-GROUPS
               STRING "ID       SAME ID NUMBER " SD-KEY(1:40)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               ADD 1 TO WS-NAME-GROUPS
               STRING "NAME/DOB SAME NAME AND DATE OF BIRTH "
                   SD-KEY(41:8)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           WRITE WS-RPT-LINE.

       3300-LIST-CUSTOMER.
           ADD 1 TO WS-LISTED
           MOVE SPACES TO WS-RPT-LINE
           STRING "  CUST=" WS-LINE-CUST-NO
               " " WS-LINE-NAME
               " DOB=" WS-LINE-DOB
               " ID=" WS-LINE-ID-NO
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE.

       COPY NAMENRM.

       COPY RUNCTLP.

       9000-TERMINATE.
           MOVE 0 TO RETURN-CODE
           IF WS-GROUPS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CUST-OPEN-SW = 'Y'
               CLOSE VSAMCUST
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUSTOMERS READ=" WS-CUST-READ
               " ID GROUPS=" WS-ID-GROUPS
               " NAME/DOB GROUPS=" WS-NAME-GROUPS
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "CUSTOMER LINES LISTED=" WS-LISTED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           WRITE WS-RPT-LINE
           IF WS-GROUPS > ZEROS
               MOVE "REVIEW EACH GROUP; MERGE CONFIRMED DUPLICATES ON"
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE "ZSUPV ACTION Z (REF=NUMBER TO RETIRE, RES TO="
                   TO WS-RPT-LINE
               WRITE WS-RPT-LINE
               MOVE "SURVIVING NUMBER)" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           ELSE
               MOVE "NO LIKELY DUPLICATES" TO WS-RPT-LINE
               WRITE WS-RPT-LINE
           END-IF
           CLOSE DUPRPT.
