       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCENTREC.
      *================================================================*
      * PROGRAM:     HCENTREC                                          *
      * DESCRIPTION: QUARTERLY USER ENTITLEMENT RECERTIFICATION. THE   *
      *              KEYED MAINTENANCE PROGRAMS (HCBENMNT, HCACCADJ,   *
      *              HCCHKMNT, HCCARMNT, HCMNDMNT, HCPRVMNT, HCTFWAIV, *
      *              HCGRPMNT, HCCRTMNT, HCMDPMNT, HCAPPRVL) CHECK     *
      *              USER_ENTITLEMENT BEFORE APPLYING A TRANSACTION    *
      *              (CPYENTL). THIS PROGRAM PRINTS EVERY CURRENT OR   *
      *              FUTURE-DATED ENTITLEMENT, ONE SIGN-OFF PACKET PER *
      *              MANAGER, USER BY USER, WITH KEEP/REMOVE COLUMNS   *
      *              AND A SIGNATURE BLOCK. ENTITLEMENTS NOT           *
      *              RECERTIFIED IN TWELVE MONTHS, EXPIRING THIS       *
      *              QUARTER, CARRYING NO DOLLAR LIMIT, OR NOT YET     *
      *              EFFECTIVE ARE FLAGGED FOR THE MANAGER'S ATTENTION.*
      *              SECURITY ADMINISTRATION END-DATES THE ROWS        *
      *              MARKED REMOVE AND STAMPS LAST_CERTIFIED_DATE ON   *
      *              THE ROWS MARKED KEEP WHEN THE PAGES COME BACK.    *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  ENTCTRL  - OPTIONAL CONTROL CARD (AS-OF DATE     *
      *                          CCYYMMDD, DEFAULT TODAY)              *
      * OUTPUT FILES: ENTRECRT - MANAGER RECERTIFICATION REPORT        *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 LOKONKWO INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO QUARTER-END MONTH NOW TAKEN FROM A WHOLE   *
      *                     QUARTER NUMBER (WAS OFF FOR MID-QUARTER)   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENT-CONTROL-FILE
               ASSIGN TO ENTCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ECTL-STATUS.

           SELECT RECERTIFICATION-RPT
               ASSIGN TO ENTRECRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ENTITLEMENT-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ENTITLEMENT-CONTROL-REC.
           05  EC-AS-OF-DATE            PIC X(08).
           05  FILLER                   PIC X(72).

       FD  RECERTIFICATION-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RECERTIFICATION-REC          PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ECTL-STATUS           PIC X(02).
               88  ECTL-OK              VALUE '00'.
           05  WS-ERPT-STATUS           PIC X(02).
               88  ERPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ENT-EOF-SW            PIC X(01) VALUE 'N'.
               88  ENT-AT-EOF           VALUE 'Y'.
           05  WS-FIRST-ROW-SW          PIC X(01) VALUE 'Y'.
               88  FIRST-ROW            VALUE 'Y'.

       01  WS-DB-HOST-VARS.
           05  HV-MANAGER-ID            PIC X(20).
           05  HV-USER-ID               PIC X(20).
           05  HV-ROLE-CODE             PIC X(08).
           05  HV-PROGRAM-NAME          PIC X(08).
           05  HV-TXN-TYPE              PIC X(04).
      *--- -1 MEANS THE ROW CARRIES NO DOLLAR LIMIT (NULL) ---
           05  HV-DOLLAR-LIMIT          PIC S9(09)V99.
           05  HV-EFFECTIVE-DATE        PIC 9(08).
      *--- 99991231 MEANS OPEN-ENDED; 0 MEANS NEVER CERTIFIED ---
           05  HV-TERMINATION-DATE      PIC 9(08).
           05  HV-LAST-CERT-DATE        PIC 9(08).
           05  HV-AS-OF-DATE            PIC 9(08).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-MANAGERS          PIC 9(05) VALUE 0.
           05  WS-CTR-USERS             PIC 9(05) VALUE 0.
           05  WS-CTR-ENTITLEMENTS      PIC 9(07) VALUE 0.
           05  WS-CTR-CERT-OVERDUE      PIC 9(07) VALUE 0.
           05  WS-CTR-EXPIRING          PIC 9(07) VALUE 0.
           05  WS-CTR-UNLIMITED         PIC 9(07) VALUE 0.
           05  WS-CTR-FUTURE            PIC 9(07) VALUE 0.
           05  WS-MGR-USERS             PIC 9(05) VALUE 0.
           05  WS-MGR-ENTITLEMENTS      PIC 9(05) VALUE 0.
           05  WS-MGR-FLAGGED           PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-TODAY                 PIC 9(08).
           05  WS-AS-OF-DATE            PIC 9(08).
           05  WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-CCYY        PIC 9(04).
               10  WS-AS-OF-MM          PIC 9(02).
               10  WS-AS-OF-DD          PIC 9(02).
           05  WS-QUARTER-END           PIC 9(08).
           05  WS-QUARTER-END-R REDEFINES WS-QUARTER-END.
               10  WS-QTR-CCYY          PIC 9(04).
               10  WS-QTR-MM            PIC 9(02).
               10  WS-QTR-DD            PIC 9(02).
           05  WS-QTR-NO                PIC 9(01).
           05  WS-CERT-CUTOFF           PIC 9(08).
           05  WS-CERT-CUTOFF-R REDEFINES WS-CERT-CUTOFF.
               10  WS-CUT-CCYY          PIC 9(04).
               10  WS-CUT-MMDD          PIC 9(04).
           05  WS-CUR-MANAGER           PIC X(20) VALUE SPACES.
           05  WS-CUR-USER              PIC X(20) VALUE SPACES.
           05  WS-PRINTED-USER          PIC X(20) VALUE SPACES.
           05  WS-ROW-FLAGGED-SW        PIC X(01).
               88  ROW-FLAGGED          VALUE 'Y'.
           05  WS-EDIT-DATE-IN          PIC 9(08).
           05  WS-EDIT-DATE-IN-R REDEFINES WS-EDIT-DATE-IN.
               10  WS-EDIT-CCYY         PIC 9(04).
               10  WS-EDIT-MM           PIC 9(02).
               10  WS-EDIT-DD           PIC 9(02).
           05  WS-EDIT-DATE-OUT         PIC X(10).
           05  WS-COUNT-EDIT            PIC ZZ,ZZ9.
           05  WS-PAGE-COUNT            PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT            PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE        PIC 9(03) VALUE 50.

       01  WS-RPT-HEADER-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE              PIC X(10).
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'USER ENTITLEMENT QUARTERLY RECERTIFICATION'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO           PIC Z,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-3.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               'AS OF DATE:    '.
           05  WS-RPT-AS-OF             PIC X(10).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  FILLER                   PIC X(16) VALUE
               'QUARTER ENDING: '.
           05  WS-RPT-QTR-END           PIC X(10).
           05  FILLER                   PIC X(76) VALUE SPACES.

       01  WS-RPT-MANAGER-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
               'MANAGER:       '.
           05  WS-RPT-MANAGER-ID        PIC X(20).
           05  FILLER                   PIC X(97) VALUE SPACES.

       01  WS-RPT-COLUMN-HDR-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(21) VALUE 'USER ID'.
           05  FILLER                   PIC X(09) VALUE 'ROLE'.
           05  FILLER                   PIC X(09) VALUE 'PROGRAM'.
           05  FILLER                   PIC X(05) VALUE 'TXN'.
           05  FILLER                   PIC X(15) VALUE
               '  DOLLAR LIMIT'.
           05  FILLER                   PIC X(11) VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(11) VALUE 'ENDS'.
           05  FILLER                   PIC X(11) VALUE 'LAST CERT'.
           05  FILLER                   PIC X(09) VALUE 'FLAGS'.
           05  FILLER                   PIC X(07) VALUE 'KEEP'.
           05  FILLER                   PIC X(08) VALUE 'REMOVE'.
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-RPT-COLUMN-HDR-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE ALL '-'.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE ALL '-'.
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-USER-ID           PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-ROLE              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-PROGRAM           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-TXN-TYPE          PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-RPT-LIMIT-X REDEFINES WS-RPT-LIMIT
                                        PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-EFF-DATE          PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-TERM-DATE         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-CERT-DATE         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-FLAGS.
               10  WS-RPT-FLAG-CERT     PIC X(02).
               10  WS-RPT-FLAG-EXP      PIC X(02).
               10  WS-RPT-FLAG-UNL      PIC X(02).
               10  WS-RPT-FLAG-FUT      PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-KEEP-BOX          PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-REMOVE-BOX        PIC X(06).
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  WS-RPT-MGR-TOTAL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'USERS: '.
           05  WS-RPT-MGR-USERS         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(16) VALUE
               '   ENTITLEMENTS:'.
           05  WS-RPT-MGR-ENTS          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(11) VALUE
               '   FLAGGED:'.
           05  WS-RPT-MGR-FLAGGED       PIC ZZ,ZZ9.
           05  FILLER                   PIC X(80) VALUE SPACES.

      *--- FLAG LEGEND AND SIGN-OFF BLOCK AT THE END OF EACH MANAGER ---
       01  WS-RPT-LEGEND-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(51) VALUE
               'FLAGS:  C = NOT RECERTIFIED IN THE LAST 12 MONTHS  '.
           05  FILLER                   PIC X(31) VALUE
               'X = EXPIRES THIS QUARTER'.
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-RPT-LEGEND-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(51) VALUE
               '        U = NO DOLLAR LIMIT'.
           05  FILLER                   PIC X(31) VALUE
               'F = NOT YET EFFECTIVE'.
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-RPT-SIGNOFF-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(51) VALUE
               'MARK KEEP OR REMOVE FOR EVERY ENTITLEMENT LISTED. '.
           05  FILLER                   PIC X(50) VALUE
               'ENTITLEMENTS MARKED REMOVE ARE END-DATED BY'.
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  WS-RPT-SIGNOFF-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(51) VALUE
               'SECURITY ADMINISTRATION WHEN THIS SIGNED PACKET IS '.
           05  FILLER                   PIC X(50) VALUE
               'RETURNED.'.
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  WS-RPT-SIGNOFF-3.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(51) VALUE
               'I HAVE REVIEWED EACH ENTITLEMENT ABOVE AND CERTIFY '.
           05  FILLER                   PIC X(50) VALUE
               'THAT THOSE MARKED KEEP ARE STILL REQUIRED.'.
           05  FILLER                   PIC X(31) VALUE SPACES.

       01  WS-RPT-SIGNATURE-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'MANAGER SIGNATURE:  '.
           05  FILLER                   PIC X(35) VALUE ALL '_'.
           05  FILLER                   PIC X(09) VALUE '   DATE: '.
           05  FILLER                   PIC X(12) VALUE ALL '_'.
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(46) VALUE
               'NO CURRENT OR FUTURE ENTITLEMENTS ARE ON FILE.'.
           05  FILLER                   PIC X(86) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL       PIC X(45).
           05  WS-RPT-TOTAL-VALUE       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(80) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - PRINT THE MANAGER PACKETS, THEN THE RUN TOTALS      *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PRINT-ENTITLEMENTS
               THRU 2000-PRINT-ENTITLEMENTS-EXIT
           PERFORM 3000-PRINT-RUN-TOTALS
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, SET THE REVIEW DATES, CONNECT TO THE DATABASE      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           MOVE WS-TODAY TO WS-AS-OF-DATE
           OPEN INPUT ENTITLEMENT-CONTROL-FILE
           IF ECTL-OK
               READ ENTITLEMENT-CONTROL-FILE
                   NOT AT END
                       IF EC-AS-OF-DATE IS NUMERIC
                          AND EC-AS-OF-DATE > '19000101'
                           MOVE EC-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE ENTITLEMENT-CONTROL-FILE
           ELSE
               DISPLAY 'HCENTREC - NO CONTROL CARD - AS OF TODAY'
           END-IF

           OPEN OUTPUT RECERTIFICATION-RPT
           IF NOT ERPT-OK
               MOVE 'RECERTIFICATION-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1300-SET-REVIEW-DATES
           PERFORM 1200-CONNECT-DATABASE
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * START A NEW PAGE. INSIDE A MANAGER PACKET THE MANAGER AND THE  *
      * COLUMN HEADINGS REPEAT ON EVERY PAGE.                          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE RECERTIFICATION-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE RECERTIFICATION-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           WRITE RECERTIFICATION-REC FROM WS-RPT-HEADER-3
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RECERTIFICATION-REC
           WRITE RECERTIFICATION-REC
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT

           IF WS-CUR-MANAGER NOT = SPACES
               MOVE WS-CUR-MANAGER TO WS-RPT-MANAGER-ID
               WRITE RECERTIFICATION-REC FROM WS-RPT-MANAGER-LINE
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO RECERTIFICATION-REC
               WRITE RECERTIFICATION-REC
                   AFTER ADVANCING 1 LINE
               WRITE RECERTIFICATION-REC FROM WS-RPT-COLUMN-HDR-1
                   AFTER ADVANCING 1 LINE
               WRITE RECERTIFICATION-REC FROM WS-RPT-COLUMN-HDR-2
                   AFTER ADVANCING 1 LINE
               ADD 4 TO WS-LINE-COUNT
      *--- THE USER ID PRINTS AGAIN AT THE TOP OF A CONTINUED PAGE ---
               MOVE SPACES TO WS-PRINTED-USER
           END-IF
           .

       1150-WRITE-RPT-LINE.
      *----------------------------------------------------------------*
      * WRITE THE PRE-BUILT RECERTIFICATION-REC, PAGING AS NEEDED      *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE RECERTIFICATION-REC
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       1200-CONNECT-DATABASE.
      *----------------------------------------------------------------*
      * ESTABLISH SYBASE DATABASE CONNECTION                           *
      *----------------------------------------------------------------*
           MOVE WS-SYB-SERVER   TO WS-DB-SERVER-NAME
           MOVE WS-SYB-DATABASE TO WS-DB-DATABASE-NAME
           MOVE WS-SYB-USER     TO WS-DB-USER-ID

           EXEC SQL
               CONNECT TO :WS-SYB-SERVER
               USER :WS-SYB-USER
               USING :WS-SYB-PASSWORD
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'DATABASE CONNECT FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           SET WS-DB-CONNECTED TO TRUE

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           DISPLAY 'HCENTREC - DATABASE CONNECTION ESTABLISHED'
           .

       1300-SET-REVIEW-DATES.
      *----------------------------------------------------------------*
      * THE QUARTER END FOLLOWING THE AS-OF DATE (EXPIRY FLAG) AND THE *
      * SAME DAY ONE YEAR EARLIER (RECERTIFICATION CUTOFF)             *
      *----------------------------------------------------------------*
           MOVE WS-AS-OF-DATE TO HV-AS-OF-DATE
           MOVE WS-AS-OF-DATE TO WS-QUARTER-END
           COMPUTE WS-QTR-NO = (WS-AS-OF-MM + 2) / 3
           COMPUTE WS-QTR-MM = WS-QTR-NO * 3
           IF WS-QTR-MM = 3 OR WS-QTR-MM = 12
               MOVE 31 TO WS-QTR-DD
           ELSE
               MOVE 30 TO WS-QTR-DD
           END-IF

           MOVE WS-AS-OF-DATE TO WS-CERT-CUTOFF
           SUBTRACT 1 FROM WS-CUT-CCYY
           IF WS-CUT-MMDD = 0229
               MOVE 0301 TO WS-CUT-MMDD
           END-IF

           MOVE WS-AS-OF-DATE TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-AS-OF
           MOVE WS-QUARTER-END TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-QTR-END
           .

      *================================================================*
      * 2000 - ONE PACKET PER MANAGER, USER BY USER                    *
      *================================================================*
       2000-PRINT-ENTITLEMENTS.
           EXEC SQL
               DECLARE ENTITLEMENT_CURSOR CURSOR FOR
               SELECT COALESCE(MANAGER_ID, ' '), USER_ID,
                      COALESCE(ROLE_CODE, ' '), PROGRAM_NAME,
                      TXN_TYPE, COALESCE(DOLLAR_LIMIT, -1),
                      EFFECTIVE_DATE,
                      COALESCE(TERMINATION_DATE, 99991231),
                      COALESCE(LAST_CERTIFIED_DATE, 0)
               FROM   USER_ENTITLEMENT
               WHERE  TERMINATION_DATE IS NULL
                  OR  TERMINATION_DATE >= :HV-AS-OF-DATE
               ORDER BY 1, 2, 4, 5
           END-EXEC

           EXEC SQL
               OPEN ENTITLEMENT_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'ENTITLEMENT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM UNTIL ENT-AT-EOF
               EXEC SQL
                   FETCH ENTITLEMENT_CURSOR
                   INTO  :HV-MANAGER-ID, :HV-USER-ID,
                         :HV-ROLE-CODE, :HV-PROGRAM-NAME,
                         :HV-TXN-TYPE, :HV-DOLLAR-LIMIT,
                         :HV-EFFECTIVE-DATE, :HV-TERMINATION-DATE,
                         :HV-LAST-CERT-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET ENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 2100-PROCESS-ONE-ENTITLEMENT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ENTITLEMENT_CURSOR
           END-EXEC

           IF FIRST-ROW
               PERFORM 1100-WRITE-REPORT-HEADERS
               MOVE WS-RPT-NONE-LINE TO RECERTIFICATION-REC
               PERFORM 1150-WRITE-RPT-LINE
           ELSE
               PERFORM 2400-END-MANAGER
           END-IF
           .
       2000-PRINT-ENTITLEMENTS-EXIT.
           EXIT.

       2100-PROCESS-ONE-ENTITLEMENT.
      *----------------------------------------------------------------*
      * CONTROL BREAK ON MANAGER, THEN PRINT THE ROW                   *
      *----------------------------------------------------------------*
           IF HV-MANAGER-ID = SPACES
               MOVE '(NO MANAGER ON FILE)' TO HV-MANAGER-ID
           END-IF

           IF FIRST-ROW
               MOVE 'N' TO WS-FIRST-ROW-SW
               PERFORM 2200-START-MANAGER
           ELSE
               IF HV-MANAGER-ID NOT = WS-CUR-MANAGER
                   PERFORM 2400-END-MANAGER
                   PERFORM 2200-START-MANAGER
               END-IF
           END-IF

           PERFORM 2300-PRINT-ENTITLEMENT-LINE
           .

       2200-START-MANAGER.
      *----------------------------------------------------------------*
      * EACH MANAGER'S PACKET STARTS ON A NEW PAGE                     *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-MANAGERS
           MOVE 0 TO WS-MGR-USERS
           MOVE 0 TO WS-MGR-ENTITLEMENTS
           MOVE 0 TO WS-MGR-FLAGGED
           MOVE HV-MANAGER-ID TO WS-CUR-MANAGER
           MOVE SPACES TO WS-CUR-USER
           PERFORM 1100-WRITE-REPORT-HEADERS
           .

       2300-PRINT-ENTITLEMENT-LINE.
      *----------------------------------------------------------------*
      * ONE ENTITLEMENT ROW WITH ITS FLAGS AND KEEP/REMOVE BOXES. THE  *
      * USER ID PRINTS ON THE USER'S FIRST ROW ONLY.                   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-ENTITLEMENTS
           ADD 1 TO WS-MGR-ENTITLEMENTS
           MOVE 'N' TO WS-ROW-FLAGGED-SW
           MOVE SPACES TO WS-RPT-DETAIL-LINE

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF

           IF HV-USER-ID NOT = WS-CUR-USER
               ADD 1 TO WS-CTR-USERS
               ADD 1 TO WS-MGR-USERS
               MOVE HV-USER-ID TO WS-CUR-USER
           END-IF
           IF HV-USER-ID NOT = WS-PRINTED-USER
               MOVE HV-USER-ID TO WS-RPT-USER-ID
               MOVE HV-USER-ID TO WS-PRINTED-USER
           END-IF

           MOVE HV-ROLE-CODE TO WS-RPT-ROLE
           MOVE HV-PROGRAM-NAME TO WS-RPT-PROGRAM
           MOVE HV-TXN-TYPE TO WS-RPT-TXN-TYPE

           IF HV-DOLLAR-LIMIT < 0
               MOVE '      NO LIMIT' TO WS-RPT-LIMIT-X
               MOVE 'U' TO WS-RPT-FLAG-UNL
               ADD 1 TO WS-CTR-UNLIMITED
               MOVE 'Y' TO WS-ROW-FLAGGED-SW
           ELSE
               MOVE HV-DOLLAR-LIMIT TO WS-RPT-LIMIT
           END-IF

           MOVE HV-EFFECTIVE-DATE TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-EFF-DATE
           IF HV-EFFECTIVE-DATE > WS-AS-OF-DATE
               MOVE 'F' TO WS-RPT-FLAG-FUT
               ADD 1 TO WS-CTR-FUTURE
               MOVE 'Y' TO WS-ROW-FLAGGED-SW
           END-IF

           IF HV-TERMINATION-DATE = 99991231
               MOVE 'OPEN' TO WS-RPT-TERM-DATE
           ELSE
               MOVE HV-TERMINATION-DATE TO WS-EDIT-DATE-IN
               PERFORM 3500-EDIT-DATE
               MOVE WS-EDIT-DATE-OUT TO WS-RPT-TERM-DATE
               IF HV-TERMINATION-DATE <= WS-QUARTER-END
                   MOVE 'X' TO WS-RPT-FLAG-EXP
                   ADD 1 TO WS-CTR-EXPIRING
                   MOVE 'Y' TO WS-ROW-FLAGGED-SW
               END-IF
           END-IF

           IF HV-LAST-CERT-DATE = 0
               MOVE 'NEVER' TO WS-RPT-CERT-DATE
           ELSE
               MOVE HV-LAST-CERT-DATE TO WS-EDIT-DATE-IN
               PERFORM 3500-EDIT-DATE
               MOVE WS-EDIT-DATE-OUT TO WS-RPT-CERT-DATE
           END-IF
           IF HV-LAST-CERT-DATE < WS-CERT-CUTOFF
               MOVE 'C' TO WS-RPT-FLAG-CERT
               ADD 1 TO WS-CTR-CERT-OVERDUE
               MOVE 'Y' TO WS-ROW-FLAGGED-SW
           END-IF

           IF ROW-FLAGGED
               ADD 1 TO WS-MGR-FLAGGED
           END-IF

           MOVE '[    ]' TO WS-RPT-KEEP-BOX
           MOVE '[    ]' TO WS-RPT-REMOVE-BOX
           MOVE WS-RPT-DETAIL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           .

       2400-END-MANAGER.
      *----------------------------------------------------------------*
      * MANAGER TOTALS, FLAG LEGEND AND THE SIGN-OFF BLOCK, KEPT       *
      * TOGETHER ON ONE PAGE                                           *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT + 12 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF

           MOVE SPACES TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-MGR-USERS TO WS-RPT-MGR-USERS
           MOVE WS-MGR-ENTITLEMENTS TO WS-RPT-MGR-ENTS
           MOVE WS-MGR-FLAGGED TO WS-RPT-MGR-FLAGGED
           MOVE WS-RPT-MGR-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE SPACES TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-LEGEND-1 TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-LEGEND-2 TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE SPACES TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-SIGNOFF-1 TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-SIGNOFF-2 TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-SIGNOFF-3 TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE SPACES TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-SIGNATURE-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           .

      *================================================================*
      * 3000 - RUN TOTALS FOR SECURITY ADMINISTRATION                  *
      *================================================================*
       3000-PRINT-RUN-TOTALS.
           MOVE SPACES TO WS-CUR-MANAGER
           PERFORM 1100-WRITE-REPORT-HEADERS

           MOVE 'MANAGERS RECEIVING A PACKET' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-MANAGERS TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE 'USERS LISTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-USERS TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE 'ENTITLEMENTS LISTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-ENTITLEMENTS TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE 'NOT RECERTIFIED IN THE LAST 12 MONTHS (C)'
               TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-CERT-OVERDUE TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE 'EXPIRING THIS QUARTER (X)' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-EXPIRING TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE 'NO DOLLAR LIMIT (U)' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-UNLIMITED TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE 'NOT YET EFFECTIVE (F)' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CTR-FUTURE TO WS-RPT-TOTAL-VALUE
           MOVE WS-RPT-TOTAL-LINE TO RECERTIFICATION-REC
           PERFORM 1150-WRITE-RPT-LINE
           .

       3500-EDIT-DATE.
      *----------------------------------------------------------------*
      * CCYYMMDD IN WS-EDIT-DATE-IN TO MM/DD/CCYY IN WS-EDIT-DATE-OUT  *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-EDIT-DATE-OUT
           STRING WS-EDIT-MM '/' WS-EDIT-DD '/' WS-EDIT-CCYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE-OUT
           END-STRING
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCENTREC' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCENTREC - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCENTREC - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCENTREC - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * DISPLAY CONTROL TOTALS, CLOSE FILES, AND END THE RUN           *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           DISPLAY '================================================='
           DISPLAY 'HCENTREC - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'AS OF DATE:         ' WS-AS-OF-DATE
           DISPLAY 'MANAGER PACKETS:    ' WS-CTR-MANAGERS
           DISPLAY 'USERS LISTED:       ' WS-CTR-USERS
           DISPLAY 'ENTITLEMENTS:       ' WS-CTR-ENTITLEMENTS
           DISPLAY 'CERT OVERDUE:       ' WS-CTR-CERT-OVERDUE
           DISPLAY 'EXPIRING QUARTER:   ' WS-CTR-EXPIRING
           DISPLAY 'NO DOLLAR LIMIT:    ' WS-CTR-UNLIMITED
           DISPLAY 'NOT YET EFFECTIVE:  ' WS-CTR-FUTURE
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE RECERTIFICATION-RPT
           .
