       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCDSCACC.
      *================================================================*
      * PROGRAM:     HCDSCACC                                          *
      * DESCRIPTION: PHI ACCOUNTING OF DISCLOSURES. LOADS THE DSCLOG   *
      *              RECORDS EVERY OUTBOUND EXTRACT WRITES (HCCAREXT,  *
      *              HCHEDIS, HCSUBROG, HCEDGEXT, HCMSP111, HCP2PXCH,  *
      *              HCFHREOB, HCCLMADJ) INTO THE PHI_DISCLOSURE_LOG   *
      *              TABLE, THEN ANSWERS MEMBER REQUESTS: FOR EACH     *
      *              MEMBER ON THE REQUEST CARD FILE, THE DISCLOSURES  *
      *              OF THE SIX YEARS BEFORE THE REQUEST DATE PRINT IN *
      *              PLAIN LANGUAGE FOR MAILING TO THE MEMBER          *
      *              (45 CFR 164.528). DISCLOSURES FOR TREATMENT,      *
      *              PAYMENT OR HEALTH CARE OPERATIONS, TO THE MEMBER, *
      *              OR ON THE MEMBER'S AUTHORIZATION ARE EXEMPT AND   *
      *              ARE LEFT OFF. REPEATED DISCLOSURES TO ONE         *
      *              RECIPIENT FOR ONE PURPOSE PRINT ONCE WITH THE     *
      *              FIRST AND LAST DATES AND HOW MANY TIMES.          *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  DSCLOG   - CONCATENATED DISCLOSURE LOG RECORDS   *
      *               DSCREQ   - ACCOUNTING REQUEST CARDS (MEMBER ID,  *
      *                          OPTIONAL REQUEST DATE CCYYMMDD)       *
      * OUTPUT FILES: DSCACCT  - MEMBER ACCOUNTING OF DISCLOSURES      *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 LOKONKWO INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

           SELECT DISCLOSURE-REQUEST-FILE
               ASSIGN TO DSCREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DREQ-STATUS.

           SELECT DISCLOSURE-ACCOUNTING-RPT
               ASSIGN TO DSCACCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DACC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       FD  DISCLOSURE-REQUEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DISCLOSURE-REQUEST-REC.
           05  DR-MEMBER-ID             PIC X(20).
           05  DR-REQUEST-DATE          PIC X(08).
           05  FILLER                   PIC X(52).

       FD  DISCLOSURE-ACCOUNTING-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DISCLOSURE-ACCOUNTING-REC    PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-DLOG-STATUS           PIC X(02).
               88  DLOG-OK              VALUE '00'.
           05  WS-DREQ-STATUS           PIC X(02).
               88  DREQ-OK              VALUE '00'.
           05  WS-DACC-STATUS           PIC X(02).
               88  DACC-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DLOG-EOF-SW           PIC X(01) VALUE 'N'.
               88  DLOG-AT-EOF          VALUE 'Y'.
           05  WS-DREQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  DREQ-AT-EOF          VALUE 'Y'.
           05  WS-ACCT-EOF-SW           PIC X(01).
               88  ACCT-AT-EOF          VALUE 'Y'.

       01  WS-DB-HOST-VARS.
           05  HV-MEMBER-ID             PIC X(20).
           05  HV-RECIPIENT-ID          PIC X(10).
           05  HV-RECIPIENT-NAME        PIC X(40).
           05  HV-PURPOSE-CODE          PIC X(03).
           05  HV-DATA-CATEGORIES       PIC X(15).
           05  HV-DISCLOSURE-DATE       PIC 9(08).
           05  HV-PROGRAM               PIC X(08).
           05  HV-REFERENCE             PIC X(20).
           05  HV-FROM-DATE             PIC 9(08).
           05  HV-THRU-DATE             PIC 9(08).
           05  HV-FIRST-DATE            PIC 9(08).
           05  HV-LAST-DATE             PIC 9(08).
           05  HV-DISCLOSURE-COUNT      PIC S9(09) COMP.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-LOG-LOADED        PIC 9(07) VALUE 0.
           05  WS-CTR-LOAD-FAILED       PIC 9(07) VALUE 0.
           05  WS-CTR-REQUESTS          PIC 9(05) VALUE 0.
           05  WS-CTR-ENTRIES-LISTED    PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-TODAY                 PIC 9(08).
           05  WS-REQUEST-DATE          PIC 9(08).
           05  WS-FROM-DATE             PIC 9(08).
           05  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
               10  WS-FROM-CCYY         PIC 9(04).
               10  WS-FROM-MMDD         PIC 9(04).
           05  WS-MEMBER-ENTRIES        PIC 9(05).
           05  WS-CAT-SUB               PIC 9(02).
           05  WS-TBL-SUB               PIC 9(02).
           05  WS-CAT-CODE              PIC X(03).
           05  WS-CAT-DESC              PIC X(60).
           05  WS-CAT-PRINTED           PIC 9(02).
           05  WS-EDIT-DATE-IN          PIC 9(08).
           05  WS-EDIT-DATE-IN-R REDEFINES WS-EDIT-DATE-IN.
               10  WS-EDIT-CCYY         PIC 9(04).
               10  WS-EDIT-MM           PIC 9(02).
               10  WS-EDIT-DD           PIC 9(02).
           05  WS-EDIT-DATE-OUT         PIC X(10).
           05  WS-FIRST-DATE-OUT        PIC X(10).
           05  WS-LAST-DATE-OUT         PIC X(10).
           05  WS-TIMES-EDIT            PIC Z,ZZZ,ZZ9.
           05  WS-PAGE-COUNT            PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT            PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.

      *--- DATA CATEGORIES (CPYDSCLG) IN THE MEMBER'S OWN TERMS ---
       01  WS-CATEGORY-VALUES.
           05  FILLER                   PIC X(03) VALUE 'DEM'.
           05  FILLER                   PIC X(60) VALUE
               'YOUR NAME, ADDRESS, DATE OF BIRTH AND MEMBER ID'.
           05  FILLER                   PIC X(03) VALUE 'ENR'.
           05  FILLER                   PIC X(60) VALUE
               'YOUR HEALTH PLAN ENROLLMENT AND COVERAGE DATES'.
           05  FILLER                   PIC X(03) VALUE 'CLM'.
           05  FILLER                   PIC X(60) VALUE
               'CLAIMS FOR SERVICES YOU RECEIVED AND THEIR DATES'.
           05  FILLER                   PIC X(03) VALUE 'DGN'.
           05  FILLER                   PIC X(60) VALUE
               'YOUR DIAGNOSES (MEDICAL CONDITIONS)'.
           05  FILLER                   PIC X(03) VALUE 'PRC'.
           05  FILLER                   PIC X(60) VALUE
               'PROCEDURES AND SERVICES YOU RECEIVED'.
           05  FILLER                   PIC X(03) VALUE 'RXC'.
           05  FILLER                   PIC X(60) VALUE
               'YOUR PRESCRIPTION DRUGS'.
           05  FILLER                   PIC X(03) VALUE 'FIN'.
           05  FILLER                   PIC X(60) VALUE
               'AMOUNTS BILLED AND PAID FOR YOUR CARE'.
           05  FILLER                   PIC X(03) VALUE 'CVG'.
           05  FILLER                   PIC X(60) VALUE
               'OTHER HEALTH INSURANCE YOU HAVE'.
           05  FILLER                   PIC X(03) VALUE 'ATH'.
           05  FILLER                   PIC X(60) VALUE
               'PRIOR AUTHORIZATIONS FOR YOUR CARE'.
           05  FILLER                   PIC X(03) VALUE 'ACC'.
           05  FILLER                   PIC X(60) VALUE
               'DETAILS OF AN ACCIDENT OR INJURY'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY             OCCURS 10 TIMES.
               10  WS-CAT-TBL-CODE      PIC X(03).
               10  WS-CAT-TBL-DESC      PIC X(60).

      *--- NON-EXEMPT PURPOSES IN THE MEMBER'S OWN TERMS ---
       01  WS-PURPOSE-VALUES.
           05  FILLER                   PIC X(03) VALUE 'LAW'.
           05  FILLER                   PIC X(60) VALUE
               'REPORTING REQUIRED BY LAW'.
           05  FILLER                   PIC X(03) VALUE 'PHO'.
           05  FILLER                   PIC X(60) VALUE
               'PUBLIC HEALTH ACTIVITIES'.
           05  FILLER                   PIC X(03) VALUE 'OVS'.
           05  FILLER                   PIC X(60) VALUE
               'GOVERNMENT HEALTH OVERSIGHT (AUDITS AND INSPECTIONS)'.
       01  WS-PURPOSE-TABLE REDEFINES WS-PURPOSE-VALUES.
           05  WS-PURP-ENTRY            OCCURS 3 TIMES.
               10  WS-PURP-TBL-CODE     PIC X(03).
               10  WS-PURP-TBL-DESC     PIC X(60).

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
               VALUE 'ACCOUNTING OF DISCLOSURES OF HEALTH INFORMATION'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO           PIC Z,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-MEMBER-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(11) VALUE 'MEMBER ID: '.
           05  WS-RPT-MEMBER-ID         PIC X(20).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'PERIOD: '.
           05  WS-RPT-FROM-DATE         PIC X(10).
           05  FILLER                   PIC X(09) VALUE ' THROUGH '.
           05  WS-RPT-THRU-DATE         PIC X(10).
           05  FILLER                   PIC X(60) VALUE SPACES.

      *--- EXPLANATION PRINTED AT THE TOP OF EVERY ACCOUNTING ---
       01  WS-RPT-INTRO-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(52) VALUE
               'THIS IS A LIST OF THE TIMES YOUR HEALTH PLAN SHARED'.
           05  FILLER                   PIC X(47) VALUE
               'YOUR HEALTH INFORMATION WITH OTHERS DURING THE'.
           05  FILLER                   PIC X(13) VALUE
               'PERIOD SHOWN.'.
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  WS-RPT-INTRO-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(45) VALUE
               'IT DOES NOT LIST INFORMATION SHARED FOR YOUR'.
           05  FILLER                   PIC X(46) VALUE
               'TREATMENT, TO PAY FOR YOUR CARE OR TO RUN THE'.
           05  FILLER                   PIC X(28) VALUE
               'HEALTH PLAN, NOR INFORMATION'.
           05  FILLER                   PIC X(13) VALUE SPACES.

       01  WS-RPT-INTRO-3.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(52) VALUE
               'GIVEN TO YOU OR SHARED WITH YOUR WRITTEN PERMISSION.'.
           05  FILLER                   PIC X(80) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(46) VALUE
               'THERE WERE NO SUCH DISCLOSURES OF YOUR HEALTH'.
           05  FILLER                   PIC X(31) VALUE
               'INFORMATION DURING THIS PERIOD.'.
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-RPT-DTL-LABEL         PIC X(16).
           05  WS-RPT-DTL-TEXT          PIC X(114).

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - LOAD THE LOG, THEN ANSWER THE MEMBER REQUESTS       *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-DISCLOSURES
               THRU 2000-LOAD-DISCLOSURES-EXIT
           PERFORM 3000-ANSWER-REQUESTS
               THRU 3000-ANSWER-REQUESTS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES AND CONNECT TO THE DATABASE                         *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

      *--- A REQUEST-ONLY RUN NEEDS NO NEW LOG RECORDS ---
           OPEN INPUT DISCLOSURE-LOG-FILE
           IF WS-DLOG-STATUS NOT = '00'
               DISPLAY 'HCDSCACC - NO DISCLOSURE LOG - REQUESTS ONLY'
               SET DLOG-AT-EOF TO TRUE
           END-IF

           OPEN INPUT DISCLOSURE-REQUEST-FILE
           IF WS-DREQ-STATUS NOT = '00'
               DISPLAY 'HCDSCACC - NO REQUEST CARDS - LOAD ONLY'
               SET DREQ-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT DISCLOSURE-ACCOUNTING-RPT
           IF WS-DACC-STATUS NOT = '00'
               MOVE 'DISCLOSURE-ACCOUNTING-RPT OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1200-CONNECT-DATABASE
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * START A NEW PAGE OF THE ACCOUNTING                             *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE DISCLOSURE-ACCOUNTING-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE DISCLOSURE-ACCOUNTING-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO DISCLOSURE-ACCOUNTING-REC
           WRITE DISCLOSURE-ACCOUNTING-REC
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       1150-WRITE-RPT-LINE.
      *----------------------------------------------------------------*
      * WRITE THE PRE-BUILT DISCLOSURE-ACCOUNTING-REC, PAGING AS       *
      * NEEDED                                                         *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE DISCLOSURE-ACCOUNTING-REC
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

           DISPLAY 'HCDSCACC - DATABASE CONNECTION ESTABLISHED'
           .

      *================================================================*
      * 2000 - LOAD THE DISCLOSURE LOG INTO PHI_DISCLOSURE_LOG         *
      *================================================================*
       2000-LOAD-DISCLOSURES.
           PERFORM UNTIL DLOG-AT-EOF
               READ DISCLOSURE-LOG-FILE
                   AT END
                       SET DLOG-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-DISCLOSURE
               END-READ
           END-PERFORM
           .
       2000-LOAD-DISCLOSURES-EXIT.
           EXIT.

       2100-LOAD-ONE-DISCLOSURE.
      *----------------------------------------------------------------*
      * INSERT ONE DISCLOSURE ROW. EXEMPT PURPOSES ARE KEPT TOO - THE  *
      * LOG IS THE PLAN'S RECORD OF WHAT LEFT, AND THE EXEMPTION IS    *
      * APPLIED ONLY WHEN A MEMBER'S ACCOUNTING IS PRINTED             *
      *----------------------------------------------------------------*
           MOVE DL-MEMBER-ID TO HV-MEMBER-ID
           MOVE DL-RECIPIENT-ID TO HV-RECIPIENT-ID
           MOVE DL-RECIPIENT-NAME TO HV-RECIPIENT-NAME
           MOVE DL-PURPOSE-CODE TO HV-PURPOSE-CODE
           MOVE DL-DATA-CATEGORIES TO HV-DATA-CATEGORIES
           MOVE DL-DISCLOSURE-DATE TO HV-DISCLOSURE-DATE
           MOVE DL-PROGRAM TO HV-PROGRAM
           MOVE DL-REFERENCE TO HV-REFERENCE

           EXEC SQL
               INSERT INTO PHI_DISCLOSURE_LOG
                   (MEMBER_ID, RECIPIENT_ID, RECIPIENT_NAME,
                    PURPOSE_CODE, DATA_CATEGORIES, DISCLOSURE_DATE,
                    PROGRAM_NAME, REFERENCE)
               VALUES
                   (:HV-MEMBER-ID, :HV-RECIPIENT-ID,
                    :HV-RECIPIENT-NAME, :HV-PURPOSE-CODE,
                    :HV-DATA-CATEGORIES, :HV-DISCLOSURE-DATE,
                    :HV-PROGRAM, :HV-REFERENCE)
           END-EXEC

           IF WS-SQLCODE = 0
               ADD 1 TO WS-CTR-LOG-LOADED
           ELSE
               ADD 1 TO WS-CTR-LOAD-FAILED
           END-IF
           .

      *================================================================*
      * 3000 - ANSWER THE MEMBER ACCOUNTING REQUESTS                   *
      *================================================================*
       3000-ANSWER-REQUESTS.
           PERFORM UNTIL DREQ-AT-EOF
               READ DISCLOSURE-REQUEST-FILE
                   AT END
                       SET DREQ-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-REQUESTS
                       PERFORM 3100-PRINT-ONE-ACCOUNTING
                           THRU 3100-PRINT-ONE-ACCOUNTING-EXIT
               END-READ
           END-PERFORM
           .
       3000-ANSWER-REQUESTS-EXIT.
           EXIT.

       3100-PRINT-ONE-ACCOUNTING.
      *----------------------------------------------------------------*
      * PRINT ONE MEMBER'S ACCOUNTING, ON ITS OWN PAGE, FOR THE SIX    *
      * YEARS ENDING ON THE REQUEST DATE (TODAY WHEN THE CARD HAS      *
      * NONE)                                                          *
      *----------------------------------------------------------------*
           MOVE DR-MEMBER-ID TO HV-MEMBER-ID
           IF DR-REQUEST-DATE IS NUMERIC
              AND DR-REQUEST-DATE > '19000101'
               MOVE DR-REQUEST-DATE TO WS-REQUEST-DATE
           ELSE
               MOVE WS-TODAY TO WS-REQUEST-DATE
           END-IF
           MOVE WS-REQUEST-DATE TO HV-THRU-DATE

      *--- SIX YEARS BACK; A LEAP DAY HAS NO MATCH SIX YEARS EARLIER ---
           MOVE WS-REQUEST-DATE TO WS-FROM-DATE
           SUBTRACT 6 FROM WS-FROM-CCYY
           IF WS-FROM-MMDD = 0229
               MOVE 0301 TO WS-FROM-MMDD
           END-IF
           MOVE WS-FROM-DATE TO HV-FROM-DATE

           PERFORM 1100-WRITE-REPORT-HEADERS
           MOVE DR-MEMBER-ID TO WS-RPT-MEMBER-ID
           MOVE WS-FROM-DATE TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-FROM-DATE
           MOVE WS-REQUEST-DATE TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-RPT-THRU-DATE
           MOVE WS-RPT-MEMBER-LINE TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE

           MOVE SPACES TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-INTRO-1 TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-INTRO-2 TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE WS-RPT-INTRO-3 TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE

           EXEC SQL
               DECLARE ACCOUNTING_CURSOR CURSOR FOR
               SELECT RECIPIENT_NAME, PURPOSE_CODE, DATA_CATEGORIES,
                      MIN(DISCLOSURE_DATE), MAX(DISCLOSURE_DATE),
                      COUNT(*)
               FROM   PHI_DISCLOSURE_LOG
               WHERE  MEMBER_ID = :HV-MEMBER-ID
                 AND  DISCLOSURE_DATE >= :HV-FROM-DATE
                 AND  DISCLOSURE_DATE <= :HV-THRU-DATE
                 AND  PURPOSE_CODE NOT IN
                      ('TRT', 'PAY', 'HCO', 'IND', 'AUT')
               GROUP BY RECIPIENT_NAME, PURPOSE_CODE, DATA_CATEGORIES
               ORDER BY 4, 1
           END-EXEC

           EXEC SQL
               OPEN ACCOUNTING_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'ACCOUNTING CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3100-PRINT-ONE-ACCOUNTING-EXIT
           END-IF

           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE 0 TO WS-MEMBER-ENTRIES

           PERFORM UNTIL ACCT-AT-EOF
               EXEC SQL
                   FETCH ACCOUNTING_CURSOR
                   INTO  :HV-RECIPIENT-NAME, :HV-PURPOSE-CODE,
                         :HV-DATA-CATEGORIES, :HV-FIRST-DATE,
                         :HV-LAST-DATE, :HV-DISCLOSURE-COUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET ACCT-AT-EOF TO TRUE
               ELSE
                   PERFORM 3200-PRINT-ONE-DISCLOSURE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ACCOUNTING_CURSOR
           END-EXEC

           MOVE SPACES TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE
           IF WS-MEMBER-ENTRIES = 0
               MOVE WS-RPT-NONE-LINE TO DISCLOSURE-ACCOUNTING-REC
               PERFORM 1150-WRITE-RPT-LINE
           END-IF
           .
       3100-PRINT-ONE-ACCOUNTING-EXIT.
           EXIT.

       3200-PRINT-ONE-DISCLOSURE.
      *----------------------------------------------------------------*
      * PRINT ONE DISCLOSURE: WHEN, TO WHOM, WHY, AND WHAT WAS SHARED  *
      *----------------------------------------------------------------*
           ADD 1 TO WS-MEMBER-ENTRIES
           ADD 1 TO WS-CTR-ENTRIES-LISTED

           MOVE SPACES TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE

           MOVE HV-FIRST-DATE TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-FIRST-DATE-OUT
           MOVE HV-LAST-DATE TO WS-EDIT-DATE-IN
           PERFORM 3500-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO WS-LAST-DATE-OUT
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           IF HV-DISCLOSURE-COUNT = 1
               MOVE 'DATE:' TO WS-RPT-DTL-LABEL
               MOVE WS-FIRST-DATE-OUT TO WS-RPT-DTL-TEXT
           ELSE
               MOVE 'DATES:' TO WS-RPT-DTL-LABEL
               MOVE HV-DISCLOSURE-COUNT TO WS-TIMES-EDIT
               STRING WS-FIRST-DATE-OUT ' THROUGH '
                      WS-LAST-DATE-OUT ' ('
                      FUNCTION TRIM(WS-TIMES-EDIT) ' TIMES)'
                   DELIMITED BY SIZE INTO WS-RPT-DTL-TEXT
               END-STRING
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE 'SHARED WITH:' TO WS-RPT-DTL-LABEL
           MOVE HV-RECIPIENT-NAME TO WS-RPT-DTL-TEXT
           MOVE WS-RPT-DETAIL-LINE TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE 'PURPOSE:' TO WS-RPT-DTL-LABEL
           MOVE 'OTHER PURPOSE PERMITTED BY LAW' TO WS-RPT-DTL-TEXT
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > 3
               IF WS-PURP-TBL-CODE(WS-TBL-SUB) = HV-PURPOSE-CODE
                   MOVE WS-PURP-TBL-DESC(WS-TBL-SUB)
                     TO WS-RPT-DTL-TEXT
               END-IF
           END-PERFORM
           MOVE WS-RPT-DETAIL-LINE TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE

      *--- ONE LINE PER CATEGORY, THE LABEL ON THE FIRST ONLY ---
           MOVE HV-DATA-CATEGORIES TO DL-DATA-CATEGORIES
           MOVE 0 TO WS-CAT-PRINTED
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > 5
               MOVE DL-DATA-CATEGORY(WS-CAT-SUB) TO WS-CAT-CODE
               IF WS-CAT-CODE NOT = SPACES
                   PERFORM 3300-PRINT-ONE-CATEGORY
               END-IF
           END-PERFORM
           .

       3300-PRINT-ONE-CATEGORY.
      *----------------------------------------------------------------*
      * PRINT ONE DATA CATEGORY IN PLAIN LANGUAGE                      *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CAT-DESC
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > 10
               IF WS-CAT-TBL-CODE(WS-TBL-SUB) = WS-CAT-CODE
                   MOVE WS-CAT-TBL-DESC(WS-TBL-SUB) TO WS-CAT-DESC
               END-IF
           END-PERFORM
           IF WS-CAT-DESC = SPACES
               MOVE 'OTHER HEALTH INFORMATION' TO WS-CAT-DESC
           END-IF

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           IF WS-CAT-PRINTED = 0
               MOVE 'INFORMATION:' TO WS-RPT-DTL-LABEL
           END-IF
           MOVE WS-CAT-DESC TO WS-RPT-DTL-TEXT
           MOVE WS-RPT-DETAIL-LINE TO DISCLOSURE-ACCOUNTING-REC
           PERFORM 1150-WRITE-RPT-LINE
           ADD 1 TO WS-CAT-PRINTED
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
           MOVE 'HCDSCACC' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCDSCACC - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCDSCACC - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCDSCACC - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           DISPLAY '================================================='
           DISPLAY 'HCDSCACC - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'DISCLOSURES LOADED: ' WS-CTR-LOG-LOADED
           DISPLAY 'LOADS FAILED:       ' WS-CTR-LOAD-FAILED
           DISPLAY 'REQUESTS ANSWERED:  ' WS-CTR-REQUESTS
           DISPLAY 'ENTRIES LISTED:     ' WS-CTR-ENTRIES-LISTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE DISCLOSURE-LOG-FILE
           CLOSE DISCLOSURE-REQUEST-FILE
           CLOSE DISCLOSURE-ACCOUNTING-RPT
           .
