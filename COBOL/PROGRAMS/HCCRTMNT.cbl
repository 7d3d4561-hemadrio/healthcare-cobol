       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCRTMNT.
      *================================================================*
      * PROGRAM:     HCCRTMNT                                          *
      * DESCRIPTION: PROVIDER CONTRACT RATE MAINTENANCE UTILITY.       *
      *              HCPRVMNT'S 4400-CONTRACT-MANAGEMENT ONLY ATTACHES *
      *              A CONTRACT ID AND FEE SCHEDULE TO THE PROVIDER;   *
      *              THE NEGOTIATED RATES HCCLMADJ PRICES FROM ARE     *
      *              MAINTAINED HERE FROM KEYED TRANSACTIONS, ONE      *
      *              RATE TABLE PER TRANSACTION:                       *
      *                FS - CONTRACT_FEE_SCHEDULE (CPT OR *ALL*)       *
      *                AN - CONTRACT_ANES_RATE (CONVERSION FACTOR)     *
      *                PD - PER_DIEM_RATES (SERVICE TYPE)              *
      *                CR - CASE_RATE_TABLE (CPT)                      *
      *                RM - CONTRACT_RATE_MASTER (BILLING CODE,        *
      *                     DATED BY MONTH)                            *
      *              ACTIONS ARE EFFECTIVE-DATED:                      *
      *                A - ADD A NEW RATE PERIOD. IT MAY NOT OVERLAP   *
      *                    AN EXISTING PERIOD FOR THE SAME KEY, AND    *
      *                    MUST BUTT UP AGAINST THE PERIODS BEFORE     *
      *                    AND AFTER IT SO NO DATE GOES UNPRICED.      *
      *                C - CHANGE THE RATE FROM THE EFFECTIVE DATE TO  *
      *                    THE END OF THE PERIOD THAT DATE FALLS IN.   *
      *                    A MID-PERIOD CHANGE ENDS THE OLD PERIOD THE *
      *                    DAY BEFORE AND OPENS A NEW ONE.             *
      *                T - TERMINATE THE PERIOD IN EFFECT ON THE       *
      *                    TERMINATION DATE. REJECTED IF A LATER       *
      *                    PERIOD EXISTS, SINCE THAT WOULD LEAVE A     *
      *                    GAP.                                        *
      *              EACH PROPOSED RATE IS COMPARED TO THE RATE IT     *
      *              REPLACES (PERCENT CHANGE) AND SIZED BY THE CLAIM  *
      *              LINES FOR THE CONTRACT'S PROVIDERS ADJUDICATED    *
      *              UNDER THAT KEY IN THE LAST 12 MONTHS. EVERY       *
      *              TRANSACTION, APPLIED OR REJECTED, IS WRITTEN TO   *
      *              THE AUDIT TRAIL IN THE SAME LAYOUT AS HCCARMNT    *
      *              AND HCMNDMNT (KEY WIDENED FOR CONTRACT AND CODE)  *
      *              FOR HCAUDINQ TO LOAD.                             *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  CRTTXNIN - CONTRACT RATE TRANSACTIONS (200)      *
      * OUTPUT FILES: CRTAUDIT - RATE MAINTENANCE AUDIT TRAIL (250)    *
      *               CRTCTRL  - RATE MAINTENANCE CONTROL REPORT       *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 JMILLER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A RATE       *
      *                     TRANSACTION IS APPLIED - SV01 SECURITY     *
      *                     VIOLATION REJECTS                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-RATE-TXN-FILE
               ASSIGN TO CRTTXNIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRTXN-STATUS.

           SELECT CONTRACT-RATE-AUDIT-FILE
               ASSIGN TO CRTAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRAUD-STATUS.

           SELECT CONTRACT-RATE-CONTROL-RPT
               ASSIGN TO CRTCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTRACT RATE TRANSACTION - ONE RATE TERM ADD/CHANGE/TERMINATE *
      * THE PER DIEM AND CASE RATE SECONDARY TERMS ARE CARRIED FORWARD *
      * FROM THE PERIOD BEING REPLACED WHEN LEFT ZERO OR BLANK         *
      *----------------------------------------------------------------*
       FD  CONTRACT-RATE-TXN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTRACT-RATE-TXN-REC.
           05  CT-ACTION-CD                 PIC X(01).
               88  CT-ACTION-ADD            VALUE 'A'.
               88  CT-ACTION-CHANGE         VALUE 'C'.
               88  CT-ACTION-TERMINATE      VALUE 'T'.
           05  CT-RATE-TABLE                PIC X(02).
               88  CT-TABLE-FEE-SCHED       VALUE 'FS'.
               88  CT-TABLE-ANES            VALUE 'AN'.
               88  CT-TABLE-PER-DIEM        VALUE 'PD'.
               88  CT-TABLE-CASE-RATE       VALUE 'CR'.
               88  CT-TABLE-RATE-MASTER     VALUE 'RM'.
               88  CT-TABLE-VALID           VALUE 'FS' 'AN' 'PD'
                                                  'CR' 'RM'.
           05  CT-CONTRACT-ID               PIC X(10).
           05  CT-RATE-CODE                 PIC X(07).
           05  CT-CODE-TYPE                 PIC X(05).
           05  CT-RATE-TYPE                 PIC X(10).
           05  CT-RATE-AMT                  PIC S9(09)V9(04).
           05  CT-EFF-DT                    PIC 9(08).
           05  CT-TERM-DT                   PIC 9(08).
           05  CT-ICU-RATE                  PIC S9(07)V99.
           05  CT-ANCILLARY-RATE            PIC S9(07)V99.
           05  CT-LOS-LIMIT                 PIC 9(03).
           05  CT-STEP-DOWN-DAY             PIC 9(03).
           05  CT-STEP-DOWN-PCT             PIC S9(01)V9(04).
           05  CT-MAX-PER-DIEM              PIC S9(07)V99.
           05  CT-GLOBAL-DAYS               PIC 9(03).
           05  CT-BUNDLE-IND                PIC X(01).
           05  CT-SUBMITTED-BY              PIC X(20).
           05  CT-SUBMITTED-DT              PIC 9(08).
           05  FILLER                       PIC X(66).

       FD  CONTRACT-RATE-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTRACT-RATE-AUDIT-REC.
           05  RA-TABLE-ID                  PIC X(04).
           05  RA-CONTRACT-ID               PIC X(10).
           05  RA-RATE-CODE                 PIC X(07).
           05  RA-ACTION-CD                 PIC X(01).
           05  RA-ACTION-RESULT             PIC X(08).
           05  RA-REJECT-REASON             PIC X(60).
           05  RA-SUBMITTED-BY              PIC X(20).
           05  RA-SUBMITTED-DT              PIC 9(08).
           05  RA-PROCESSED-TS              PIC X(26).
           05  RA-OLD-VALUE                 PIC X(40).
           05  RA-NEW-VALUE                 PIC X(40).
           05  RA-PCT-CHANGE                PIC S9(05)V99.
           05  RA-LINES-AFFECTED            PIC 9(09).
           05  RA-FILLER                    PIC X(10).

       FD  CONTRACT-RATE-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTRACT-RATE-CONTROL-REC        PIC X(133).

       WORKING-STORAGE SECTION.

       COPY CPYSQLCA.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CRTXN-STATUS              PIC X(02).
               88  CRTXN-OK                 VALUE '00'.
               88  CRTXN-EOF                VALUE '10'.
           05  WS-CRAUD-STATUS              PIC X(02).
               88  CRAUD-OK                 VALUE '00'.
           05  WS-CRCTL-STATUS              PIC X(02).
               88  CRCTL-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CRTXN-EOF-SW              PIC X(01) VALUE 'N'.
               88  CRTXN-AT-EOF             VALUE 'Y'.
           05  WS-TXN-VALID-SW              PIC X(01) VALUE 'Y'.
               88  WS-TXN-IS-VALID          VALUE 'Y'.
           05  WS-CUR-FOUND-SW              PIC X(01) VALUE 'N'.
               88  WS-CUR-PERIOD-FOUND      VALUE 'Y'.
           05  WS-DATE-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-DATE-IS-VALID         VALUE 'Y'.

      *--- RATE PERIOD BOUNDARIES ARE YYYYMMDD FOR THE DATED TABLES ---
      *--- AND YYYYMM FOR CONTRACT_RATE_MASTER, WHICH IS DATED BY    ---
      *--- MONTH; AN OPEN-ENDED PERIOD CARRIES A ZERO END           ---
       01  WS-HOST-VARIABLES.
           05  HV-CONTRACT-ID               PIC X(10).
           05  HV-RATE-CODE                 PIC X(07).
           05  HV-CODE-TYPE                 PIC X(05).
           05  HV-RATE-TYPE                 PIC X(10).
           05  HV-NEW-RATE                  PIC S9(09)V9(04).
           05  HV-NEW-START                 PIC 9(08).
           05  HV-NEW-END                   PIC 9(08).
           05  HV-NEW-END-HI                PIC 9(08).
           05  HV-PROBE                     PIC 9(08).
           05  HV-PRIOR-END                 PIC 9(08).
           05  HV-NEXT-START                PIC 9(08).
           05  HV-CUR-RATE                  PIC S9(09)V9(04).
           05  HV-CUR-START                 PIC 9(08).
           05  HV-CUR-END                   PIC 9(08).
           05  HV-CUR-RATE-TYPE             PIC X(10).
           05  HV-INS-START                 PIC 9(08).
           05  HV-INS-END                   PIC 9(08).
           05  HV-UPD-END                   PIC 9(08).
           05  HV-ICU-RATE                  PIC S9(07)V99.
           05  HV-ANCILLARY-RATE            PIC S9(07)V99.
           05  HV-LOS-LIMIT                 PIC 9(03).
           05  HV-STEP-DOWN-DAY             PIC 9(03).
           05  HV-STEP-DOWN-PCT             PIC S9(01)V9(04).
           05  HV-MAX-PER-DIEM              PIC S9(07)V99.
           05  HV-GLOBAL-DAYS               PIC 9(03).
           05  HV-BUNDLE-IND                PIC X(01).
           05  HV-LOOKBACK-DATE             PIC 9(08).
           05  HV-LINES-AFFECTED            PIC S9(09) COMP VALUE 0.
           05  HV-ROW-COUNT                 PIC S9(09) COMP VALUE 0.

       01  WS-AUDIT-IMAGES.
           05  WS-AUD-OLD-VALUE             PIC X(40).
           05  WS-AUD-NEW-VALUE             PIC X(40).
           05  WS-AUD-RATE-EDIT             PIC -(8)9.9999.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-TXN-READ              PIC 9(05) VALUE 0.
           05  WS-CTR-TXN-ADDED             PIC 9(05) VALUE 0.
           05  WS-CTR-TXN-CHANGED           PIC 9(05) VALUE 0.
           05  WS-CTR-TXN-SPLIT             PIC 9(05) VALUE 0.
           05  WS-CTR-TXN-TERMINATED        PIC 9(05) VALUE 0.
           05  WS-CTR-TXN-REJECTED          PIC 9(05) VALUE 0.
           05  WS-CTR-REJ-OVERLAP           PIC 9(05) VALUE 0.
           05  WS-CTR-REJ-GAP               PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-PAGE-COUNT                PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT                PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE            PIC 9(03) VALUE 55.
           05  WS-TXN-REJECT-REASON         PIC X(60).
           05  WS-TABLE-ID                  PIC X(04).
           05  WS-CURR-DATE-8               PIC 9(08).
           05  WS-DATE-INT                  PIC S9(09) COMP.
           05  WS-PCT-CHANGE                PIC S9(05)V99 COMP-3.
           05  WS-BND-IN                    PIC 9(08).
           05  WS-BND-OUT                   PIC 9(08).
           05  WS-BND-YYYY                  PIC 9(04).
           05  WS-BND-MM                    PIC 9(02).
           05  WS-CHK-DATE                  PIC 9(08).
           05  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
               10  WS-CHK-YYYY              PIC 9(04).
               10  WS-CHK-MM                PIC 9(02).
               10  WS-CHK-DD                PIC 9(02).
           05  WS-BND-EDIT                  PIC 9(08).

       01  WS-RPT-HEADER-1.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                       PIC X(30) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE                  PIC X(10).
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'CONTRACT RATE MAINTENANCE CONTROL REPORT'.
           05  FILLER                       PIC X(30) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO               PIC Z,ZZ9.
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  WS-RPT-COL-HEADER.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(05) VALUE 'TBL'.
           05  FILLER                       PIC X(11) VALUE 'CONTRACT'.
           05  FILLER                       PIC X(08) VALUE 'CODE'.
           05  FILLER                       PIC X(11) VALUE 'ACTION'.
           05  FILLER                       PIC X(09) VALUE 'EFF/TERM'.
           05  FILLER                       PIC X(18)
               VALUE '      CURRENT RATE'.
           05  FILLER                       PIC X(18)
               VALUE '     PROPOSED RATE'.
           05  FILLER                       PIC X(10) VALUE ' PCT CHG'.
           05  FILLER                       PIC X(08) VALUE ' LINES'.
           05  FILLER                       PIC X(34) VALUE 'DETAIL'.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-TABLE-ID              PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-CONTRACT              PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-CODE                  PIC X(07).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-ACTION                PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-EFF-DT                PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-CUR-RATE              PIC ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-NEW-RATE              PIC ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-PCT-CHG               PIC ZZZZ9.99-.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-LINES                 PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-DETAIL                PIC X(33).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-TOTAL-TEXT            PIC X(132).

       COPY CPYERROR.
       COPY CPYENTL.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - APPLY EACH CONTRACT RATE TRANSACTION IN TURN        *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-RATE-TXNS
               THRU 2000-PROCESS-RATE-TXNS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN THE CONTROL REPORT AND AUDIT TRAIL, SET THE 12-MONTH      *
      * CLAIM LOOKBACK, AND WRITE THE HEADING                          *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-ENT-AS-OF-DATE
           COMPUTE HV-LOOKBACK-DATE = WS-CURR-DATE-8 - 10000

           PERFORM 1050-CONNECT-DATABASE

           OPEN OUTPUT CONTRACT-RATE-CONTROL-RPT
           IF WS-CRCTL-STATUS NOT = '00'
               MOVE 'CONTRACT-RATE-CONTROL-RPT OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT CONTRACT-RATE-AUDIT-FILE
           IF WS-CRAUD-STATUS NOT = '00'
               MOVE 'CONTRACT-RATE-AUDIT-FILE OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           .

       1050-CONNECT-DATABASE.
      *----------------------------------------------------------------*
      * ESTABLISH SYBASE DATABASE CONNECTION FOR THE RATE TABLES       *
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
           MOVE 'C' TO WS-DB-CONN-STATUS

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           DISPLAY 'HCCRTMNT - DATABASE CONNECTION ESTABLISHED'
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS TO THE CONTROL REPORT                    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE CONTRACT-RATE-CONTROL-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE CONTRACT-RATE-CONTROL-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CONTRACT-RATE-CONTROL-REC
           WRITE CONTRACT-RATE-CONTROL-REC
               AFTER ADVANCING 1 LINE
           WRITE CONTRACT-RATE-CONTROL-REC FROM WS-RPT-COL-HEADER
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT
           .

       1200-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE DETAIL LINE, PAGING THE CONTROL REPORT AS NEEDED     *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE CONTRACT-RATE-CONTROL-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *================================================================*
      * 2000 - READ AND APPLY EACH CONTRACT RATE TRANSACTION           *
      *================================================================*
       2000-PROCESS-RATE-TXNS.
           OPEN INPUT CONTRACT-RATE-TXN-FILE
           IF WS-CRTXN-STATUS NOT = '00'
               DISPLAY 'HCCRTMNT - NO CONTRACT RATE TRANSACTIONS - '
                   WS-CRTXN-STATUS
               GO TO 2000-PROCESS-RATE-TXNS-EXIT
           END-IF

           PERFORM UNTIL CRTXN-AT-EOF
               READ CONTRACT-RATE-TXN-FILE
                   AT END
                       SET CRTXN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-TXN-READ
                       PERFORM 2100-APPLY-ONE-TXN
                           THRU 2100-APPLY-ONE-TXN-EXIT
               END-READ
           END-PERFORM

           CLOSE CONTRACT-RATE-TXN-FILE
           .
       2000-PROCESS-RATE-TXNS-EXIT.
           EXIT.

       2100-APPLY-ONE-TXN.
      *----------------------------------------------------------------*
      * VALIDATE ONE RATE TRANSACTION, SIZE IT AGAINST THE RATE IT     *
      * REPLACES, APPLY IT, AND AUDIT THE OUTCOME                      *
      *----------------------------------------------------------------*
           SET WS-TXN-IS-VALID TO TRUE
           MOVE SPACES TO WS-TXN-REJECT-REASON
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           MOVE 'N' TO WS-CUR-FOUND-SW
           MOVE 0 TO HV-CUR-RATE
           MOVE 0 TO HV-CUR-START
           MOVE 0 TO HV-CUR-END
           MOVE 0 TO WS-PCT-CHANGE
           MOVE 0 TO HV-LINES-AFFECTED

           PERFORM 2150-VALIDATE-TXN
           IF NOT WS-TXN-IS-VALID
               GO TO 2100-WRITE-AUDIT
           END-IF

           PERFORM 2500-COMPARE-TO-CURRENT
           PERFORM 2550-COUNT-AFFECTED-LINES

           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   PERFORM 2200-ADD-RATE-PERIOD
               WHEN CT-ACTION-CHANGE
                   PERFORM 2220-CHANGE-RATE
               WHEN CT-ACTION-TERMINATE
                   PERFORM 2240-TERMINATE-RATE-PERIOD
           END-EVALUATE
           .
       2100-WRITE-AUDIT.
           IF NOT WS-TXN-IS-VALID
               ADD 1 TO WS-CTR-TXN-REJECTED
           END-IF

           PERFORM 2600-WRITE-AUDIT-RECORD
           .
       2100-APPLY-ONE-TXN-EXIT.
           EXIT.

       2140-CHECK-ENTITLEMENT.
      *----------------------------------------------------------------*
      * ROLE-BASED AUTHORIZATION. THE SUBMITTING USER MUST HOLD AN     *
      * UNEXPIRED USER_ENTITLEMENT ROW FOR THIS PROGRAM AND            *
      * TRANSACTION TYPE ('*' = EVERY TYPE) WHOSE DOLLAR LIMIT COVERS  *
      * THE AMOUNT (NULL LIMIT = NO LIMIT). CALLER LOADS THE USER,     *
      * TRANSACTION TYPE AND AMOUNT; A FAILURE LEAVES SV01/SV02 IN     *
      * WS-ENT-RESULT AND THE REJECT TEXT IN WS-ENT-REJECT-REASON.     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-ENT-RESULT
           MOVE SPACES TO WS-ENT-REJECT-REASON
           MOVE 'HCCRTMNT' TO HV-ENT-PROGRAM
           MOVE 0 TO HV-ENT-ROW-COUNT
           MOVE 0 TO HV-ENT-LIMIT

           IF HV-ENT-USER-ID = SPACES
               SET ENT-NOT-ENTITLED TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(COALESCE(DOLLAR_LIMIT,
                                       999999999.99)), 0)
                   INTO   :HV-ENT-ROW-COUNT, :HV-ENT-LIMIT
                   FROM   USER_ENTITLEMENT
                   WHERE  USER_ID = :HV-ENT-USER-ID
                   AND    PROGRAM_NAME = :HV-ENT-PROGRAM
                   AND    TXN_TYPE IN (:HV-ENT-TXN-TYPE, '*')
                   AND    EFFECTIVE_DATE <= :HV-ENT-AS-OF-DATE
                   AND    (TERMINATION_DATE IS NULL
                       OR  TERMINATION_DATE >= :HV-ENT-AS-OF-DATE)
               END-EXEC
               IF WS-SQLCODE NOT = 0
                  OR HV-ENT-ROW-COUNT = 0
                   SET ENT-NOT-ENTITLED TO TRUE
               END-IF
           END-IF

           IF ENT-NOT-ENTITLED
               MOVE 'SV01 SECURITY VIOLATION - USER NOT ENTITLED'
                 TO WS-ENT-REJECT-REASON
               ADD 1 TO WS-CTR-SEC-VIOLATIONS
               GO TO 2140-CHECK-ENTITLEMENT-EXIT
           END-IF

           IF HV-ENT-AMOUNT < 0
               COMPUTE HV-ENT-AMOUNT = 0 - HV-ENT-AMOUNT
           END-IF
           IF HV-ENT-AMOUNT > HV-ENT-LIMIT
               SET ENT-OVER-LIMIT TO TRUE
               MOVE 'SV02 SECURITY VIOLATION - OVER USER DOLLAR LIMIT'
                 TO WS-ENT-REJECT-REASON
               ADD 1 TO WS-CTR-SEC-VIOLATIONS
           END-IF
           .
       2140-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2150-VALIDATE-TXN.
      *----------------------------------------------------------------*
      * FIELD EDITS, THEN LOAD THE KEY AND PERIOD BOUNDARIES IN THE    *
      * TABLE'S OWN DATING UNIT                                        *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   MOVE 'FS  ' TO WS-TABLE-ID
               WHEN CT-TABLE-ANES
                   MOVE 'ANES' TO WS-TABLE-ID
               WHEN CT-TABLE-PER-DIEM
                   MOVE 'PDM ' TO WS-TABLE-ID
               WHEN CT-TABLE-CASE-RATE
                   MOVE 'CASE' TO WS-TABLE-ID
               WHEN CT-TABLE-RATE-MASTER
                   MOVE 'CRM ' TO WS-TABLE-ID
               WHEN OTHER
                   MOVE CT-RATE-TABLE TO WS-TABLE-ID
           END-EVALUATE

           IF NOT CT-ACTION-ADD AND NOT CT-ACTION-CHANGE
               AND NOT CT-ACTION-TERMINATE
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INVALID ACTION CODE - MUST BE A, C, OR T'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID
               MOVE CT-SUBMITTED-BY TO HV-ENT-USER-ID
               MOVE CT-ACTION-CD TO HV-ENT-TXN-TYPE
               MOVE 0 TO HV-ENT-AMOUNT
               PERFORM 2140-CHECK-ENTITLEMENT
                   THRU 2140-CHECK-ENTITLEMENT-EXIT
               IF NOT ENT-AUTHORIZED
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID AND NOT CT-TABLE-VALID
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INVALID RATE TABLE - MUST BE FS, AN, PD, CR OR RM'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND CT-CONTRACT-ID = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'CONTRACT ID IS REQUIRED' TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND NOT CT-TABLE-ANES
              AND CT-RATE-CODE = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'RATE CODE IS REQUIRED FOR THIS RATE TABLE'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND CT-TABLE-RATE-MASTER
              AND CT-CODE-TYPE = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'BILLING CODE TYPE IS REQUIRED FOR RATE MASTER'
                   TO WS-TXN-REJECT-REASON
           END-IF

      *--- ADD AND CHANGE ARE DATED BY EFFECTIVE DATE, TERMINATE BY ---
      *--- TERMINATION DATE                                         ---
           IF WS-TXN-IS-VALID AND NOT CT-ACTION-TERMINATE
               MOVE CT-EFF-DT TO WS-CHK-DATE
               PERFORM 2190-CHECK-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'EFFECTIVE DATE MISSING OR INVALID'
                       TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID
              AND (CT-ACTION-TERMINATE OR CT-TERM-DT NOT = 0)
               MOVE CT-TERM-DT TO WS-CHK-DATE
               PERFORM 2190-CHECK-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'TERMINATION DATE MISSING OR INVALID'
                       TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID AND CT-ACTION-ADD
              AND CT-TERM-DT NOT = 0 AND CT-TERM-DT < CT-EFF-DT
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'TERMINATION DATE IS BEFORE EFFECTIVE DATE'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND CT-ACTION-CHANGE
              AND CT-TERM-DT NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'CHANGE KEEPS THE PERIOD END - USE T TO TERMINATE'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND NOT CT-ACTION-TERMINATE
              AND CT-RATE-AMT NOT > 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'PROPOSED RATE MUST BE GREATER THAN ZERO'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF NOT WS-TXN-IS-VALID
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

      *--- THE CONTRACT MUST BE ATTACHED TO A PROVIDER BY HCPRVMNT, ---
      *--- EXCEPT THE PER DIEM DEFAULT ROW HCCLMADJ FALLS BACK TO   ---
           MOVE CT-CONTRACT-ID TO HV-CONTRACT-ID
           IF NOT (CT-TABLE-PER-DIEM AND CT-CONTRACT-ID = '*DEFAULT*')
               MOVE 0 TO HV-ROW-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-ROW-COUNT
                   FROM   PROVIDER_MASTER
                   WHERE  CONTRACT_ID = :HV-CONTRACT-ID
               END-EXEC
               IF WS-SQLCODE NOT = 0 OR HV-ROW-COUNT = 0
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'CONTRACT ID NOT ATTACHED TO ANY PROVIDER'
                       TO WS-TXN-REJECT-REASON
                   GO TO 2150-VALIDATE-TXN-EXIT
               END-IF
           END-IF

           IF CT-TABLE-ANES
               MOVE SPACES TO HV-RATE-CODE
           ELSE
               MOVE CT-RATE-CODE TO HV-RATE-CODE
           END-IF
           MOVE CT-CODE-TYPE TO HV-CODE-TYPE
           MOVE CT-RATE-TYPE TO HV-RATE-TYPE
           MOVE CT-RATE-AMT TO HV-NEW-RATE

           IF CT-TABLE-RATE-MASTER
               COMPUTE HV-NEW-START = CT-EFF-DT / 100
               COMPUTE HV-NEW-END = CT-TERM-DT / 100
               MOVE 999912 TO HV-NEW-END-HI
           ELSE
               MOVE CT-EFF-DT TO HV-NEW-START
               MOVE CT-TERM-DT TO HV-NEW-END
               MOVE 99991231 TO HV-NEW-END-HI
           END-IF
           IF HV-NEW-END NOT = 0
               MOVE HV-NEW-END TO HV-NEW-END-HI
           END-IF
           .
       2150-VALIDATE-TXN-EXIT.
           EXIT.

       2190-CHECK-DATE.
      *----------------------------------------------------------------*
      * CALENDAR EDIT OF WS-CHK-DATE (YYYYMMDD)                        *
      *----------------------------------------------------------------*
           SET WS-DATE-IS-VALID TO TRUE
           IF WS-CHK-DATE NOT NUMERIC
              OR WS-CHK-YYYY < 1900
              OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF
           .

      *================================================================*
      * 2200 - EFFECTIVE-DATED ACTIONS                                 *
      *================================================================*
       2200-ADD-RATE-PERIOD.
      *----------------------------------------------------------------*
      * A NEW PERIOD MAY NOT OVERLAP ANY PERIOD ON FILE, AND MUST      *
      * START THE DAY (MONTH) AFTER THE PRIOR PERIOD ENDS AND END THE  *
      * DAY (MONTH) BEFORE THE NEXT ONE STARTS                         *
      *----------------------------------------------------------------*
           PERFORM 2300-CHECK-OVERLAP
           IF HV-ROW-COUNT > 0
               MOVE 'N' TO WS-TXN-VALID-SW
               ADD 1 TO WS-CTR-REJ-OVERLAP
               MOVE 'RATE PERIOD OVERLAPS A PERIOD ON FILE - USE CHANGE'
                   TO WS-TXN-REJECT-REASON
               GO TO 2200-ADD-RATE-PERIOD-EXIT
           END-IF

           PERFORM 2320-FIND-PRIOR-END
           IF HV-PRIOR-END NOT = 0
               MOVE HV-NEW-START TO WS-BND-IN
               PERFORM 2700-STEP-BACK-BOUNDARY
               IF HV-PRIOR-END NOT = WS-BND-OUT
                   MOVE 'N' TO WS-TXN-VALID-SW
                   ADD 1 TO WS-CTR-REJ-GAP
                   MOVE HV-PRIOR-END TO WS-BND-EDIT
                   STRING 'GAP - PRIOR PERIOD ENDS ' WS-BND-EDIT
                       DELIMITED BY SIZE
                       INTO WS-TXN-REJECT-REASON
                   END-STRING
                   GO TO 2200-ADD-RATE-PERIOD-EXIT
               END-IF
           END-IF

           MOVE HV-NEW-START TO HV-PROBE
           PERFORM 2340-FIND-NEXT-START
           IF HV-NEXT-START NOT = 0
               MOVE HV-NEXT-START TO WS-BND-IN
               PERFORM 2700-STEP-BACK-BOUNDARY
               IF HV-NEW-END NOT = WS-BND-OUT
                   MOVE 'N' TO WS-TXN-VALID-SW
                   ADD 1 TO WS-CTR-REJ-GAP
                   MOVE HV-NEXT-START TO WS-BND-EDIT
                   STRING 'GAP - NEXT PERIOD STARTS ' WS-BND-EDIT
                       DELIMITED BY SIZE
                       INTO WS-TXN-REJECT-REASON
                   END-STRING
                   GO TO 2200-ADD-RATE-PERIOD-EXIT
               END-IF
           END-IF

           MOVE HV-NEW-START TO HV-INS-START
           MOVE HV-NEW-END TO HV-INS-END
           PERFORM 2400-INSERT-RATE-PERIOD
           IF WS-TXN-IS-VALID
               ADD 1 TO WS-CTR-TXN-ADDED
           END-IF
           .
       2200-ADD-RATE-PERIOD-EXIT.
           EXIT.

       2220-CHANGE-RATE.
      *----------------------------------------------------------------*
      * RE-RATE THE PERIOD IN EFFECT ON THE EFFECTIVE DATE. IF THE     *
      * CHANGE STARTS WITH THE PERIOD IT IS UPDATED IN PLACE; OTHER-   *
      * WISE THE PERIOD IS SPLIT SO THE OLD RATE STILL PRICES THE      *
      * DATES BEFORE THE CHANGE                                        *
      *----------------------------------------------------------------*
           IF NOT WS-CUR-PERIOD-FOUND
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'NO RATE IN EFFECT ON EFFECTIVE DATE - USE ADD'
                   TO WS-TXN-REJECT-REASON
               GO TO 2220-CHANGE-RATE-EXIT
           END-IF

           PERFORM 2250-CARRY-FORWARD-TERMS

           IF HV-CUR-START = HV-NEW-START
               PERFORM 2420-UPDATE-RATE-AMOUNT
               IF WS-TXN-IS-VALID
                   ADD 1 TO WS-CTR-TXN-CHANGED
               END-IF
               GO TO 2220-CHANGE-RATE-EXIT
           END-IF

           MOVE HV-NEW-START TO WS-BND-IN
           PERFORM 2700-STEP-BACK-BOUNDARY
           MOVE WS-BND-OUT TO HV-UPD-END
           PERFORM 2440-UPDATE-PERIOD-END
           IF NOT WS-TXN-IS-VALID
               GO TO 2220-CHANGE-RATE-EXIT
           END-IF

           MOVE HV-NEW-START TO HV-INS-START
           MOVE HV-CUR-END TO HV-INS-END
           PERFORM 2400-INSERT-RATE-PERIOD
           IF WS-TXN-IS-VALID
               ADD 1 TO WS-CTR-TXN-CHANGED
               ADD 1 TO WS-CTR-TXN-SPLIT
           END-IF
           .
       2220-CHANGE-RATE-EXIT.
           EXIT.

       2240-TERMINATE-RATE-PERIOD.
      *----------------------------------------------------------------*
      * END THE PERIOD IN EFFECT ON THE TERMINATION DATE. A LATER      *
      * PERIOD ON FILE WOULD BE LEFT STRANDED BEHIND A GAP             *
      *----------------------------------------------------------------*
           IF NOT WS-CUR-PERIOD-FOUND
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'NO RATE IN EFFECT ON TERMINATION DATE'
                   TO WS-TXN-REJECT-REASON
               GO TO 2240-TERMINATE-RATE-PERIOD-EXIT
           END-IF

           MOVE HV-NEW-END TO HV-PROBE
           PERFORM 2340-FIND-NEXT-START
           IF HV-NEXT-START NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               ADD 1 TO WS-CTR-REJ-GAP
               MOVE HV-NEXT-START TO WS-BND-EDIT
               STRING 'GAP - LATER PERIOD STARTS ' WS-BND-EDIT
                   DELIMITED BY SIZE
                   INTO WS-TXN-REJECT-REASON
               END-STRING
               GO TO 2240-TERMINATE-RATE-PERIOD-EXIT
           END-IF

           MOVE HV-NEW-END TO HV-UPD-END
           PERFORM 2440-UPDATE-PERIOD-END
           IF WS-TXN-IS-VALID
               ADD 1 TO WS-CTR-TXN-TERMINATED
           END-IF
           .
       2240-TERMINATE-RATE-PERIOD-EXIT.
           EXIT.

       2250-CARRY-FORWARD-TERMS.
      *----------------------------------------------------------------*
      * SECONDARY TERMS LEFT ZERO OR BLANK ON A CHANGE KEEP THE VALUE  *
      * FROM THE PERIOD BEING REPLACED                                 *
      *----------------------------------------------------------------*
           IF CT-ICU-RATE NOT = 0
               MOVE CT-ICU-RATE TO HV-ICU-RATE
           END-IF
           IF CT-ANCILLARY-RATE NOT = 0
               MOVE CT-ANCILLARY-RATE TO HV-ANCILLARY-RATE
           END-IF
           IF CT-LOS-LIMIT NOT = 0
               MOVE CT-LOS-LIMIT TO HV-LOS-LIMIT
           END-IF
           IF CT-STEP-DOWN-DAY NOT = 0
               MOVE CT-STEP-DOWN-DAY TO HV-STEP-DOWN-DAY
           END-IF
           IF CT-STEP-DOWN-PCT NOT = 0
               MOVE CT-STEP-DOWN-PCT TO HV-STEP-DOWN-PCT
           END-IF
           IF CT-MAX-PER-DIEM NOT = 0
               MOVE CT-MAX-PER-DIEM TO HV-MAX-PER-DIEM
           END-IF
           IF CT-GLOBAL-DAYS NOT = 0
               MOVE CT-GLOBAL-DAYS TO HV-GLOBAL-DAYS
           END-IF
           IF CT-BUNDLE-IND NOT = SPACES
               MOVE CT-BUNDLE-IND TO HV-BUNDLE-IND
           END-IF
           IF CT-RATE-TYPE NOT = SPACES
               MOVE CT-RATE-TYPE TO HV-RATE-TYPE
           ELSE
               MOVE HV-CUR-RATE-TYPE TO HV-RATE-TYPE
           END-IF
           .

      *================================================================*
      * 2300 - PERIOD LOOKUPS AGAINST THE TRANSACTION'S RATE TABLE     *
      *================================================================*
       2300-CHECK-OVERLAP.
      *----------------------------------------------------------------*
      * COUNT PERIODS ON FILE THAT INTERSECT THE PROPOSED PERIOD       *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-ROW-COUNT
           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-ROW-COUNT
                       FROM   CONTRACT_FEE_SCHEDULE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE <= :HV-NEW-END-HI
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-NEW-START)
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-ROW-COUNT
                       FROM   CONTRACT_ANES_RATE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    EFFECTIVE_DATE <= :HV-NEW-END-HI
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-NEW-START)
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-ROW-COUNT
                       FROM   PER_DIEM_RATES
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    SERVICE_TYPE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE <= :HV-NEW-END-HI
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-NEW-START)
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-ROW-COUNT
                       FROM   CASE_RATE_TABLE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE <= :HV-NEW-END-HI
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-NEW-START)
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-ROW-COUNT
                       FROM   CONTRACT_RATE_MASTER
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    BILLING_CODE_TYPE = :HV-CODE-TYPE
                       AND    BILLING_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_MONTH <= :HV-NEW-END-HI
                       AND    (EXPIRATION_MONTH = 0
                          OR   EXPIRATION_MONTH >= :HV-NEW-START)
                   END-EXEC
           END-EVALUATE
           .

       2320-FIND-PRIOR-END.
      *----------------------------------------------------------------*
      * LATEST END OF A PERIOD THAT CLOSES BEFORE THE PROPOSED START   *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-PRIOR-END
           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       SELECT ISNULL(MAX(TERMINATION_DATE), 0)
                       INTO   :HV-PRIOR-END
                       FROM   CONTRACT_FEE_SCHEDULE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    TERMINATION_DATE < :HV-NEW-START
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       SELECT ISNULL(MAX(TERMINATION_DATE), 0)
                       INTO   :HV-PRIOR-END
                       FROM   CONTRACT_ANES_RATE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    TERMINATION_DATE < :HV-NEW-START
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       SELECT ISNULL(MAX(TERMINATION_DATE), 0)
                       INTO   :HV-PRIOR-END
                       FROM   PER_DIEM_RATES
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    SERVICE_TYPE = :HV-RATE-CODE
                       AND    TERMINATION_DATE < :HV-NEW-START
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       SELECT ISNULL(MAX(TERMINATION_DATE), 0)
                       INTO   :HV-PRIOR-END
                       FROM   CASE_RATE_TABLE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    TERMINATION_DATE < :HV-NEW-START
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       SELECT ISNULL(MAX(EXPIRATION_MONTH), 0)
                       INTO   :HV-PRIOR-END
                       FROM   CONTRACT_RATE_MASTER
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    BILLING_CODE_TYPE = :HV-CODE-TYPE
                       AND    BILLING_CODE = :HV-RATE-CODE
                       AND    EXPIRATION_MONTH > 0
                       AND    EXPIRATION_MONTH < :HV-NEW-START
                   END-EXEC
           END-EVALUATE
           .

       2340-FIND-NEXT-START.
      *----------------------------------------------------------------*
      * EARLIEST START OF A PERIOD THAT OPENS AFTER HV-PROBE           *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-NEXT-START
           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       SELECT ISNULL(MIN(EFFECTIVE_DATE), 0)
                       INTO   :HV-NEXT-START
                       FROM   CONTRACT_FEE_SCHEDULE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE > :HV-PROBE
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       SELECT ISNULL(MIN(EFFECTIVE_DATE), 0)
                       INTO   :HV-NEXT-START
                       FROM   CONTRACT_ANES_RATE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    EFFECTIVE_DATE > :HV-PROBE
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       SELECT ISNULL(MIN(EFFECTIVE_DATE), 0)
                       INTO   :HV-NEXT-START
                       FROM   PER_DIEM_RATES
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    SERVICE_TYPE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE > :HV-PROBE
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       SELECT ISNULL(MIN(EFFECTIVE_DATE), 0)
                       INTO   :HV-NEXT-START
                       FROM   CASE_RATE_TABLE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE > :HV-PROBE
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       SELECT ISNULL(MIN(EFFECTIVE_MONTH), 0)
                       INTO   :HV-NEXT-START
                       FROM   CONTRACT_RATE_MASTER
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    BILLING_CODE_TYPE = :HV-CODE-TYPE
                       AND    BILLING_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_MONTH > :HV-PROBE
                   END-EXEC
           END-EVALUATE
           .

       2360-FETCH-CURRENT-PERIOD.
      *----------------------------------------------------------------*
      * THE PERIOD IN EFFECT ON HV-PROBE, WITH ITS RATE AND SECONDARY  *
      * TERMS                                                          *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CUR-FOUND-SW
           MOVE 0 TO HV-CUR-RATE
           MOVE 0 TO HV-CUR-START
           MOVE 0 TO HV-CUR-END
           MOVE SPACES TO HV-CUR-RATE-TYPE
           MOVE 0 TO HV-ICU-RATE
           MOVE 0 TO HV-ANCILLARY-RATE
           MOVE 0 TO HV-LOS-LIMIT
           MOVE 0 TO HV-STEP-DOWN-DAY
           MOVE 0 TO HV-STEP-DOWN-PCT
           MOVE 0 TO HV-MAX-PER-DIEM
           MOVE 0 TO HV-GLOBAL-DAYS
           MOVE SPACES TO HV-BUNDLE-IND

           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       SELECT FEE_SCHEDULE_PCT, EFFECTIVE_DATE,
                              ISNULL(TERMINATION_DATE, 0)
                       INTO   :HV-CUR-RATE, :HV-CUR-START,
                              :HV-CUR-END
                       FROM   CONTRACT_FEE_SCHEDULE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE <= :HV-PROBE
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-PROBE)
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       SELECT ANES_CONV_FACTOR, EFFECTIVE_DATE,
                              ISNULL(TERMINATION_DATE, 0)
                       INTO   :HV-CUR-RATE, :HV-CUR-START,
                              :HV-CUR-END
                       FROM   CONTRACT_ANES_RATE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    EFFECTIVE_DATE <= :HV-PROBE
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-PROBE)
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       SELECT PER_DIEM_RATE, EFFECTIVE_DATE,
                              ISNULL(TERMINATION_DATE, 0),
                              ICU_RATE, ANCILLARY_RATE, LOS_LIMIT,
                              STEP_DOWN_DAY, STEP_DOWN_PERCENT,
                              MAX_PER_DIEM
                       INTO   :HV-CUR-RATE, :HV-CUR-START,
                              :HV-CUR-END,
                              :HV-ICU-RATE, :HV-ANCILLARY-RATE,
                              :HV-LOS-LIMIT, :HV-STEP-DOWN-DAY,
                              :HV-STEP-DOWN-PCT, :HV-MAX-PER-DIEM
                       FROM   PER_DIEM_RATES
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    SERVICE_TYPE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE <= :HV-PROBE
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-PROBE)
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       SELECT CASE_RATE_AMOUNT, EFFECTIVE_DATE,
                              ISNULL(TERMINATION_DATE, 0),
                              GLOBAL_PERIOD_DAYS, BUNDLE_INDICATOR
                       INTO   :HV-CUR-RATE, :HV-CUR-START,
                              :HV-CUR-END,
                              :HV-GLOBAL-DAYS, :HV-BUNDLE-IND
                       FROM   CASE_RATE_TABLE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE <= :HV-PROBE
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >= :HV-PROBE)
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       SELECT NEGOTIATED_RATE, EFFECTIVE_MONTH,
                              EXPIRATION_MONTH, RATE_TYPE
                       INTO   :HV-CUR-RATE, :HV-CUR-START,
                              :HV-CUR-END, :HV-CUR-RATE-TYPE
                       FROM   CONTRACT_RATE_MASTER
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    BILLING_CODE_TYPE = :HV-CODE-TYPE
                       AND    BILLING_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_MONTH <= :HV-PROBE
                       AND    (EXPIRATION_MONTH = 0
                          OR   EXPIRATION_MONTH >= :HV-PROBE)
                   END-EXEC
           END-EVALUATE

           IF WS-SQLCODE = 0
               SET WS-CUR-PERIOD-FOUND TO TRUE
           END-IF
           .

      *================================================================*
      * 2400 - RATE TABLE UPDATES                                      *
      *================================================================*
       2400-INSERT-RATE-PERIOD.
      *----------------------------------------------------------------*
      * INSERT THE PROPOSED RATE FOR HV-INS-START THRU HV-INS-END      *
      * (ZERO END = OPEN-ENDED)                                        *
      *----------------------------------------------------------------*
           IF CT-ACTION-ADD
               MOVE CT-ICU-RATE TO HV-ICU-RATE
               MOVE CT-ANCILLARY-RATE TO HV-ANCILLARY-RATE
               MOVE CT-LOS-LIMIT TO HV-LOS-LIMIT
               MOVE CT-STEP-DOWN-DAY TO HV-STEP-DOWN-DAY
               MOVE CT-STEP-DOWN-PCT TO HV-STEP-DOWN-PCT
               MOVE CT-MAX-PER-DIEM TO HV-MAX-PER-DIEM
               MOVE CT-GLOBAL-DAYS TO HV-GLOBAL-DAYS
               MOVE CT-BUNDLE-IND TO HV-BUNDLE-IND
           END-IF

           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       INSERT INTO CONTRACT_FEE_SCHEDULE
                           (CONTRACT_ID, CPT_CODE, FEE_SCHEDULE_PCT,
                            EFFECTIVE_DATE, TERMINATION_DATE)
                       VALUES
                           (:HV-CONTRACT-ID, :HV-RATE-CODE,
                            :HV-NEW-RATE, :HV-INS-START,
                            NULLIF(:HV-INS-END, 0))
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       INSERT INTO CONTRACT_ANES_RATE
                           (CONTRACT_ID, ANES_CONV_FACTOR,
                            EFFECTIVE_DATE, TERMINATION_DATE)
                       VALUES
                           (:HV-CONTRACT-ID, :HV-NEW-RATE,
                            :HV-INS-START, NULLIF(:HV-INS-END, 0))
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       INSERT INTO PER_DIEM_RATES
                           (CONTRACT_ID, SERVICE_TYPE, PER_DIEM_RATE,
                            ICU_RATE, ANCILLARY_RATE, LOS_LIMIT,
                            STEP_DOWN_DAY, STEP_DOWN_PERCENT,
                            MAX_PER_DIEM, EFFECTIVE_DATE,
                            TERMINATION_DATE)
                       VALUES
                           (:HV-CONTRACT-ID, :HV-RATE-CODE,
                            :HV-NEW-RATE, :HV-ICU-RATE,
                            :HV-ANCILLARY-RATE, :HV-LOS-LIMIT,
                            :HV-STEP-DOWN-DAY, :HV-STEP-DOWN-PCT,
                            :HV-MAX-PER-DIEM, :HV-INS-START,
                            NULLIF(:HV-INS-END, 0))
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       INSERT INTO CASE_RATE_TABLE
                           (CONTRACT_ID, CPT_CODE, CASE_RATE_AMOUNT,
                            GLOBAL_PERIOD_DAYS, BUNDLE_INDICATOR,
                            EFFECTIVE_DATE, TERMINATION_DATE)
                       VALUES
                           (:HV-CONTRACT-ID, :HV-RATE-CODE,
                            :HV-NEW-RATE, :HV-GLOBAL-DAYS,
                            :HV-BUNDLE-IND, :HV-INS-START,
                            NULLIF(:HV-INS-END, 0))
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       INSERT INTO CONTRACT_RATE_MASTER
                           (CONTRACT_ID, BILLING_CODE_TYPE,
                            BILLING_CODE, RATE_TYPE, NEGOTIATED_RATE,
                            EFFECTIVE_MONTH, EXPIRATION_MONTH)
                       VALUES
                           (:HV-CONTRACT-ID, :HV-CODE-TYPE,
                            :HV-RATE-CODE, :HV-RATE-TYPE,
                            :HV-NEW-RATE, :HV-INS-START,
                            :HV-INS-END)
                   END-EXEC
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INSERT OF RATE PERIOD FAILED'
                   TO WS-TXN-REJECT-REASON
               MOVE 'INSERT OF CONTRACT RATE PERIOD FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       2420-UPDATE-RATE-AMOUNT.
      *----------------------------------------------------------------*
      * RE-RATE THE PERIOD STARTING HV-CUR-START IN PLACE              *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       UPDATE CONTRACT_FEE_SCHEDULE
                       SET    FEE_SCHEDULE_PCT = :HV-NEW-RATE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       UPDATE CONTRACT_ANES_RATE
                       SET    ANES_CONV_FACTOR = :HV-NEW-RATE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       UPDATE PER_DIEM_RATES
                       SET    PER_DIEM_RATE = :HV-NEW-RATE,
                              ICU_RATE = :HV-ICU-RATE,
                              ANCILLARY_RATE = :HV-ANCILLARY-RATE,
                              LOS_LIMIT = :HV-LOS-LIMIT,
                              STEP_DOWN_DAY = :HV-STEP-DOWN-DAY,
                              STEP_DOWN_PERCENT = :HV-STEP-DOWN-PCT,
                              MAX_PER_DIEM = :HV-MAX-PER-DIEM
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    SERVICE_TYPE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       UPDATE CASE_RATE_TABLE
                       SET    CASE_RATE_AMOUNT = :HV-NEW-RATE,
                              GLOBAL_PERIOD_DAYS = :HV-GLOBAL-DAYS,
                              BUNDLE_INDICATOR = :HV-BUNDLE-IND
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       UPDATE CONTRACT_RATE_MASTER
                       SET    NEGOTIATED_RATE = :HV-NEW-RATE,
                              RATE_TYPE = :HV-RATE-TYPE
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    BILLING_CODE_TYPE = :HV-CODE-TYPE
                       AND    BILLING_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_MONTH = :HV-CUR-START
                   END-EXEC
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'UPDATE OF RATE PERIOD FAILED'
                   TO WS-TXN-REJECT-REASON
               MOVE 'UPDATE OF CONTRACT RATE PERIOD FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       2440-UPDATE-PERIOD-END.
      *----------------------------------------------------------------*
      * SET THE END OF THE PERIOD STARTING HV-CUR-START TO HV-UPD-END  *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED
                   EXEC SQL
                       UPDATE CONTRACT_FEE_SCHEDULE
                       SET    TERMINATION_DATE = :HV-UPD-END
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       UPDATE CONTRACT_ANES_RATE
                       SET    TERMINATION_DATE = :HV-UPD-END
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       UPDATE PER_DIEM_RATES
                       SET    TERMINATION_DATE = :HV-UPD-END
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    SERVICE_TYPE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-CASE-RATE
                   EXEC SQL
                       UPDATE CASE_RATE_TABLE
                       SET    TERMINATION_DATE = :HV-UPD-END
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CPT_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_DATE = :HV-CUR-START
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                   EXEC SQL
                       UPDATE CONTRACT_RATE_MASTER
                       SET    EXPIRATION_MONTH = :HV-UPD-END
                       WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                       AND    BILLING_CODE_TYPE = :HV-CODE-TYPE
                       AND    BILLING_CODE = :HV-RATE-CODE
                       AND    EFFECTIVE_MONTH = :HV-CUR-START
                   END-EXEC
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'UPDATE OF RATE PERIOD END FAILED'
                   TO WS-TXN-REJECT-REASON
               MOVE 'UPDATE OF CONTRACT RATE PERIOD END FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 2500 - IMPACT OF THE PROPOSED RATE                             *
      *================================================================*
       2500-COMPARE-TO-CURRENT.
      *----------------------------------------------------------------*
      * THE RATE BEING REPLACED IS THE ONE IN EFFECT ON THE EFFECTIVE  *
      * DATE FOR A CHANGE, THE ONE ENDING JUST BEFORE IT FOR AN ADD,   *
      * AND THE ONE IN EFFECT ON THE TERMINATION DATE FOR A TERMINATE  *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN CT-ACTION-ADD
                   MOVE HV-NEW-START TO WS-BND-IN
                   PERFORM 2700-STEP-BACK-BOUNDARY
                   MOVE WS-BND-OUT TO HV-PROBE
               WHEN CT-ACTION-CHANGE
                   MOVE HV-NEW-START TO HV-PROBE
               WHEN CT-ACTION-TERMINATE
                   MOVE HV-NEW-END TO HV-PROBE
           END-EVALUATE
           PERFORM 2360-FETCH-CURRENT-PERIOD

           MOVE 0 TO WS-PCT-CHANGE
           IF WS-CUR-PERIOD-FOUND AND HV-CUR-RATE NOT = 0
              AND NOT CT-ACTION-TERMINATE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (HV-NEW-RATE - HV-CUR-RATE) * 100 / HV-CUR-RATE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PCT-CHANGE
               END-COMPUTE
           END-IF

           IF WS-CUR-PERIOD-FOUND
               MOVE HV-CUR-RATE TO WS-AUD-RATE-EDIT
               STRING 'RATE ' WS-AUD-RATE-EDIT ' '
                   HV-CUR-START '-' HV-CUR-END
                   DELIMITED BY SIZE
                   INTO WS-AUD-OLD-VALUE
               END-STRING
           END-IF

           EVALUATE TRUE
               WHEN CT-ACTION-TERMINATE
                   STRING 'TERMINATED ' HV-NEW-END
                       DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
                   END-STRING
               WHEN CT-ACTION-CHANGE
                   MOVE HV-NEW-RATE TO WS-AUD-RATE-EDIT
                   STRING 'RATE ' WS-AUD-RATE-EDIT ' '
                       HV-NEW-START '-' HV-CUR-END
                       DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE HV-NEW-RATE TO WS-AUD-RATE-EDIT
                   STRING 'RATE ' WS-AUD-RATE-EDIT ' '
                       HV-NEW-START '-' HV-NEW-END
                       DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
                   END-STRING
           END-EVALUATE
           .

       2550-COUNT-AFFECTED-LINES.
      *----------------------------------------------------------------*
      * CLAIM LINES ADJUDICATED IN THE LAST 12 MONTHS FOR PROVIDERS ON *
      * THE CONTRACT THAT THIS RATE KEY PRICES. THE PER DIEM DEFAULT   *
      * ROW HAS NO CONTRACTED PROVIDERS TO SIZE AGAINST                *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-LINES-AFFECTED
           IF CT-CONTRACT-ID = '*DEFAULT*'
               GO TO 2550-COUNT-AFFECTED-LINES-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CT-TABLE-FEE-SCHED AND HV-RATE-CODE = '*ALL*'
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-LINES-AFFECTED
                       FROM   CLAIM_LINE CL,
                              CLAIM_HEADER CH,
                              PROVIDER_MASTER P
                       WHERE  P.CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CH.BILLING_PROVIDER_NPI = P.NPI
                       AND    CL.CLAIM_ID = CH.CLAIM_ID
                       AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
                       AND    CL.FROM_DOS >= :HV-LOOKBACK-DATE
                   END-EXEC
               WHEN CT-TABLE-ANES
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-LINES-AFFECTED
                       FROM   CLAIM_LINE CL,
                              CLAIM_HEADER CH,
                              PROVIDER_MASTER P
                       WHERE  P.CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CH.BILLING_PROVIDER_NPI = P.NPI
                       AND    CL.CLAIM_ID = CH.CLAIM_ID
                       AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
                       AND    CL.FROM_DOS >= :HV-LOOKBACK-DATE
                       AND    CL.HCPCS_CODE BETWEEN '00100'
                                                AND '01999'
                   END-EXEC
               WHEN CT-TABLE-PER-DIEM
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-LINES-AFFECTED
                       FROM   CLAIM_LINE CL,
                              CLAIM_HEADER CH,
                              PROVIDER_MASTER P
                       WHERE  P.CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CH.BILLING_PROVIDER_NPI = P.NPI
                       AND    CL.CLAIM_ID = CH.CLAIM_ID
                       AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
                       AND    CL.FROM_DOS >= :HV-LOOKBACK-DATE
                       AND    CL.REVENUE_CODE BETWEEN '0100'
                                                  AND '0219'
                   END-EXEC
               WHEN CT-TABLE-RATE-MASTER
                AND (HV-CODE-TYPE = 'DRG' OR HV-CODE-TYPE = 'MSDRG')
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-LINES-AFFECTED
                       FROM   CLAIM_LINE CL,
                              CLAIM_HEADER CH,
                              PROVIDER_MASTER P
                       WHERE  P.CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CH.BILLING_PROVIDER_NPI = P.NPI
                       AND    CL.CLAIM_ID = CH.CLAIM_ID
                       AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
                       AND    CL.FROM_DOS >= :HV-LOOKBACK-DATE
                       AND    CH.DRG_CODE = :HV-RATE-CODE
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-LINES-AFFECTED
                       FROM   CLAIM_LINE CL,
                              CLAIM_HEADER CH,
                              PROVIDER_MASTER P
                       WHERE  P.CONTRACT_ID = :HV-CONTRACT-ID
                       AND    CH.BILLING_PROVIDER_NPI = P.NPI
                       AND    CL.CLAIM_ID = CH.CLAIM_ID
                       AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
                       AND    CL.FROM_DOS >= :HV-LOOKBACK-DATE
                       AND    CL.HCPCS_CODE = :HV-RATE-CODE
                   END-EXEC
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-LINES-AFFECTED
           END-IF
           .
       2550-COUNT-AFFECTED-LINES-EXIT.
           EXIT.

       2600-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
      * RECORD WHETHER THIS RATE TRANSACTION WAS APPLIED OR REJECTED,  *
      * AND REFLECT THE SAME ON THE CONTROL REPORT                     *
      *----------------------------------------------------------------*
           MOVE WS-TABLE-ID TO RA-TABLE-ID
           MOVE CT-CONTRACT-ID TO RA-CONTRACT-ID
           MOVE CT-RATE-CODE TO RA-RATE-CODE
           MOVE CT-ACTION-CD TO RA-ACTION-CD
           MOVE CT-SUBMITTED-BY TO RA-SUBMITTED-BY
           MOVE CT-SUBMITTED-DT TO RA-SUBMITTED-DT
           MOVE FUNCTION CURRENT-DATE TO RA-PROCESSED-TS
           MOVE WS-AUD-OLD-VALUE TO RA-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE TO RA-NEW-VALUE
           MOVE WS-PCT-CHANGE TO RA-PCT-CHANGE
           MOVE HV-LINES-AFFECTED TO RA-LINES-AFFECTED
           MOVE SPACES TO RA-FILLER

           MOVE WS-TABLE-ID TO WS-RPT-TABLE-ID
           MOVE CT-CONTRACT-ID TO WS-RPT-CONTRACT
           MOVE CT-RATE-CODE TO WS-RPT-CODE
           IF CT-ACTION-TERMINATE
               MOVE CT-TERM-DT TO WS-RPT-EFF-DT
           ELSE
               MOVE CT-EFF-DT TO WS-RPT-EFF-DT
           END-IF
           MOVE HV-CUR-RATE TO WS-RPT-CUR-RATE
           IF CT-ACTION-TERMINATE
               MOVE 0 TO WS-RPT-NEW-RATE
           ELSE
               MOVE CT-RATE-AMT TO WS-RPT-NEW-RATE
           END-IF
           MOVE WS-PCT-CHANGE TO WS-RPT-PCT-CHG
           MOVE HV-LINES-AFFECTED TO WS-RPT-LINES

           IF WS-TXN-IS-VALID
               MOVE 'APPLIED ' TO RA-ACTION-RESULT
               MOVE SPACES TO RA-REJECT-REASON
               EVALUATE TRUE
                   WHEN CT-ACTION-ADD
                       MOVE 'ADDED     ' TO WS-RPT-ACTION
                       MOVE 'NEW RATE PERIOD ADDED' TO WS-RPT-DETAIL
                   WHEN CT-ACTION-CHANGE
                       MOVE 'CHANGED   ' TO WS-RPT-ACTION
                       IF HV-CUR-START = HV-NEW-START
                           MOVE 'RATE UPDATED IN PLACE'
                               TO WS-RPT-DETAIL
                       ELSE
                           MOVE 'PERIOD SPLIT AT EFFECTIVE DATE'
                               TO WS-RPT-DETAIL
                       END-IF
                   WHEN CT-ACTION-TERMINATE
                       MOVE 'TERMINATED' TO WS-RPT-ACTION
                       MOVE 'RATE PERIOD ENDED' TO WS-RPT-DETAIL
               END-EVALUATE
           ELSE
               MOVE 'REJECTED' TO RA-ACTION-RESULT
               MOVE WS-TXN-REJECT-REASON TO RA-REJECT-REASON
               MOVE 'REJECTED  ' TO WS-RPT-ACTION
               MOVE WS-TXN-REJECT-REASON TO WS-RPT-DETAIL
           END-IF

           WRITE CONTRACT-RATE-AUDIT-REC
           PERFORM 1200-WRITE-DETAIL-LINE
           .

       2700-STEP-BACK-BOUNDARY.
      *----------------------------------------------------------------*
      * THE DAY BEFORE WS-BND-IN, OR THE MONTH BEFORE FOR THE MONTH-   *
      * DATED RATE MASTER                                              *
      *----------------------------------------------------------------*
           IF CT-TABLE-RATE-MASTER
               DIVIDE WS-BND-IN BY 100 GIVING WS-BND-YYYY
                   REMAINDER WS-BND-MM
               IF WS-BND-MM = 1
                   SUBTRACT 1 FROM WS-BND-YYYY
                   MOVE 12 TO WS-BND-MM
               ELSE
                   SUBTRACT 1 FROM WS-BND-MM
               END-IF
               COMPUTE WS-BND-OUT = WS-BND-YYYY * 100 + WS-BND-MM
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BND-IN) - 1
               COMPUTE WS-BND-OUT =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCCRTMNT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCCRTMNT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCCRTMNT - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCCRTMNT - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCCRTMNT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE THE FILES, AND END THE RUN         *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO WS-RPT-TOTAL-TEXT
           STRING 'TOTALS  READ=' WS-CTR-TXN-READ
               ' ADDED=' WS-CTR-TXN-ADDED
               ' CHANGED=' WS-CTR-TXN-CHANGED
               ' (SPLIT=' WS-CTR-TXN-SPLIT ')'
               ' TERMINATED=' WS-CTR-TXN-TERMINATED
               ' REJECTED=' WS-CTR-TXN-REJECTED
               ' (OVERLAP=' WS-CTR-REJ-OVERLAP
               ' GAP=' WS-CTR-REJ-GAP ')'
               ' SECURITY=' WS-CTR-SEC-VIOLATIONS
               DELIMITED BY SIZE
               INTO WS-RPT-TOTAL-TEXT
           END-STRING
           WRITE CONTRACT-RATE-CONTROL-REC FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           DISPLAY '================================================='
           DISPLAY 'HCCRTMNT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RATE TRANSACTIONS READ: ' WS-CTR-TXN-READ
           DISPLAY 'PERIODS ADDED:          ' WS-CTR-TXN-ADDED
           DISPLAY 'RATES CHANGED:          ' WS-CTR-TXN-CHANGED
           DISPLAY '  PERIODS SPLIT:        ' WS-CTR-TXN-SPLIT
           DISPLAY 'PERIODS TERMINATED:     ' WS-CTR-TXN-TERMINATED
           DISPLAY 'TRANSACTIONS REJECTED:  ' WS-CTR-TXN-REJECTED
           DISPLAY '  OVERLAP REJECTS:      ' WS-CTR-REJ-OVERLAP
           DISPLAY '  GAP REJECTS:          ' WS-CTR-REJ-GAP
           DISPLAY '  SECURITY VIOLATIONS:  ' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'ERRORS ENCOUNTERED:     ' WS-ERR-COUNT
           DISPLAY 'START TIME:             ' WS-STAT-START-TIME
           DISPLAY 'END TIME:               ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE CONTRACT-RATE-AUDIT-FILE
           CLOSE CONTRACT-RATE-CONTROL-RPT
           .
