       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPAMETR.
      *================================================================*
      * PROGRAM:     HCPAMETR                                          *
      * DESCRIPTION: ANNUAL PRIOR AUTHORIZATION METRICS FOR PUBLIC     *
      *              POSTING UNDER THE CMS PRIOR AUTHORIZATION RULE.   *
      *              FOR EVERY REQUEST DECIDED IN THE REPORTING YEAR   *
      *              ON AUTHORIZATION_MASTER (DRUGS EXCLUDED, AS THE   *
      *              RULE EXCLUDES THEM) IT CALCULATES, BY LINE OF     *
      *              BUSINESS, ITEM/SERVICE CATEGORY AND REVIEW TYPE   *
      *              (STANDARD/EXPEDITED):                             *
      *              - PERCENT APPROVED AND PERCENT DENIED             *
      *              - PERCENT APPROVED AFTER APPEAL (A DENIED AUTH    *
      *                WHOSE CLAIM APPEAL HCAPPEAL OVERTURNED)         *
      *              - AVERAGE AND MEDIAN HOURS FROM RECEIPT TO        *
      *                DECISION, FROM THE RECEIPT AND DECISION         *
      *                TIMESTAMPS                                      *
      *              PASS 1 WRITES THE SUPPORTING DETAIL FILE (ONE     *
      *              RECORD PER REQUEST) AND THE CATEGORY LINES; PASS  *
      *              2 WRITES THE ALL-SERVICES LINE FOR EACH LOB.      *
      *              COMPLIANCE CERTIFIES THE PUBLICATION FILE FROM    *
      *              THE DETAIL FILE.                                  *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  PAMCTRL  - REPORTING YEAR CARD (CCYY)            *
      * OUTPUT FILES: PAMPUB   - PUBLICATION METRICS FILE              *
      *               PAMDTL   - SUPPORTING REQUEST DETAIL FILE        *
      *               PAMRPT   - METRICS CONTROL REPORT                *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 RSALAZAR INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAM-CONTROL-FILE
               ASSIGN TO PAMCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT PAM-PUBLICATION-FILE
               ASSIGN TO PAMPUB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.

           SELECT PAM-DETAIL-FILE
               ASSIGN TO PAMDTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.

           SELECT PAM-CONTROL-RPT
               ASSIGN TO PAMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PAM-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAM-CONTROL-REC.
           05  PC-REPORT-YEAR              PIC 9(04).
           05  FILLER                      PIC X(76).

      *----------------------------------------------------------------*
      * PUBLICATION FILE - ONE HEADING RECORD, THEN ONE RECORD PER     *
      * LOB / CATEGORY / REVIEW TYPE. PERCENTS ARE OF DECIDED          *
      * REQUESTS; HOURS ARE RECEIPT TO DECISION.                       *
      *----------------------------------------------------------------*
       FD  PAM-PUBLICATION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAM-PUBLICATION-REC.
           05  PP-REPORT-YEAR              PIC 9(04).
           05  FILLER                      PIC X(01).
           05  PP-LOB-NAME                 PIC X(20).
           05  FILLER                      PIC X(01).
           05  PP-CATEGORY                 PIC X(14).
           05  FILLER                      PIC X(01).
           05  PP-REVIEW-TYPE              PIC X(09).
           05  FILLER                      PIC X(01).
           05  PP-TOTAL-REQUESTS           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  PP-PCT-APPROVED             PIC ZZ9.99.
           05  FILLER                      PIC X(01).
           05  PP-PCT-DENIED               PIC ZZ9.99.
           05  FILLER                      PIC X(01).
           05  PP-PCT-APPEAL-APPROVED      PIC ZZ9.99.
           05  FILLER                      PIC X(01).
           05  PP-AVG-HOURS                PIC ZZ,ZZ9.9.
           05  FILLER                      PIC X(01).
           05  PP-MEDIAN-HOURS             PIC ZZ,ZZ9.9.
           05  FILLER                      PIC X(53).
       01  PAM-PUBLICATION-HDG             PIC X(150).

      *----------------------------------------------------------------*
      * SUPPORTING DETAIL - ONE RECORD PER DECIDED REQUEST             *
      *----------------------------------------------------------------*
       FD  PAM-DETAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAM-DETAIL-REC.
           05  PD-AUTH-NUMBER              PIC X(20).
           05  PD-MEMBER-ID                PIC X(12).
           05  PD-LOB                      PIC X(03).
           05  PD-CATEGORY                 PIC X(14).
           05  PD-REVIEW-TYPE              PIC X(01).
           05  PD-SERVICE-CODE             PIC X(05).
           05  PD-AUTH-STATUS              PIC X(02).
           05  PD-APPEAL-OVERTURNED        PIC X(01).
           05  PD-RECEIVED-DATE            PIC X(08).
           05  PD-DECISION-DATE            PIC X(08).
           05  PD-ELAPSED-MINUTES          PIC S9(07) SIGN LEADING
                                                      SEPARATE.
           05  FILLER                      PIC X(38).

       FD  PAM-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PAM-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-PUB-STATUS               PIC X(02).
               88  PUB-OK                  VALUE '00'.
           05  WS-DTL-STATUS               PIC X(02).
               88  DTL-OK                  VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-PASS-SW                  PIC X(01) VALUE '1'.
               88  CATEGORY-PASS           VALUE '1'.
               88  LOB-ROLLUP-PASS         VALUE '2'.
           05  WS-GROUP-OPEN-SW            PIC X(01) VALUE 'N'.
               88  GROUP-IS-OPEN           VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-REQUESTS-READ        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-DETAIL-WRITTEN       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PUB-WRITTEN          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NO-TIMESTAMP         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-MEDIAN-CAPPED        PIC 9(07) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * ONE GROUP'S ACCUMULATORS. THE CURSOR DELIVERS EACH GROUP'S     *
      * ELAPSED TIMES IN ASCENDING ORDER, SO THE MEDIAN IS READ        *
      * STRAIGHT OFF THE TABLE AT THE BREAK.                           *
      *----------------------------------------------------------------*
       01  WS-GROUP-ACCUMULATORS.
           05  WS-GRP-KEY.
               10  WS-GRP-LOB              PIC X(03).
               10  WS-GRP-CATEGORY         PIC X(14).
               10  WS-GRP-REVIEW-TYPE      PIC X(01).
           05  WS-GRP-REQUESTS             PIC 9(07) COMP-3.
           05  WS-GRP-APPROVED             PIC 9(07) COMP-3.
           05  WS-GRP-DENIED               PIC 9(07) COMP-3.
           05  WS-GRP-APPEAL-APPROVED      PIC 9(07) COMP-3.
           05  WS-GRP-TIMED                PIC 9(07) COMP-3.
           05  WS-GRP-TOTAL-MINUTES        PIC 9(13) COMP-3.
       01  WS-NEW-KEY.
           05  WS-NEW-LOB                  PIC X(03).
           05  WS-NEW-CATEGORY             PIC X(14).
           05  WS-NEW-REVIEW-TYPE          PIC X(01).

       01  WS-MINUTES-TABLE.
           05  WS-MIN-MAX                  PIC S9(08) COMP VALUE 50000.
           05  WS-MIN-ENTRY                PIC S9(07) COMP-3
                                           OCCURS 50000 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-MID-SUB                  PIC S9(08) COMP.
           05  WS-MEDIAN-MINUTES           PIC S9(09)V9 COMP-3.
           05  WS-PCT-WORK                 PIC 9(03)V99.
           05  WS-HOURS-WORK               PIC 9(07)V9.
           05  WS-DISP-COUNT               PIC Z,ZZZ,ZZ9.
           05  WS-YEAR-NEXT                PIC 9(04).

       01  HV-PAM-VARS.
           05  HV-YEAR-START               PIC X(08).
           05  HV-YEAR-END                 PIC X(08).
           05  HV-AUTH-NUMBER              PIC X(20).
           05  HV-MEMBER-ID                PIC X(12).
           05  HV-LOB                      PIC X(03).
           05  HV-CATEGORY                 PIC X(14).
           05  HV-REVIEW-TYPE              PIC X(01).
           05  HV-SERVICE-CODE             PIC X(05).
           05  HV-AUTH-STATUS              PIC X(02).
               88  HV-AUTH-APPROVED        VALUE 'AP'.
               88  HV-AUTH-DENIED          VALUE 'DN'.
           05  HV-APPEAL-OVERTURNED        PIC X(01).
               88  HV-APPEAL-WAS-OVERTURNED VALUE 'Y'.
           05  HV-RECEIVED-DATE            PIC X(08).
           05  HV-DECISION-DATE            PIC X(08).
           05  HV-ELAPSED-MINUTES          PIC S9(07) COMP-3.

       01  WS-RPT-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE                 PIC X(10).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(50)
               VALUE 'ANNUAL PRIOR AUTHORIZATION METRICS'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

       01  WS-PUB-HEADING.
           05  FILLER                      PIC X(05) VALUE 'YEAR '.
           05  FILLER                      PIC X(21)
               VALUE 'LINE OF BUSINESS'.
           05  FILLER                      PIC X(15)
               VALUE 'SERVICE'.
           05  FILLER                      PIC X(10)
               VALUE 'REVIEW'.
           05  FILLER                      PIC X(08) VALUE 'REQUESTS'.
           05  FILLER                      PIC X(07) VALUE ' %APPR'.
           05  FILLER                      PIC X(07) VALUE ' %DENY'.
           05  FILLER                      PIC X(07) VALUE ' %APPL'.
           05  FILLER                      PIC X(09) VALUE ' AVG HRS'.
           05  FILLER                      PIC X(09) VALUE ' MED HRS'.
           05  FILLER                      PIC X(52) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - CATEGORY PASS, THEN THE LOB ROLL-UP PASS            *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           SET CATEGORY-PASS TO TRUE
           PERFORM 2000-CATEGORY-PASS
               THRU 2000-CATEGORY-PASS-EXIT
           SET LOB-ROLLUP-PASS TO TRUE
           PERFORM 3000-LOB-ROLLUP-PASS
               THRU 3000-LOB-ROLLUP-PASS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * REPORTING YEAR CARD, FILES, DATABASE                           *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT PAM-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'PAM-CONTROL-FILE OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ PAM-CONTROL-FILE
           IF NOT CTRL-OK
              OR PC-REPORT-YEAR NOT NUMERIC
               MOVE 'REPORTING YEAR CARD MISSING OR BAD'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE PAM-CONTROL-FILE

      *--- DECISIONS FROM JAN 1 UP TO (NOT INCLUDING) NEXT JAN 1 ---
           COMPUTE WS-YEAR-NEXT = PC-REPORT-YEAR + 1
           STRING PC-REPORT-YEAR '0101' DELIMITED BY SIZE
               INTO HV-YEAR-START
           STRING WS-YEAR-NEXT '0101' DELIMITED BY SIZE
               INTO HV-YEAR-END

           OPEN OUTPUT PAM-PUBLICATION-FILE
                       PAM-DETAIL-FILE
                       PAM-CONTROL-RPT
           IF NOT PUB-OK OR NOT DTL-OK OR NOT CRPT-OK
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

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

           WRITE PAM-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE PAM-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO PAM-CONTROL-RPT-REC
           WRITE PAM-CONTROL-RPT-REC

           WRITE PAM-PUBLICATION-HDG FROM WS-PUB-HEADING
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE PAM-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - CATEGORY PASS: EVERY DECIDED REQUEST IN THE YEAR, BY    *
      * LOB / CATEGORY / REVIEW TYPE / ELAPSED TIME. THE LOB IS THE    *
      * PLAN TYPE OF THE ELIGIBILITY SPAN IN FORCE ON RECEIPT; THE     *
      * CATEGORY COMES FROM THE REQUEST TYPE AND THE SERVICE CODE.     *
      *================================================================*
       2000-CATEGORY-PASS.
           EXEC SQL
               DECLARE PAM_CAT_CURSOR CURSOR FOR
               SELECT AM.AUTH_NUMBER, AM.MEMBER_ID,
                      CASE WHEN E.plan_type = 'MCR' THEN 'MA '
                           WHEN E.plan_type = 'MCD' THEN 'MCD'
                           WHEN E.aca_exchange_ind = 'Y' THEN 'QHP'
                           ELSE 'COM' END,
                      CASE WHEN AM.REQUEST_TYPE = 'IP'
                                THEN 'INPATIENT'
                           WHEN AM.AUTH_CPT_CODE LIKE '[EKL]%'
                                THEN 'DME'
                           WHEN AM.AUTH_CPT_CODE LIKE '7%'
                                THEN 'IMAGING'
                           WHEN AM.AUTH_CPT_CODE LIKE '8%'
                                THEN 'LABORATORY'
                           WHEN AM.AUTH_CPT_CODE LIKE '9%'
                                THEN 'MEDICINE'
                           WHEN AM.AUTH_CPT_CODE LIKE '[0-6]%'
                                THEN 'SURGERY'
                           ELSE 'OTHER SERVICES' END,
                      CASE WHEN AM.EXPEDITED_FLAG = 'Y' THEN 'E'
                           ELSE 'S' END,
                      ISNULL(AM.AUTH_CPT_CODE, ' '),
                      AM.AUTH_STATUS,
                      CASE WHEN EXISTS
                               (SELECT 1
                                FROM   APPEALS AP, CLAIM_HEADER CH
                                WHERE  CH.PRIOR_AUTH_NO =
                                       AM.AUTH_NUMBER
                                AND    AP.CLAIM_ID = CH.CLAIM_ID
                                AND    AP.APPEAL_RESULT = 'OV')
                           THEN 'Y' ELSE 'N' END,
                      CONVERT(CHAR(8), AM.REQUEST_RECEIVED_TS, 112),
                      CONVERT(CHAR(8), AM.DECISION_TS, 112),
                      ISNULL(DATEDIFF(mi, AM.REQUEST_RECEIVED_TS,
                                      AM.DECISION_TS), -1)
               FROM   AUTHORIZATION_MASTER AM
               LEFT OUTER JOIN T_MEMBER_ELIG E
                      ON  E.member_id = AM.MEMBER_ID
                      AND E.status IN ('A', 'T')
                      AND E.eff_date <= AM.REQUEST_RECEIVED_DATE
                      AND (E.term_date IS NULL
                           OR E.term_date >= AM.REQUEST_RECEIVED_DATE)
               WHERE  AM.DECISION_TS >= :HV-YEAR-START
               AND    AM.DECISION_TS <  :HV-YEAR-END
               AND    AM.AUTH_STATUS IN ('AP', 'DN')
               AND    ISNULL(AM.AUTH_CPT_CODE, ' ') NOT LIKE 'J%'
               ORDER BY 3, 4, 5, 11
           END-EXEC

           EXEC SQL
               OPEN PAM_CAT_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CATEGORY CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH PAM_CAT_CURSOR
                   INTO  :HV-AUTH-NUMBER, :HV-MEMBER-ID,
                         :HV-LOB, :HV-CATEGORY, :HV-REVIEW-TYPE,
                         :HV-SERVICE-CODE, :HV-AUTH-STATUS,
                         :HV-APPEAL-OVERTURNED,
                         :HV-RECEIVED-DATE, :HV-DECISION-DATE,
                         :HV-ELAPSED-MINUTES
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-REQUESTS-READ
                   PERFORM 2100-WRITE-DETAIL-RECORD
                   PERFORM 4000-ACCUMULATE-ONE-REQUEST
               END-IF
           END-PERFORM

           IF GROUP-IS-OPEN
               PERFORM 4100-EMIT-GROUP-METRICS
           END-IF

           EXEC SQL
               CLOSE PAM_CAT_CURSOR
           END-EXEC
           .
       2000-CATEGORY-PASS-EXIT.
           EXIT.

       2100-WRITE-DETAIL-RECORD.
      *----------------------------------------------------------------*
      * ONE SUPPORTING DETAIL RECORD PER DECIDED REQUEST               *
      *----------------------------------------------------------------*
           MOVE SPACES TO PAM-DETAIL-REC
           MOVE HV-AUTH-NUMBER TO PD-AUTH-NUMBER
           MOVE HV-MEMBER-ID TO PD-MEMBER-ID
           MOVE HV-LOB TO PD-LOB
           MOVE HV-CATEGORY TO PD-CATEGORY
           MOVE HV-REVIEW-TYPE TO PD-REVIEW-TYPE
           MOVE HV-SERVICE-CODE TO PD-SERVICE-CODE
           MOVE HV-AUTH-STATUS TO PD-AUTH-STATUS
           MOVE HV-APPEAL-OVERTURNED TO PD-APPEAL-OVERTURNED
           MOVE HV-RECEIVED-DATE TO PD-RECEIVED-DATE
           MOVE HV-DECISION-DATE TO PD-DECISION-DATE
           MOVE HV-ELAPSED-MINUTES TO PD-ELAPSED-MINUTES

           WRITE PAM-DETAIL-REC
           IF NOT DTL-OK
               MOVE 'DETAIL FILE WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-DETAIL-WRITTEN
           .

      *================================================================*
      * 3000 - LOB ROLL-UP PASS: THE SAME REQUESTS, ALL SERVICES       *
      * TOGETHER, SO EACH LOB'S OVERALL MEDIAN IS A TRUE MEDIAN        *
      *================================================================*
       3000-LOB-ROLLUP-PASS.
           EXEC SQL
               DECLARE PAM_LOB_CURSOR CURSOR FOR
               SELECT CASE WHEN E.plan_type = 'MCR' THEN 'MA '
                           WHEN E.plan_type = 'MCD' THEN 'MCD'
                           WHEN E.aca_exchange_ind = 'Y' THEN 'QHP'
                           ELSE 'COM' END,
                      CASE WHEN AM.EXPEDITED_FLAG = 'Y' THEN 'E'
                           ELSE 'S' END,
                      AM.AUTH_STATUS,
                      CASE WHEN EXISTS
                               (SELECT 1
                                FROM   APPEALS AP, CLAIM_HEADER CH
                                WHERE  CH.PRIOR_AUTH_NO =
                                       AM.AUTH_NUMBER
                                AND    AP.CLAIM_ID = CH.CLAIM_ID
                                AND    AP.APPEAL_RESULT = 'OV')
                           THEN 'Y' ELSE 'N' END,
                      ISNULL(DATEDIFF(mi, AM.REQUEST_RECEIVED_TS,
                                      AM.DECISION_TS), -1)
               FROM   AUTHORIZATION_MASTER AM
               LEFT OUTER JOIN T_MEMBER_ELIG E
                      ON  E.member_id = AM.MEMBER_ID
                      AND E.status IN ('A', 'T')
                      AND E.eff_date <= AM.REQUEST_RECEIVED_DATE
                      AND (E.term_date IS NULL
                           OR E.term_date >= AM.REQUEST_RECEIVED_DATE)
               WHERE  AM.DECISION_TS >= :HV-YEAR-START
               AND    AM.DECISION_TS <  :HV-YEAR-END
               AND    AM.AUTH_STATUS IN ('AP', 'DN')
               AND    ISNULL(AM.AUTH_CPT_CODE, ' ') NOT LIKE 'J%'
               ORDER BY 1, 2, 5
           END-EXEC

           EXEC SQL
               OPEN PAM_LOB_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'LOB ROLL-UP CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'ALL SERVICES' TO HV-CATEGORY
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH PAM_LOB_CURSOR
                   INTO  :HV-LOB, :HV-REVIEW-TYPE,
                         :HV-AUTH-STATUS, :HV-APPEAL-OVERTURNED,
                         :HV-ELAPSED-MINUTES
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 4000-ACCUMULATE-ONE-REQUEST
               END-IF
           END-PERFORM

           IF GROUP-IS-OPEN
               PERFORM 4100-EMIT-GROUP-METRICS
           END-IF

           EXEC SQL
               CLOSE PAM_LOB_CURSOR
           END-EXEC
           .
       3000-LOB-ROLLUP-PASS-EXIT.
           EXIT.

       4000-ACCUMULATE-ONE-REQUEST.
      *----------------------------------------------------------------*
      * CONTROL BREAK ON LOB / CATEGORY / REVIEW TYPE, THEN COUNT THE  *
      * REQUEST AND TABLE ITS ELAPSED TIME                             *
      *----------------------------------------------------------------*
           MOVE HV-LOB TO WS-NEW-LOB
           MOVE HV-CATEGORY TO WS-NEW-CATEGORY
           MOVE HV-REVIEW-TYPE TO WS-NEW-REVIEW-TYPE

           IF GROUP-IS-OPEN AND WS-NEW-KEY NOT = WS-GRP-KEY
               PERFORM 4100-EMIT-GROUP-METRICS
           END-IF

           IF NOT GROUP-IS-OPEN
               INITIALIZE WS-GROUP-ACCUMULATORS
               MOVE WS-NEW-KEY TO WS-GRP-KEY
               SET GROUP-IS-OPEN TO TRUE
           END-IF

           ADD 1 TO WS-GRP-REQUESTS
           IF HV-AUTH-APPROVED
               ADD 1 TO WS-GRP-APPROVED
           ELSE
               ADD 1 TO WS-GRP-DENIED
               IF HV-APPEAL-WAS-OVERTURNED
                   ADD 1 TO WS-GRP-APPEAL-APPROVED
               END-IF
           END-IF

      *--- NO USABLE TIMESTAMPS: COUNTED, BUT NOT TIMED ---
           IF HV-ELAPSED-MINUTES < 0
               IF CATEGORY-PASS
                   ADD 1 TO WS-CTR-NO-TIMESTAMP
               END-IF
           ELSE
               ADD 1 TO WS-GRP-TIMED
               ADD HV-ELAPSED-MINUTES TO WS-GRP-TOTAL-MINUTES
               IF WS-GRP-TIMED <= WS-MIN-MAX
                   MOVE HV-ELAPSED-MINUTES
                     TO WS-MIN-ENTRY(WS-GRP-TIMED)
               END-IF
           END-IF
           .

       4100-EMIT-GROUP-METRICS.
      *----------------------------------------------------------------*
      * ONE PUBLICATION RECORD FOR THE GROUP JUST ENDED                *
      *----------------------------------------------------------------*
           MOVE SPACES TO PAM-PUBLICATION-REC
           MOVE PC-REPORT-YEAR TO PP-REPORT-YEAR
           EVALUATE WS-GRP-LOB
               WHEN 'MA '
                   MOVE 'MEDICARE ADVANTAGE' TO PP-LOB-NAME
               WHEN 'MCD'
                   MOVE 'MEDICAID' TO PP-LOB-NAME
               WHEN 'QHP'
                   MOVE 'EXCHANGE QHP' TO PP-LOB-NAME
               WHEN OTHER
                   MOVE 'COMMERCIAL' TO PP-LOB-NAME
           END-EVALUATE
           MOVE WS-GRP-CATEGORY TO PP-CATEGORY
           IF WS-GRP-REVIEW-TYPE = 'E'
               MOVE 'EXPEDITED' TO PP-REVIEW-TYPE
           ELSE
               MOVE 'STANDARD' TO PP-REVIEW-TYPE
           END-IF
           MOVE WS-GRP-REQUESTS TO PP-TOTAL-REQUESTS

           COMPUTE WS-PCT-WORK ROUNDED =
               WS-GRP-APPROVED * 100 / WS-GRP-REQUESTS
           MOVE WS-PCT-WORK TO PP-PCT-APPROVED
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-GRP-DENIED * 100 / WS-GRP-REQUESTS
           MOVE WS-PCT-WORK TO PP-PCT-DENIED
           COMPUTE WS-PCT-WORK ROUNDED =
               WS-GRP-APPEAL-APPROVED * 100 / WS-GRP-REQUESTS
           MOVE WS-PCT-WORK TO PP-PCT-APPEAL-APPROVED

           MOVE 0 TO PP-AVG-HOURS
           MOVE 0 TO PP-MEDIAN-HOURS
           IF WS-GRP-TIMED > 0
               COMPUTE WS-HOURS-WORK ROUNDED =
                   WS-GRP-TOTAL-MINUTES / WS-GRP-TIMED / 60
               MOVE WS-HOURS-WORK TO PP-AVG-HOURS
               PERFORM 4200-COMPUTE-MEDIAN
               COMPUTE WS-HOURS-WORK ROUNDED =
                   WS-MEDIAN-MINUTES / 60
               MOVE WS-HOURS-WORK TO PP-MEDIAN-HOURS
           END-IF

           WRITE PAM-PUBLICATION-REC
           IF NOT PUB-OK
               MOVE 'PUBLICATION FILE WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-PUB-WRITTEN

           MOVE SPACES TO WS-RPT-LABEL
           STRING WS-GRP-LOB ' ' WS-GRP-CATEGORY ' '
                  PP-REVIEW-TYPE
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE PAM-PUBLICATION-REC(52:60) TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE 'N' TO WS-GROUP-OPEN-SW
           .

       4200-COMPUTE-MEDIAN.
      *----------------------------------------------------------------*
      * MIDDLE VALUE (OR MEAN OF THE TWO MIDDLE VALUES) OF THE         *
      * ASCENDING TABLE. A GROUP LARGER THAN THE TABLE TAKES THE       *
      * MEDIAN OF THE TABLED PORTION AND IS FLAGGED ON THE REPORT.     *
      *----------------------------------------------------------------*
           IF WS-GRP-TIMED > WS-MIN-MAX
               ADD 1 TO WS-CTR-MEDIAN-CAPPED
               MOVE 'MEDIAN FROM FIRST 50000 - GROUP' TO WS-RPT-LABEL
               MOVE WS-GRP-KEY TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               MOVE WS-MIN-MAX TO WS-MID-SUB
           ELSE
               MOVE WS-GRP-TIMED TO WS-MID-SUB
           END-IF

           IF FUNCTION MOD(WS-MID-SUB, 2) = 1
               COMPUTE WS-MID-SUB = (WS-MID-SUB + 1) / 2
               MOVE WS-MIN-ENTRY(WS-MID-SUB) TO WS-MEDIAN-MINUTES
           ELSE
               COMPUTE WS-MID-SUB = WS-MID-SUB / 2
               COMPUTE WS-MEDIAN-MINUTES =
                   (WS-MIN-ENTRY(WS-MID-SUB)
                  + WS-MIN-ENTRY(WS-MID-SUB + 1)) / 2
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCPAMETR' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCPAMETR - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCPAMETR - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCPAMETR - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * CONTROL TOTALS, CLOSE FILES, AND END THE RUN                   *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'DECIDED REQUESTS IN YEAR' TO WS-RPT-LABEL
           MOVE WS-CTR-REQUESTS-READ TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'DETAIL RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-CTR-DETAIL-WRITTEN TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PUBLICATION RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-CTR-PUB-WRITTEN TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'REQUESTS WITHOUT TIMESTAMPS (UNTIMED)'
             TO WS-RPT-LABEL
           MOVE WS-CTR-NO-TIMESTAMP TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCPAMETR - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'REPORTING YEAR:       ' PC-REPORT-YEAR
           DISPLAY 'REQUESTS READ:        ' WS-CTR-REQUESTS-READ
           DISPLAY 'DETAIL RECORDS:       ' WS-CTR-DETAIL-WRITTEN
           DISPLAY 'PUBLICATION RECORDS:  ' WS-CTR-PUB-WRITTEN
           DISPLAY 'UNTIMED REQUESTS:     ' WS-CTR-NO-TIMESTAMP
           DISPLAY 'MEDIANS CAPPED:       ' WS-CTR-MEDIAN-CAPPED
           DISPLAY 'ERRORS ENCOUNTERED:   ' WS-ERR-COUNT
           DISPLAY 'START TIME:           ' WS-STAT-START-TIME
           DISPLAY 'END TIME:             ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-CTR-NO-TIMESTAMP > 0 OR WS-CTR-MEDIAN-CAPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE PAM-PUBLICATION-FILE
                 PAM-DETAIL-FILE
                 PAM-CONTROL-RPT
           .
