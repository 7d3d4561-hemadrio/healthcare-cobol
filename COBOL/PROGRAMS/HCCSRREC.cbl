       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCSRREC.
      *================================================================*
      * PROGRAM:     HCCSRREC                                          *
      * DESCRIPTION: ACA COST-SHARING REDUCTION (CSR) ANNUAL           *
      *              RECONCILIATION. FOR EVERY MEMBER ENROLLED IN A    *
      *              SILVER CSR VARIANT (OR AN AI/AN ZERO/LIMITED      *
      *              COST-SHARING VARIANT) DURING THE PLAN YEAR, THE   *
      *              PLAN-YEAR CLAIMS INCURRED IN THE CSR SPAN ARE     *
      *              RE-RUN THROUGH THE STANDARD SILVER PLAN'S         *
      *              DEDUCTIBLE, COINSURANCE AND OUT-OF-POCKET         *
      *              MAXIMUM FROM T_PLAN_BENEFIT TO GIVE WHAT THE      *
      *              MEMBER WOULD HAVE PAID, AND COMPARED WITH WHAT    *
      *              THE MEMBER ACTUALLY PAID. THE DIFFERENCE IS THE   *
      *              CSR PROVIDED. MEMBERS ROLL UP TO THE POLICY       *
      *              (SUBSCRIBER / EXCHANGE PLAN), WHICH IS WRITTEN    *
      *              TO THE CMS POLICY-LEVEL SUBMISSION FILE AND       *
      *              COMPARED WITH THE ADVANCE CSR PAYMENTS RECEIVED   *
      *              (ACA_ADVANCE_PAYMENT) FOR THE VARIANCE REPORT -   *
      *              A POSITIVE NET IS DUE FROM CMS, A NEGATIVE NET    *
      *              IS OWED BACK.                                     *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  CSRCTRL  - RUN CONTROL CARD                      *
      * OUTPUT FILES: CSRSUB   - CMS CSR POLICY-LEVEL SUBMISSION       *
      *               CSRRPT   - CSR VARIANCE REPORT                   *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 LFERREIR INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSR-CONTROL-FILE
               ASSIGN TO CSRCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.

           SELECT CSR-SUBMISSION-FILE
               ASSIGN TO CSRSUB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CSUB-STATUS.

           SELECT CSR-VARIANCE-RPT
               ASSIGN TO CSRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTROL CARD: PLAN YEAR, ISSUER HIOS ID, PRODUCTION/TEST AND   *
      * THE POLICY VARIANCE THRESHOLD BELOW WHICH A POLICY IS NOT      *
      * LISTED INDIVIDUALLY ON THE VARIANCE REPORT                     *
      *----------------------------------------------------------------*
       FD  CSR-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CSR-CONTROL-REC.
           05  CC-PLAN-YEAR             PIC 9(04).
           05  CC-ISSUER-HIOS-ID        PIC X(05).
           05  CC-PROD-TEST-IND         PIC X(01).
           05  CC-VARIANCE-THRESHOLD    PIC 9(05)V99.
           05  FILLER                   PIC X(63).

       FD  CSR-SUBMISSION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CSR-SUBMISSION-REC           PIC X(250).

       FD  CSR-VARIANCE-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CSR-VARIANCE-RPT-REC         PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CCTL-STATUS           PIC X(02).
           05  WS-CSUB-STATUS           PIC X(02).
           05  WS-CRPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW           PIC X(01).
               88  CURSOR-AT-EOF        VALUE 'Y'.
           05  WS-CLM-EOF-SW            PIC X(01).
               88  CLAIM-CURSOR-AT-EOF  VALUE 'Y'.
           05  WS-FIRST-POLICY-SW       PIC X(01) VALUE 'Y'.
               88  FIRST-POLICY         VALUE 'Y'.

      *----------------------------------------------------------------*
      * CMS CSR RECONCILIATION SUBMISSION - 250 BYTES. HEADER (HDR),   *
      * ONE POLICY RECORD (POL) PER POLICY, TRAILER (TRL). AMOUNTS     *
      * ARE UNSIGNED ZONED EXCEPT THE CSR AMOUNT, WHICH CAN BE         *
      * NEGATIVE WHEN THE VARIANT CHARGED MORE THAN THE STANDARD PLAN  *
      *----------------------------------------------------------------*
       01  WS-CSR-REC.
           05  CSR-RECORD-ID            PIC X(03).
           05  CSR-REC-BODY             PIC X(247).
           05  CSR-HDR-BODY REDEFINES CSR-REC-BODY.
               10  CSR-HDR-ISSUER-ID    PIC X(05).
               10  CSR-HDR-PLAN-YEAR    PIC 9(04).
               10  CSR-HDR-METHOD       PIC X(01).
               10  CSR-HDR-CREATE-DATE  PIC 9(08).
               10  CSR-HDR-PROD-TEST    PIC X(01).
               10  FILLER               PIC X(228).
           05  CSR-POL-BODY REDEFINES CSR-REC-BODY.
               10  CSR-POL-HIOS-PLAN-ID PIC X(16).
               10  CSR-POL-POLICY-ID    PIC X(12).
               10  CSR-POL-SUBSCRIBER   PIC X(12).
               10  CSR-POL-CSR-VARIANT  PIC X(02).
               10  CSR-POL-START-DATE   PIC 9(08).
               10  CSR-POL-END-DATE     PIC 9(08).
               10  CSR-POL-MEMBER-COUNT PIC 9(03).
               10  CSR-POL-CLAIM-COUNT  PIC 9(07).
               10  CSR-POL-ALLOWED-AMT  PIC 9(09)V99.
               10  CSR-POL-STD-CS-AMT   PIC 9(09)V99.
               10  CSR-POL-ACTUAL-CS    PIC 9(09)V99.
               10  CSR-POL-CSR-AMT      PIC S9(09)V99.
               10  CSR-POL-ADVANCE-AMT  PIC 9(09)V99.
               10  FILLER               PIC X(113).
           05  CSR-TRL-BODY REDEFINES CSR-REC-BODY.
               10  CSR-TRL-POLICY-COUNT PIC 9(07).
               10  CSR-TRL-CSR-TOTAL    PIC S9(11)V99.
               10  CSR-TRL-ADV-TOTAL    PIC 9(11)V99.
               10  FILLER               PIC X(214).

      *----------------------------------------------------------------*
      * STANDARD SILVER PLAN PARAMETERS FOR THE CURRENT VARIANT PLAN   *
      *----------------------------------------------------------------*
       01  WS-STD-PLAN.
           05  WS-STD-VARIANT-PLAN      PIC X(10) VALUE SPACES.
           05  WS-STD-PLAN-CODE         PIC X(10).
           05  WS-STD-DEDUCTIBLE        PIC S9(07)V99 COMP-3.
           05  WS-STD-OOP-MAX           PIC S9(07)V99 COMP-3.
           05  WS-STD-COINS-PCT         PIC S9(03)V99 COMP-3.

      *----------------------------------------------------------------*
      * MEMBER SIMULATION UNDER THE STANDARD PLAN                      *
      *----------------------------------------------------------------*
       01  WS-MEMBER-SIM.
           05  WS-SIM-DED-USED          PIC S9(07)V99 COMP-3.
           05  WS-SIM-OOP-USED          PIC S9(07)V99 COMP-3.
           05  WS-SIM-DED-PART          PIC S9(07)V99 COMP-3.
           05  WS-SIM-COINS-PART        PIC S9(07)V99 COMP-3.
           05  WS-SIM-CLAIM-CS          PIC S9(07)V99 COMP-3.
           05  WS-SIM-REMAINING         PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * POLICY ACCUMULATORS                                            *
      *----------------------------------------------------------------*
       01  WS-POLICY-TOTALS.
           05  WS-POL-SUBSCRIBER        PIC X(12).
           05  WS-POL-HIOS-PLAN-ID      PIC X(16).
           05  WS-POL-CSR-VARIANT       PIC X(02).
           05  WS-POL-START-DATE        PIC 9(08).
           05  WS-POL-END-DATE          PIC 9(08).
           05  WS-POL-MEMBER-COUNT      PIC 9(03).
           05  WS-POL-CLAIM-COUNT       PIC 9(07).
           05  WS-POL-ALLOWED           PIC S9(09)V99 COMP-3.
           05  WS-POL-STD-CS            PIC S9(09)V99 COMP-3.
           05  WS-POL-ACTUAL-CS         PIC S9(09)V99 COMP-3.
           05  WS-POL-CSR-AMT           PIC S9(09)V99 COMP-3.
           05  WS-POL-ADVANCE           PIC S9(09)V99 COMP-3.
           05  WS-POL-NET               PIC S9(09)V99 COMP-3.

       01  WS-DB-HOST-VARS.
           05  HV-PLAN-YEAR             PIC 9(04).
           05  HV-YEAR-START            PIC 9(08).
           05  HV-YEAR-END              PIC 9(08).
           05  HV-SUBSCRIBER-ID         PIC X(12).
           05  HV-MEMBER-ID             PIC X(12).
           05  HV-HIOS-PLAN-ID          PIC X(16).
           05  HV-CSR-LEVEL             PIC X(02).
           05  HV-PLAN-CODE             PIC X(10).
           05  HV-SPAN-EFF              PIC 9(08).
           05  HV-SPAN-TERM             PIC 9(08).
           05  HV-CLAIM-ID              PIC X(15).
           05  HV-STD-PLAN-CODE         PIC X(10).
           05  HV-STD-DEDUCTIBLE        PIC S9(07)V99 COMP-3.
           05  HV-STD-OOP-MAX           PIC S9(07)V99 COMP-3.
           05  HV-STD-COINS-PCT         PIC S9(03)V99 COMP-3.
           05  HV-ADVANCE-AMT           PIC S9(09)V99 COMP-3.
           05  HV-POL-ALLOWED           PIC S9(09)V99 COMP-3.
           05  HV-POL-STD-CS            PIC S9(09)V99 COMP-3.
           05  HV-POL-ACTUAL-CS         PIC S9(09)V99 COMP-3.
           05  HV-POL-CSR-AMT           PIC S9(09)V99 COMP-3.
           05  HV-POL-NET               PIC S9(09)V99 COMP-3.
           05  HV-RUN-DATE              PIC 9(08).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-SPANS-READ        PIC 9(07) VALUE 0.
           05  WS-CTR-NO-STD-PLAN       PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIMS-READ       PIC 9(07) VALUE 0.
           05  WS-CTR-POLICIES          PIC 9(07) VALUE 0.
           05  WS-CTR-POL-RECEIVABLE    PIC 9(07) VALUE 0.
           05  WS-CTR-POL-PAYABLE       PIC 9(07) VALUE 0.
           05  WS-CTR-NO-ADVANCE        PIC 9(07) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-TOT-ALLOWED           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-STD-CS            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-ACTUAL-CS         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-CSR               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-ADVANCE           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-NET               PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
           05  WS-ABS-NET               PIC S9(09)V99 COMP-3.
           05  WS-DISP-AMT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISP-AMT-2            PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-DISP-AMT-3            PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-PAGE-COUNT            PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT            PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.

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
               VALUE 'ACA COST-SHARING REDUCTION RECONCILIATION'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO           PIC Z,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL             PIC X(40).
           05  FILLER                   PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE             PIC X(89).

           COPY CPYCLMHD.
           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE                                                       *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1400-WRITE-SUBMISSION-HEADER
           PERFORM 2000-RECONCILE-CSR-SPANS
               THRU 2000-RECONCILE-CSR-SPANS-EXIT
           PERFORM 1500-WRITE-SUBMISSION-TRAILER
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * CONTROL CARD, FILES, DATABASE                                  *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           OPEN INPUT CSR-CONTROL-FILE
           IF WS-CCTL-STATUS NOT = '00'
               MOVE 'CSR-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ CSR-CONTROL-FILE
           IF WS-CCTL-STATUS NOT = '00'
               MOVE 'CSR CONTROL CARD MISSING' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE CSR-CONTROL-FILE

           IF CC-PLAN-YEAR NOT NUMERIC
              OR CC-ISSUER-HIOS-ID = SPACES
               MOVE 'PLAN YEAR AND ISSUER ID REQUIRED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF CC-VARIANCE-THRESHOLD NOT NUMERIC
               MOVE 0 TO CC-VARIANCE-THRESHOLD
           END-IF

           MOVE CC-PLAN-YEAR TO HV-PLAN-YEAR
           COMPUTE HV-YEAR-START = CC-PLAN-YEAR * 10000 + 0101
           COMPUTE HV-YEAR-END = CC-PLAN-YEAR * 10000 + 1231

           OPEN OUTPUT CSR-SUBMISSION-FILE
           OPEN OUTPUT CSR-VARIANCE-RPT
           IF WS-CSUB-STATUS NOT = '00'
              OR WS-CRPT-STATUS NOT = '00'
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE CSR-VARIANCE-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE CSR-VARIANCE-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CSR-VARIANCE-RPT-REC
           WRITE CSR-VARIANCE-RPT-REC
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       1150-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE DETAIL LINE, PAGING AS NEEDED                        *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE CSR-VARIANCE-RPT-REC FROM WS-RPT-DETAIL-LINE
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

           DISPLAY 'HCCSRREC - DATABASE CONNECTION ESTABLISHED'
           .

       1400-WRITE-SUBMISSION-HEADER.
           MOVE SPACES TO WS-CSR-REC
           MOVE 'HDR' TO CSR-RECORD-ID
           MOVE CC-ISSUER-HIOS-ID TO CSR-HDR-ISSUER-ID
           MOVE CC-PLAN-YEAR TO CSR-HDR-PLAN-YEAR
      *--- STANDARD METHODOLOGY: CLAIMS RE-ADJUDICATED AGAINST THE ---
      *--- STANDARD PLAN                                           ---
           MOVE 'S' TO CSR-HDR-METHOD
           MOVE WS-CURR-DATE-8 TO CSR-HDR-CREATE-DATE
           IF CC-PROD-TEST-IND = 'T'
               MOVE 'T' TO CSR-HDR-PROD-TEST
           ELSE
               MOVE 'P' TO CSR-HDR-PROD-TEST
           END-IF
           WRITE CSR-SUBMISSION-REC FROM WS-CSR-REC
           .

       1500-WRITE-SUBMISSION-TRAILER.
           MOVE SPACES TO WS-CSR-REC
           MOVE 'TRL' TO CSR-RECORD-ID
           MOVE WS-CTR-POLICIES TO CSR-TRL-POLICY-COUNT
           MOVE WS-TOT-CSR TO CSR-TRL-CSR-TOTAL
           MOVE WS-TOT-ADVANCE TO CSR-TRL-ADV-TOTAL
           WRITE CSR-SUBMISSION-REC FROM WS-CSR-REC
           .

      *================================================================*
      * 2000 - CSR SPANS FOR THE PLAN YEAR, CLIPPED TO THE YEAR, IN    *
      * POLICY ORDER. A POLICY IS THE SUBSCRIBER ON ONE EXCHANGE PLAN  *
      * VARIANT.                                                       *
      *================================================================*
       2000-RECONCILE-CSR-SPANS.
           EXEC SQL
               DECLARE CSRSPAN_CURSOR CURSOR FOR
               SELECT E.subscriber_id, E.member_id,
                      X.exchange_plan_id, X.csr_level, E.plan_code,
                      CASE WHEN X.eff_date < :HV-YEAR-START
                           THEN :HV-YEAR-START
                           ELSE X.eff_date END,
                      CASE WHEN X.term_date > :HV-YEAR-END
                           THEN :HV-YEAR-END
                           ELSE X.term_date END
               FROM   T_ACA_EXCHANGE X,
                      T_MEMBER_ELIG E
               WHERE  E.member_id = X.member_id
               AND    E.aca_exchange_ind = 'Y'
               AND    X.csr_level NOT IN ('01', '  ')
               AND    X.csr_level IS NOT NULL
               AND    X.eff_date <= :HV-YEAR-END
               AND    X.term_date >= :HV-YEAR-START
               AND    E.eff_date <= X.eff_date
               AND    (E.term_date IS NULL
                       OR E.term_date >= X.eff_date)
               ORDER BY E.subscriber_id, X.exchange_plan_id,
                        E.member_id, 6
           END-EXEC

           EXEC SQL
               OPEN CSRSPAN_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'CSR SPAN CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH CSRSPAN_CURSOR
                   INTO :HV-SUBSCRIBER-ID, :HV-MEMBER-ID,
                        :HV-HIOS-PLAN-ID, :HV-CSR-LEVEL,
                        :HV-PLAN-CODE, :HV-SPAN-EFF, :HV-SPAN-TERM
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-SPANS-READ
                   IF FIRST-POLICY
                       PERFORM 3000-START-POLICY
                       MOVE 'N' TO WS-FIRST-POLICY-SW
                   ELSE
                       IF HV-SUBSCRIBER-ID NOT = WS-POL-SUBSCRIBER
                          OR HV-HIOS-PLAN-ID NOT = WS-POL-HIOS-PLAN-ID
                           PERFORM 4000-FINISH-POLICY
                           PERFORM 3000-START-POLICY
                       END-IF
                   END-IF
                   PERFORM 3100-RECONCILE-MEMBER-SPAN
                       THRU 3100-RECONCILE-MEMBER-SPAN-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CSRSPAN_CURSOR
           END-EXEC

           IF NOT FIRST-POLICY
               PERFORM 4000-FINISH-POLICY
           END-IF
           .
       2000-RECONCILE-CSR-SPANS-EXIT.
           EXIT.

       3000-START-POLICY.
           INITIALIZE WS-POLICY-TOTALS
           MOVE HV-SUBSCRIBER-ID TO WS-POL-SUBSCRIBER
           MOVE HV-HIOS-PLAN-ID TO WS-POL-HIOS-PLAN-ID
           MOVE HV-CSR-LEVEL TO WS-POL-CSR-VARIANT
           MOVE HV-SPAN-EFF TO WS-POL-START-DATE
           MOVE HV-SPAN-TERM TO WS-POL-END-DATE
           .

       3100-RECONCILE-MEMBER-SPAN.
      *----------------------------------------------------------------*
      * RE-RUN THE MEMBER'S CSR-SPAN CLAIMS, IN DATE OF SERVICE ORDER, *
      * THROUGH THE STANDARD PLAN. THE STANDARD PLAN'S DEDUCTIBLE AND  *
      * OUT-OF-POCKET ACCUMULATE PER MEMBER SPAN.                      *
      *----------------------------------------------------------------*
           IF HV-SPAN-EFF < WS-POL-START-DATE
               MOVE HV-SPAN-EFF TO WS-POL-START-DATE
           END-IF
           IF HV-SPAN-TERM > WS-POL-END-DATE
               MOVE HV-SPAN-TERM TO WS-POL-END-DATE
           END-IF
           ADD 1 TO WS-POL-MEMBER-COUNT

           IF HV-PLAN-CODE NOT = WS-STD-VARIANT-PLAN
               PERFORM 3200-LOAD-STANDARD-PLAN
           END-IF
           IF WS-STD-PLAN-CODE = SPACES
               ADD 1 TO WS-CTR-NO-STD-PLAN
               MOVE 'NO STANDARD PLAN FOR CSR VARIANT' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING HV-PLAN-CODE ' MEMBER ' HV-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 3100-RECONCILE-MEMBER-SPAN-EXIT
           END-IF

           MOVE 0 TO WS-SIM-DED-USED
           MOVE 0 TO WS-SIM-OOP-USED

           EXEC SQL
               DECLARE CSRCLM_CURSOR CURSOR FOR
               SELECT CLAIM_ID, CLAIM_RECORD_IMAGE
               FROM   CLAIM_HEADER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    CLAIM_STATUS IN ('PA', 'AJ')
               AND    SERVICE_FROM_DATE >= :HV-SPAN-EFF
               AND    SERVICE_FROM_DATE <= :HV-SPAN-TERM
               ORDER BY SERVICE_FROM_DATE, CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN CSRCLM_CURSOR
           END-EXEC

           MOVE 'N' TO WS-CLM-EOF-SW
           PERFORM UNTIL CLAIM-CURSOR-AT-EOF
               EXEC SQL
                   FETCH CSRCLM_CURSOR
                   INTO :HV-CLAIM-ID, :WS-CLAIM-HEADER-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CLAIM-CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-CLAIMS-READ
                   PERFORM 3300-SIMULATE-STANDARD-CLAIM
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CSRCLM_CURSOR
           END-EXEC
           .
       3100-RECONCILE-MEMBER-SPAN-EXIT.
           EXIT.

       3200-LOAD-STANDARD-PLAN.
      *----------------------------------------------------------------*
      * THE VARIANT'S STANDARD SILVER PLAN AND ITS IN-NETWORK          *
      * INDIVIDUAL DEDUCTIBLE, COINSURANCE AND OUT-OF-POCKET MAXIMUM   *
      *----------------------------------------------------------------*
           MOVE HV-PLAN-CODE TO WS-STD-VARIANT-PLAN
           MOVE SPACES TO WS-STD-PLAN-CODE
           EXEC SQL
               SELECT S.plan_code, S.ind_ded_in, S.ind_oop_in,
                      S.coinsur_in
               INTO   :HV-STD-PLAN-CODE, :HV-STD-DEDUCTIBLE,
                      :HV-STD-OOP-MAX, :HV-STD-COINS-PCT
               FROM   T_PLAN_BENEFIT V,
                      T_PLAN_BENEFIT S
               WHERE  V.plan_code = :HV-PLAN-CODE
               AND    S.plan_code = V.csr_std_plan_code
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-STD-PLAN-CODE TO WS-STD-PLAN-CODE
               MOVE HV-STD-DEDUCTIBLE TO WS-STD-DEDUCTIBLE
               MOVE HV-STD-OOP-MAX TO WS-STD-OOP-MAX
               MOVE HV-STD-COINS-PCT TO WS-STD-COINS-PCT
           END-IF
           .

       3300-SIMULATE-STANDARD-CLAIM.
      *----------------------------------------------------------------*
      * STANDARD-PLAN COST SHARING ON THE CLAIM'S ALLOWED AMOUNT:      *
      * DEDUCTIBLE FIRST, THEN COINSURANCE ON THE REMAINDER, CAPPED AT *
      * THE OUT-OF-POCKET MAXIMUM                                      *
      *----------------------------------------------------------------*
           ADD 1 TO WS-POL-CLAIM-COUNT
           ADD WS-CLM-ALLOWED-AMT TO WS-POL-ALLOWED
           ADD WS-CLM-PAT-RESP-AMT TO WS-POL-ACTUAL-CS

           COMPUTE WS-SIM-DED-PART =
               WS-STD-DEDUCTIBLE - WS-SIM-DED-USED
           IF WS-SIM-DED-PART > WS-CLM-ALLOWED-AMT
               MOVE WS-CLM-ALLOWED-AMT TO WS-SIM-DED-PART
           END-IF
           IF WS-SIM-DED-PART < 0
               MOVE 0 TO WS-SIM-DED-PART
           END-IF
           COMPUTE WS-SIM-REMAINING =
               WS-CLM-ALLOWED-AMT - WS-SIM-DED-PART
           COMPUTE WS-SIM-COINS-PART ROUNDED =
               WS-SIM-REMAINING * WS-STD-COINS-PCT / 100
           COMPUTE WS-SIM-CLAIM-CS =
               WS-SIM-DED-PART + WS-SIM-COINS-PART

           IF WS-SIM-OOP-USED + WS-SIM-CLAIM-CS > WS-STD-OOP-MAX
               COMPUTE WS-SIM-CLAIM-CS =
                   WS-STD-OOP-MAX - WS-SIM-OOP-USED
               IF WS-SIM-CLAIM-CS < 0
                   MOVE 0 TO WS-SIM-CLAIM-CS
               END-IF
           END-IF

           ADD WS-SIM-DED-PART TO WS-SIM-DED-USED
           ADD WS-SIM-CLAIM-CS TO WS-SIM-OOP-USED
           ADD WS-SIM-CLAIM-CS TO WS-POL-STD-CS
           .

       4000-FINISH-POLICY.
      *----------------------------------------------------------------*
      * CSR PROVIDED VS ADVANCE CSR PAYMENTS; SUBMISSION RECORD,       *
      * RESULT ROW AND VARIANCE LINE                                   *
      *----------------------------------------------------------------*
           COMPUTE WS-POL-CSR-AMT = WS-POL-STD-CS - WS-POL-ACTUAL-CS

           MOVE WS-POL-SUBSCRIBER TO HV-SUBSCRIBER-ID
           MOVE WS-POL-HIOS-PLAN-ID TO HV-HIOS-PLAN-ID
           MOVE 0 TO HV-ADVANCE-AMT
           EXEC SQL
               SELECT SUM(PAYMENT_AMT)
               INTO   :HV-ADVANCE-AMT
               FROM   ACA_ADVANCE_PAYMENT
               WHERE  SUBSCRIBER_ID = :HV-SUBSCRIBER-ID
               AND    EXCHANGE_PLAN_ID = :HV-HIOS-PLAN-ID
               AND    PAYMENT_TYPE = 'CSR'
               AND    COVERAGE_MONTH >= :HV-YEAR-START
               AND    COVERAGE_MONTH <= :HV-YEAR-END
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-ADVANCE-AMT
           END-IF
           MOVE HV-ADVANCE-AMT TO WS-POL-ADVANCE
           IF WS-POL-ADVANCE = 0
               ADD 1 TO WS-CTR-NO-ADVANCE
           END-IF
           COMPUTE WS-POL-NET = WS-POL-CSR-AMT - WS-POL-ADVANCE

           MOVE SPACES TO WS-CSR-REC
           MOVE 'POL' TO CSR-RECORD-ID
           MOVE WS-POL-HIOS-PLAN-ID TO CSR-POL-HIOS-PLAN-ID
           MOVE WS-POL-SUBSCRIBER TO CSR-POL-POLICY-ID
           MOVE WS-POL-SUBSCRIBER TO CSR-POL-SUBSCRIBER
           MOVE WS-POL-CSR-VARIANT TO CSR-POL-CSR-VARIANT
           MOVE WS-POL-START-DATE TO CSR-POL-START-DATE
           MOVE WS-POL-END-DATE TO CSR-POL-END-DATE
           MOVE WS-POL-MEMBER-COUNT TO CSR-POL-MEMBER-COUNT
           MOVE WS-POL-CLAIM-COUNT TO CSR-POL-CLAIM-COUNT
           MOVE WS-POL-ALLOWED TO CSR-POL-ALLOWED-AMT
           MOVE WS-POL-STD-CS TO CSR-POL-STD-CS-AMT
           MOVE WS-POL-ACTUAL-CS TO CSR-POL-ACTUAL-CS
           MOVE WS-POL-CSR-AMT TO CSR-POL-CSR-AMT
           MOVE WS-POL-ADVANCE TO CSR-POL-ADVANCE-AMT
           WRITE CSR-SUBMISSION-REC FROM WS-CSR-REC
           ADD 1 TO WS-CTR-POLICIES

           MOVE WS-POL-ALLOWED TO HV-POL-ALLOWED
           MOVE WS-POL-STD-CS TO HV-POL-STD-CS
           MOVE WS-POL-ACTUAL-CS TO HV-POL-ACTUAL-CS
           MOVE WS-POL-CSR-AMT TO HV-POL-CSR-AMT
           MOVE WS-POL-NET TO HV-POL-NET

           EXEC SQL
               DELETE FROM CSR_RECON_POLICY
               WHERE  PLAN_YEAR = :HV-PLAN-YEAR
               AND    SUBSCRIBER_ID = :HV-SUBSCRIBER-ID
               AND    EXCHANGE_PLAN_ID = :HV-HIOS-PLAN-ID
           END-EXEC
           EXEC SQL
               INSERT INTO CSR_RECON_POLICY
                   (PLAN_YEAR, SUBSCRIBER_ID, EXCHANGE_PLAN_ID,
                    CSR_VARIANT, ALLOWED_AMT, STD_COST_SHARE,
                    ACTUAL_COST_SHARE, CSR_AMT, ADVANCE_AMT,
                    NET_AMT, RUN_DATE)
               VALUES
                   (:HV-PLAN-YEAR, :HV-SUBSCRIBER-ID,
                    :HV-HIOS-PLAN-ID, :WS-POL-CSR-VARIANT,
                    :HV-POL-ALLOWED, :HV-POL-STD-CS,
                    :HV-POL-ACTUAL-CS, :HV-POL-CSR-AMT,
                    :HV-ADVANCE-AMT, :HV-POL-NET, :HV-RUN-DATE)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CSR RECON RESULT INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           EVALUATE TRUE
               WHEN WS-POL-NET > 0
                   ADD 1 TO WS-CTR-POL-RECEIVABLE
               WHEN WS-POL-NET < 0
                   ADD 1 TO WS-CTR-POL-PAYABLE
           END-EVALUATE

           ADD WS-POL-ALLOWED TO WS-TOT-ALLOWED
           ADD WS-POL-STD-CS TO WS-TOT-STD-CS
           ADD WS-POL-ACTUAL-CS TO WS-TOT-ACTUAL-CS
           ADD WS-POL-CSR-AMT TO WS-TOT-CSR
           ADD WS-POL-ADVANCE TO WS-TOT-ADVANCE
           ADD WS-POL-NET TO WS-TOT-NET

           MOVE WS-POL-NET TO WS-ABS-NET
           IF WS-ABS-NET < 0
               MULTIPLY -1 BY WS-ABS-NET
           END-IF
           IF WS-ABS-NET > CC-VARIANCE-THRESHOLD
               MOVE WS-POL-CSR-AMT TO WS-DISP-AMT
               MOVE WS-POL-ADVANCE TO WS-DISP-AMT-2
               MOVE WS-POL-NET TO WS-DISP-AMT-3
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'POLICY ' WS-POL-SUBSCRIBER ' '
                      WS-POL-CSR-VARIANT
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'CSR ' WS-DISP-AMT ' ADV ' WS-DISP-AMT-2
                      ' NET ' WS-DISP-AMT-3
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCCSRREC' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCCSRREC - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCCSRREC - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCCSRREC - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * FINANCE TOTALS, CONTROL TOTALS, CLOSE FILES                    *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO CSR-VARIANCE-RPT-REC
           WRITE CSR-VARIANCE-RPT-REC AFTER ADVANCING 1 LINE

           MOVE 'POLICIES RECONCILED' TO WS-RPT-LABEL
           MOVE WS-CTR-POLICIES TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-ALLOWED TO WS-DISP-AMT
           MOVE 'TOTAL ALLOWED' TO WS-RPT-LABEL
           MOVE WS-DISP-AMT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-STD-CS TO WS-DISP-AMT
           MOVE 'COST SHARING UNDER STANDARD PLAN' TO WS-RPT-LABEL
           MOVE WS-DISP-AMT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-ACTUAL-CS TO WS-DISP-AMT
           MOVE 'COST SHARING ACTUALLY PAID' TO WS-RPT-LABEL
           MOVE WS-DISP-AMT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-CSR TO WS-DISP-AMT
           MOVE 'CSR AMOUNT PROVIDED' TO WS-RPT-LABEL
           MOVE WS-DISP-AMT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-ADVANCE TO WS-DISP-AMT
           MOVE 'ADVANCE CSR PAYMENTS RECEIVED' TO WS-RPT-LABEL
           MOVE WS-DISP-AMT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-NET TO WS-DISP-AMT
           IF WS-TOT-NET < 0
               MOVE 'NET PAYABLE TO CMS' TO WS-RPT-LABEL
           ELSE
               MOVE 'NET RECEIVABLE FROM CMS' TO WS-RPT-LABEL
           END-IF
           MOVE WS-DISP-AMT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCCSRREC - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PLAN YEAR:           ' CC-PLAN-YEAR
           DISPLAY 'CSR SPANS READ:      ' WS-CTR-SPANS-READ
           DISPLAY 'NO STANDARD PLAN:    ' WS-CTR-NO-STD-PLAN
           DISPLAY 'CLAIMS READ:         ' WS-CTR-CLAIMS-READ
           DISPLAY 'POLICIES:            ' WS-CTR-POLICIES
           DISPLAY 'POLICIES RECEIVABLE: ' WS-CTR-POL-RECEIVABLE
           DISPLAY 'POLICIES PAYABLE:    ' WS-CTR-POL-PAYABLE
           DISPLAY 'NO ADVANCE PAYMENT:  ' WS-CTR-NO-ADVANCE
           DISPLAY 'ERRORS ENCOUNTERED:  ' WS-ERR-COUNT
           DISPLAY 'START TIME:          ' WS-STAT-START-TIME
           DISPLAY 'END TIME:            ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-CTR-NO-STD-PLAN > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE CSR-SUBMISSION-FILE
           CLOSE CSR-VARIANCE-RPT
           .
