       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCEDYLD.
      *================================================================*
      * PROGRAM:     HCEDYLD                                           *
      * DESCRIPTION: MONTHLY EDIT YIELD ANALYSIS. MEASURES WHETHER     *
      *              EACH PEND AND DENIAL REASON PAYS FOR ITSELF:      *
      *                                                                *
      *              PASS 1 - LOAD: THE EDITHIT RECORDS HCCLMVAL       *
      *              WRITES (ONE PER REJECT OR PEND EDIT, FULL EDIT    *
      *              CODE AND PAYER TYPE) GO ON EDIT_HIT_HISTORY.      *
      *                                                                *
      *              PASS 2 - YIELD: EVERY HIT IN THE ANALYSIS MONTH - *
      *              HCCLMVAL EDITS FROM EDIT_HIT_HISTORY AND HCCLMADJ *
      *              PEND/DENY REASONS FROM CLAIM_EVENT_HISTORY - IS   *
      *              JOINED TO ITS OUTCOME:                            *
      *                CORRECTED - A LATER REPLACEMENT/VOID OR         *
      *                            RESUBMISSION OF THE CLAIM           *
      *                RELEASED  - EXAMINER RELEASED THE PEND          *
      *                            (PEND_WORKQUEUE) OR THE DENIAL WAS  *
      *                            OVERTURNED ON APPEAL (HCAPPEAL),    *
      *                            WITH THE CLAIM UNCHANGED            *
      *                UPHELD    - DENIED BY THE EXAMINER OR THE       *
      *                            DENIAL STOOD                        *
      *                OPEN      - PEND NOT YET DECIDED                *
      *              AND REPORTED BY EDIT AND LINE OF BUSINESS WITH    *
      *              VOLUME, PERCENT RELEASED UNCHANGED, DOLLARS SAVED *
      *              PER HIT, AVERAGE DAYS ADDED AND EXAMINER MINUTES. *
      *                                                                *
      *              AN EDIT RELEASED UNCHANGED AT OR ABOVE THE        *
      *              RETIREMENT PERCENT ACROSS ALL LINES OF BUSINESS,  *
      *              SAVING LESS THAN THE MINIMUM PER HIT, IS FLAGGED  *
      *              FOR RETIREMENT; ONE THAT ONLY MISSES FOR SOME     *
      *              LINES OF BUSINESS (AT THE OVERRIDE PERCENT) IS    *
      *              FLAGGED FOR A LOB SEVERITY OVERRIDE. HCCLMVAL     *
      *              CANDIDATES ARE ALSO WRITTEN AS PROPOSED EDITRULE  *
      *              OVERRIDE ROWS (B BYPASS UNDER '**' TO RETIRE, W   *
      *              WARN UNDER THE PAYER TYPE) FOR REVIEW. HCCLMADJ   *
      *              PEND REASONS HAVE NO OVERRIDE TABLE AND ARE       *
      *              FLAGGED ON THE REPORT ONLY.                       *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  EYCTRL   - ANALYSIS CONTROL CARD (OPTIONAL)      *
      *               EDITHIT  - CONCATENATED EDIT HIT RECORDS         *
      * OUTPUT FILES: EYCAND   - PROPOSED EDITRULE OVERRIDE ROWS       *
      *               EYRPT    - EDIT YIELD REPORT                     *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 CMURPHY  INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EYL-CONTROL-FILE
               ASSIGN TO EYCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT EDIT-HIT-FILE
               ASSIGN TO EDITHIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EHIT-STATUS.

           SELECT EYL-CANDIDATE-FILE
               ASSIGN TO EYCAND
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.

           SELECT EYL-YIELD-RPT
               ASSIGN TO EYRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-YRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * ANALYSIS CARD. ZERO OR BLANK FIELDS TAKE THE DEFAULTS SET IN   *
      * 1000: PRIOR MONTH, 30 DECIDED HITS, 90 PCT TO RETIRE, 75 PCT   *
      * FOR A LOB OVERRIDE, $25.00 SAVED PER HIT, 15 MINUTES PER       *
      * EXAMINER TOUCH, 60 MINUTES PER APPEAL                          *
      *----------------------------------------------------------------*
       FD  EYL-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EYL-CONTROL-REC.
           05  EC-ANALYSIS-MONTH           PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EC-MIN-VOLUME               PIC 9(05).
           05  FILLER                      PIC X(01).
           05  EC-RETIRE-PCT               PIC 9(03).
           05  FILLER                      PIC X(01).
           05  EC-OVERRIDE-PCT             PIC 9(03).
           05  FILLER                      PIC X(01).
           05  EC-MIN-SAVED-PER-HIT        PIC 9(05)V99.
           05  FILLER                      PIC X(01).
           05  EC-MINUTES-PER-TOUCH        PIC 9(03).
           05  FILLER                      PIC X(01).
           05  EC-MINUTES-PER-APPEAL       PIC 9(03).
           05  FILLER                      PIC X(44).

       FD  EDIT-HIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYEDHIT.

      *----------------------------------------------------------------*
      * PROPOSED OVERRIDE ROW IN THE HCCLMVAL EDITRULE LAYOUT          *
      *----------------------------------------------------------------*
       FD  EYL-CANDIDATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EYL-CANDIDATE-REC.
           05  ER-RULE-KEY.
               10  ER-RULE-TYPE            PIC X(02).
               10  ER-RULE-NUMBER          PIC X(06).
           05  ER-RULE-DESC                PIC X(80).
           05  ER-RULE-SEVERITY            PIC X(01).
           05  ER-RULE-ACTIVE-FLAG         PIC X(01).
           05  ER-RULE-EFF-DT              PIC 9(08).
           05  ER-RULE-TERM-DT             PIC 9(08).
           05  ER-RULE-PAYER-SPEC          PIC X(08).
           05  ER-FILLER                   PIC X(86).

       FD  EYL-YIELD-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EYL-YIELD-RPT-REC               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-EHIT-STATUS              PIC X(02).
               88  EHIT-OK                 VALUE '00'.
           05  WS-CAND-STATUS              PIC X(02).
               88  CAND-OK                 VALUE '00'.
           05  WS-YRPT-STATUS              PIC X(02).
               88  YRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EHIT-EOF-SW              PIC X(01) VALUE 'N'.
               88  EHIT-AT-EOF             VALUE 'Y'.
           05  WS-EHIT-OPEN-SW             PIC X(01) VALUE 'N'.
               88  EHIT-FILE-OPEN          VALUE 'Y'.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-EYL-OUTCOME              PIC X(01).
               88  EYL-CORRECTED           VALUE 'C'.
               88  EYL-RELEASED            VALUE 'R'.
               88  EYL-UPHELD              VALUE 'U'.
               88  EYL-OPEN                VALUE 'O'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-HITS-LOADED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-HITS-DUPLICATE       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-HITS-ANALYZED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-EDITS-REPORTED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RETIRE-CANDIDATES    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OVERRIDE-CANDIDATES  PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CANDIDATE-ROWS       PIC 9(07) COMP-3 VALUE 0.

      *----------------------------------------------------------------*
      * ANALYSIS PARAMETERS (CARD OR DEFAULT)                          *
      *----------------------------------------------------------------*
       01  WS-EYL-PARMS.
           05  WS-EYL-MIN-VOLUME           PIC 9(05) COMP-3 VALUE 30.
           05  WS-EYL-RETIRE-PCT           PIC 9(03) COMP-3 VALUE 90.
           05  WS-EYL-OVERRIDE-PCT         PIC 9(03) COMP-3 VALUE 75.
           05  WS-EYL-MIN-SAVED            PIC 9(05)V99 COMP-3
                                                     VALUE 25.00.
           05  WS-EYL-TOUCH-MINUTES        PIC 9(03) COMP-3 VALUE 15.
           05  WS-EYL-APPEAL-MINUTES       PIC 9(03) COMP-3 VALUE 60.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-YYYY            PIC 9(04).
               10  WS-CURR-MM              PIC 9(02).
               10  WS-CURR-DD              PIC 9(02).
           05  WS-ANALYSIS-MONTH           PIC 9(06).
           05  WS-MONTH-START-8            PIC 9(08).
           05  WS-NEXT-MONTH-8             PIC 9(08).
           05  WS-HIT-DATE-8               PIC 9(08).
           05  WS-EYL-DAYS                 PIC S9(05) COMP-3.
           05  WS-EYL-SAVED                PIC S9(09)V99 COMP-3.
           05  WS-EYL-DECIDED              PIC 9(07) COMP-3.
           05  WS-EYL-REL-PCT              PIC 9(03)V9 COMP-3.
           05  WS-EYL-SAVED-PER-HIT        PIC S9(07)V99 COMP-3.
           05  WS-EYL-AVG-DAYS             PIC S9(05)V9 COMP-3.
           05  WS-EYL-SUB                  PIC 9(02).
           05  WS-EYL-FLAG                 PIC X(14).
           05  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
           05  WS-EDIT-AMOUNT              PIC ZZZ,ZZ9.99-.

      *----------------------------------------------------------------*
      * CONTROL-BREAK KEYS: SOURCE PROGRAM + EDIT/REASON CODE, THEN    *
      * LINE OF BUSINESS WITHIN IT                                     *
      *----------------------------------------------------------------*
       01  WS-EYL-BREAK-KEYS.
           05  WS-EYL-CUR-SOURCE           PIC X(08) VALUE SPACES.
           05  WS-EYL-CUR-CODE             PIC X(06) VALUE SPACES.

      *----------------------------------------------------------------*
      * ONE EDIT'S ROWS BY LINE OF BUSINESS, HELD UNTIL THE EDIT IS    *
      * COMPLETE SO THE RETIRE/OVERRIDE CALL SEES EVERY LOB. ENTRY 21  *
      * IS THE EDIT TOTAL.                                             *
      *----------------------------------------------------------------*
       01  WS-EYL-EDIT-TABLE.
           05  WS-EYL-LOB-COUNT            PIC 9(02) VALUE 0.
           05  WS-EYL-ROW OCCURS 21 TIMES.
               10  WS-EYL-LOB              PIC X(03).
               10  WS-EYL-VOLUME           PIC 9(07) COMP-3.
               10  WS-EYL-CTR-RELEASED     PIC 9(07) COMP-3.
               10  WS-EYL-CTR-CORRECTED    PIC 9(07) COMP-3.
               10  WS-EYL-CTR-UPHELD       PIC 9(07) COMP-3.
               10  WS-EYL-CTR-OPEN         PIC 9(07) COMP-3.
               10  WS-EYL-TOT-SAVED        PIC S9(11)V99 COMP-3.
               10  WS-EYL-TOT-DAYS         PIC S9(09) COMP-3.
               10  WS-EYL-TOT-MINUTES      PIC 9(09) COMP-3.
               10  WS-EYL-ROW-FLAG         PIC X(01).
                   88  EYL-ROW-RETIRE      VALUE 'R'.
                   88  EYL-ROW-OVERRIDE    VALUE 'O'.

       01  HV-EYL-VARS.
           05  HV-MONTH-START              PIC X(08).
           05  HV-NEXT-MONTH               PIC X(08).
           05  HV-EH-CLAIM-ID              PIC X(15).
           05  HV-EH-EDIT-CODE             PIC X(06).
           05  HV-EH-SEVERITY              PIC X(01).
           05  HV-EH-CLAIM-RESULT          PIC X(02).
           05  HV-EH-PAYER-TYPE            PIC X(02).
           05  HV-EH-BILLED-AMOUNT         PIC S9(09)V99.
           05  HV-EH-TIMESTAMP             PIC X(26).
           05  HV-HIT-CODE                 PIC X(06).
           05  HV-HIT-LOB                  PIC X(03).
           05  HV-HIT-CLAIM-ID             PIC X(15).
           05  HV-HIT-SEVERITY             PIC X(01).
           05  HV-HIT-BILLED               PIC S9(09)V99.
           05  HV-HIT-TIMESTAMP            PIC X(26).
           05  HV-CLM-STATUS               PIC X(02).
           05  HV-CLM-BILLED               PIC S9(09)V99.
           05  HV-CLM-PAID-DATE            PIC 9(08).
           05  HV-WQ-STATUS                PIC X(01).
           05  HV-WQ-PEND-DATE             PIC 9(08).
           05  HV-WQ-DECISION-DATE         PIC 9(08).
           05  HV-WQ-TOUCH-COUNT           PIC S9(05).
           05  HV-APPEAL-COUNT             PIC S9(05).
           05  HV-OVERTURN-COUNT           PIC S9(05).
           05  HV-LATER-COUNT              PIC S9(05).

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
           05  FILLER                      PIC X(36)
               VALUE 'EDIT YIELD ANALYSIS - SERVICE MONTH '.
           05  WS-RPT-MONTH                PIC 9(06).
           05  FILLER                      PIC X(90) VALUE SPACES.

       01  WS-RPT-COLUMN-HDR.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(60) VALUE
               'SOURCE   EDIT   LOB  VOLUME  REL%   CORR UPHELD   OPEN'.
           05  FILLER                      PIC X(72) VALUE
               '    SAVED/HIT AVG DAYS  EXAM MIN  FLAG'.

       01  WS-RPT-YIELD-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-SOURCE               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-CODE                 PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-LOB                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-VOLUME               PIC ZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-REL-PCT              PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-CORRECTED            PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-UPHELD               PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-OPEN                 PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-SAVED-PER-HIT        PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-AVG-DAYS             PIC ZZZZ9.9-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RYL-MINUTES              PIC ZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RYL-FLAG                 PIC X(14).
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - LOAD THE EDIT HITS, THEN MEASURE THE MONTH'S YIELD  *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-EDIT-HITS
               THRU 2000-LOAD-EDIT-HITS-EXIT
           PERFORM 3000-ANALYZE-VALIDATION-EDITS
               THRU 3000-ANALYZE-VALIDATION-EDITS-EXIT
           PERFORM 3500-ANALYZE-ADJUDICATION-PENDS
               THRU 3500-ANALYZE-ADJUDICATION-PENDS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * READ THE CARD, SET THE ANALYSIS MONTH, OPEN FILES, CONNECT     *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE 0 TO WS-ANALYSIS-MONTH

           OPEN INPUT EYL-CONTROL-FILE
           IF CTRL-OK
               READ EYL-CONTROL-FILE
               IF CTRL-OK
                   PERFORM 1100-APPLY-CONTROL-CARD
               END-IF
               CLOSE EYL-CONTROL-FILE
           END-IF

      *--- DEFAULT IS THE MONTH BEFORE THE RUN MONTH ---
           IF WS-ANALYSIS-MONTH = 0
               IF WS-CURR-MM = 1
                   COMPUTE WS-ANALYSIS-MONTH =
                       (WS-CURR-YYYY - 1) * 100 + 12
               ELSE
                   COMPUTE WS-ANALYSIS-MONTH =
                       WS-CURR-YYYY * 100 + WS-CURR-MM - 1
               END-IF
           END-IF
           COMPUTE WS-MONTH-START-8 = WS-ANALYSIS-MONTH * 100 + 1
           IF WS-ANALYSIS-MONTH(5:2) = '12'
               COMPUTE WS-NEXT-MONTH-8 =
                   (WS-ANALYSIS-MONTH + 89) * 100 + 1
           ELSE
               COMPUTE WS-NEXT-MONTH-8 =
                   (WS-ANALYSIS-MONTH + 1) * 100 + 1
           END-IF
           MOVE WS-MONTH-START-8 TO HV-MONTH-START
           MOVE WS-NEXT-MONTH-8 TO HV-NEXT-MONTH
           MOVE WS-ANALYSIS-MONTH TO WS-RPT-MONTH

           OPEN INPUT EDIT-HIT-FILE
           IF NOT EHIT-OK
               DISPLAY 'HCEDYLD - NO EDIT HIT FILE - ' WS-EHIT-STATUS
               SET EHIT-AT-EOF TO TRUE
           ELSE
               SET EHIT-FILE-OPEN TO TRUE
           END-IF

           OPEN OUTPUT EYL-CANDIDATE-FILE
           IF NOT CAND-OK
               MOVE 'EYL-CANDIDATE-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT EYL-YIELD-RPT
           IF NOT YRPT-OK
               MOVE 'EYL-YIELD-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE EYL-YIELD-RPT-REC FROM WS-RPT-HEADER-1
           WRITE EYL-YIELD-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO EYL-YIELD-RPT-REC
           WRITE EYL-YIELD-RPT-REC
           WRITE EYL-YIELD-RPT-REC FROM WS-RPT-COLUMN-HDR
           .

       1100-APPLY-CONTROL-CARD.
      *----------------------------------------------------------------*
      * TAKE EACH CARD FIELD THAT IS NUMERIC AND NON-ZERO              *
      *----------------------------------------------------------------*
           IF EC-ANALYSIS-MONTH NUMERIC
              AND EC-ANALYSIS-MONTH(5:2) >= '01'
              AND EC-ANALYSIS-MONTH(5:2) <= '12'
               MOVE EC-ANALYSIS-MONTH TO WS-ANALYSIS-MONTH
           END-IF
           IF EC-MIN-VOLUME NUMERIC AND EC-MIN-VOLUME > 0
               MOVE EC-MIN-VOLUME TO WS-EYL-MIN-VOLUME
           END-IF
           IF EC-RETIRE-PCT NUMERIC AND EC-RETIRE-PCT > 0
              AND EC-RETIRE-PCT NOT > 100
               MOVE EC-RETIRE-PCT TO WS-EYL-RETIRE-PCT
           END-IF
           IF EC-OVERRIDE-PCT NUMERIC AND EC-OVERRIDE-PCT > 0
              AND EC-OVERRIDE-PCT NOT > 100
               MOVE EC-OVERRIDE-PCT TO WS-EYL-OVERRIDE-PCT
           END-IF
           IF EC-MIN-SAVED-PER-HIT NUMERIC
              AND EC-MIN-SAVED-PER-HIT > 0
               MOVE EC-MIN-SAVED-PER-HIT TO WS-EYL-MIN-SAVED
           END-IF
           IF EC-MINUTES-PER-TOUCH NUMERIC
              AND EC-MINUTES-PER-TOUCH > 0
               MOVE EC-MINUTES-PER-TOUCH TO WS-EYL-TOUCH-MINUTES
           END-IF
           IF EC-MINUTES-PER-APPEAL NUMERIC
              AND EC-MINUTES-PER-APPEAL > 0
               MOVE EC-MINUTES-PER-APPEAL TO WS-EYL-APPEAL-MINUTES
           END-IF
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE YIELD REPORT                 *
      *----------------------------------------------------------------*
           WRITE EYL-YIELD-RPT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - LOAD THE EDIT HIT RECORDS INTO EDIT_HIT_HISTORY. A      *
      * RECORD ALREADY LOADED (SAME CLAIM, EDIT AND TIMESTAMP) IS      *
      * COUNTED AND SKIPPED, SO A RERUN DOES NOT DOUBLE THE MONTH.     *
      *================================================================*
       2000-LOAD-EDIT-HITS.
           PERFORM UNTIL EHIT-AT-EOF
               READ EDIT-HIT-FILE
                   AT END
                       SET EHIT-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-HIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-EDIT-HITS-EXIT.
           EXIT.

       2100-LOAD-ONE-HIT.
      *----------------------------------------------------------------*
      * INSERT ONE EDIT HIT ROW                                        *
      *----------------------------------------------------------------*
           MOVE EH-CLAIM-ID TO HV-EH-CLAIM-ID
           MOVE EH-EDIT-CODE TO HV-EH-EDIT-CODE
           MOVE EH-SEVERITY TO HV-EH-SEVERITY
           MOVE EH-CLAIM-RESULT TO HV-EH-CLAIM-RESULT
           MOVE EH-PAYER-TYPE TO HV-EH-PAYER-TYPE
           MOVE EH-BILLED-AMOUNT TO HV-EH-BILLED-AMOUNT
           MOVE EH-TIMESTAMP TO HV-EH-TIMESTAMP

           EXEC SQL
               INSERT INTO EDIT_HIT_HISTORY
                   (CLAIM_ID, EDIT_CODE, SEVERITY, CLAIM_RESULT,
                    PAYER_TYPE, BILLED_AMOUNT, HIT_TIMESTAMP)
               VALUES
                   (:HV-EH-CLAIM-ID, :HV-EH-EDIT-CODE,
                    :HV-EH-SEVERITY, :HV-EH-CLAIM-RESULT,
                    :HV-EH-PAYER-TYPE, :HV-EH-BILLED-AMOUNT,
                    :HV-EH-TIMESTAMP)
           END-EXEC

           IF WS-SQLCODE = 0
               ADD 1 TO WS-CTR-HITS-LOADED
           ELSE
               ADD 1 TO WS-CTR-HITS-DUPLICATE
           END-IF
           .

      *================================================================*
      * 3000 - HCCLMVAL EDITS HIT IN THE MONTH, BY EDIT AND PAYER TYPE *
      * (THE LINE OF BUSINESS THE EDITRULE OVERRIDES ARE KEYED ON)     *
      *================================================================*
       3000-ANALYZE-VALIDATION-EDITS.
           MOVE 'HCCLMVAL' TO WS-EYL-CUR-SOURCE
           MOVE SPACES TO WS-EYL-CUR-CODE

           EXEC SQL
               DECLARE EYL_EDIT_CURSOR CURSOR FOR
               SELECT EDIT_CODE, PAYER_TYPE, CLAIM_ID, SEVERITY,
                      BILLED_AMOUNT, HIT_TIMESTAMP
               FROM   EDIT_HIT_HISTORY
               WHERE  HIT_TIMESTAMP >= :HV-MONTH-START
               AND    HIT_TIMESTAMP <  :HV-NEXT-MONTH
               ORDER BY EDIT_CODE, PAYER_TYPE
           END-EXEC

           EXEC SQL
               OPEN EYL_EDIT_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'EDIT HIT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-ANALYZE-VALIDATION-EDITS-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH EYL_EDIT_CURSOR
                   INTO  :HV-HIT-CODE, :HV-HIT-LOB,
                         :HV-HIT-CLAIM-ID, :HV-HIT-SEVERITY,
                         :HV-HIT-BILLED, :HV-HIT-TIMESTAMP
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 4000-MEASURE-ONE-HIT
                       THRU 4000-MEASURE-ONE-HIT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE EYL_EDIT_CURSOR
           END-EXEC

           IF WS-EYL-CUR-CODE NOT = SPACES
               PERFORM 5000-FINISH-EDIT
                   THRU 5000-FINISH-EDIT-EXIT
           END-IF
           .
       3000-ANALYZE-VALIDATION-EDITS-EXIT.
           EXIT.

      *================================================================*
      * 3500 - HCCLMADJ PEND AND DENY REASONS RECORDED ON THE CLAIM    *
      * TIMELINE IN THE MONTH, BY REASON AND CLAIM LINE OF BUSINESS    *
      *================================================================*
       3500-ANALYZE-ADJUDICATION-PENDS.
           MOVE 'HCCLMADJ' TO WS-EYL-CUR-SOURCE
           MOVE SPACES TO WS-EYL-CUR-CODE

           EXEC SQL
               DECLARE EYL_PEND_CURSOR CURSOR FOR
               SELECT E.REASON_CODE,
                      ISNULL(C.LINE_OF_BUSINESS, ' '),
                      E.CLAIM_ID,
                      CASE WHEN E.NEW_STATUS = 'PD'
                           THEN 'P' ELSE 'F' END,
                      ISNULL(C.TOTAL_BILLED_AMOUNT, 0),
                      E.EVENT_TIMESTAMP
               FROM   CLAIM_EVENT_HISTORY E, CLAIM_HEADER C
               WHERE  C.CLAIM_ID = E.CLAIM_ID
               AND    E.PROGRAM_NAME = 'HCCLMADJ'
               AND    E.NEW_STATUS IN ('PD', 'DN')
               AND    E.REASON_CODE > ' '
               AND    E.EVENT_TIMESTAMP >= :HV-MONTH-START
               AND    E.EVENT_TIMESTAMP <  :HV-NEXT-MONTH
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN EYL_PEND_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'PEND REASON CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3500-ANALYZE-ADJUDICATION-PENDS-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH EYL_PEND_CURSOR
                   INTO  :HV-HIT-CODE, :HV-HIT-LOB,
                         :HV-HIT-CLAIM-ID, :HV-HIT-SEVERITY,
                         :HV-HIT-BILLED, :HV-HIT-TIMESTAMP
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 4000-MEASURE-ONE-HIT
                       THRU 4000-MEASURE-ONE-HIT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE EYL_PEND_CURSOR
           END-EXEC

           IF WS-EYL-CUR-CODE NOT = SPACES
               PERFORM 5000-FINISH-EDIT
                   THRU 5000-FINISH-EDIT-EXIT
           END-IF
           .
       3500-ANALYZE-ADJUDICATION-PENDS-EXIT.
           EXIT.

      *================================================================*
      * 4000 - ONE HIT: FIND WHAT HAPPENED TO THE CLAIM AFTERWARDS AND *
      * ADD IT TO ITS EDIT/LOB ROW                                     *
      *================================================================*
       4000-MEASURE-ONE-HIT.
           ADD 1 TO WS-CTR-HITS-ANALYZED

           IF HV-HIT-CODE NOT = WS-EYL-CUR-CODE
               IF WS-EYL-CUR-CODE NOT = SPACES
                   PERFORM 5000-FINISH-EDIT
                       THRU 5000-FINISH-EDIT-EXIT
               END-IF
               MOVE HV-HIT-CODE TO WS-EYL-CUR-CODE
               MOVE 0 TO WS-EYL-LOB-COUNT
               INITIALIZE WS-EYL-ROW(21)
               MOVE '***' TO WS-EYL-LOB(21)
           END-IF

      *--- LOBS ARRIVE IN ORDER, SO A NEW LOB IS A NEW ROW. BEYOND 20
      *--- THE REST ARE FOLDED INTO THE LAST ROW ---
           IF WS-EYL-LOB-COUNT = 0
              OR (HV-HIT-LOB NOT = WS-EYL-LOB(WS-EYL-LOB-COUNT)
                  AND WS-EYL-LOB-COUNT < 20)
               ADD 1 TO WS-EYL-LOB-COUNT
               INITIALIZE WS-EYL-ROW(WS-EYL-LOB-COUNT)
               MOVE HV-HIT-LOB TO WS-EYL-LOB(WS-EYL-LOB-COUNT)
           END-IF
           MOVE WS-EYL-LOB-COUNT TO WS-EYL-SUB

           MOVE HV-HIT-TIMESTAMP(1:8) TO WS-HIT-DATE-8
           PERFORM 4100-LOAD-HIT-OUTCOME
           PERFORM 4200-CLASSIFY-HIT

           ADD 1 TO WS-EYL-VOLUME(WS-EYL-SUB)
           ADD 1 TO WS-EYL-VOLUME(21)
           EVALUATE TRUE
               WHEN EYL-CORRECTED
                   ADD 1 TO WS-EYL-CTR-CORRECTED(WS-EYL-SUB)
                   ADD 1 TO WS-EYL-CTR-CORRECTED(21)
               WHEN EYL-RELEASED
                   ADD 1 TO WS-EYL-CTR-RELEASED(WS-EYL-SUB)
                   ADD 1 TO WS-EYL-CTR-RELEASED(21)
               WHEN EYL-UPHELD
                   ADD 1 TO WS-EYL-CTR-UPHELD(WS-EYL-SUB)
                   ADD 1 TO WS-EYL-CTR-UPHELD(21)
               WHEN OTHER
                   ADD 1 TO WS-EYL-CTR-OPEN(WS-EYL-SUB)
                   ADD 1 TO WS-EYL-CTR-OPEN(21)
           END-EVALUATE
           ADD WS-EYL-SAVED TO WS-EYL-TOT-SAVED(WS-EYL-SUB)
           ADD WS-EYL-SAVED TO WS-EYL-TOT-SAVED(21)
           ADD WS-EYL-DAYS TO WS-EYL-TOT-DAYS(WS-EYL-SUB)
           ADD WS-EYL-DAYS TO WS-EYL-TOT-DAYS(21)
           COMPUTE WS-EYL-TOT-MINUTES(WS-EYL-SUB) =
               WS-EYL-TOT-MINUTES(WS-EYL-SUB)
             + HV-WQ-TOUCH-COUNT * WS-EYL-TOUCH-MINUTES
             + HV-APPEAL-COUNT * WS-EYL-APPEAL-MINUTES
           COMPUTE WS-EYL-TOT-MINUTES(21) =
               WS-EYL-TOT-MINUTES(21)
             + HV-WQ-TOUCH-COUNT * WS-EYL-TOUCH-MINUTES
             + HV-APPEAL-COUNT * WS-EYL-APPEAL-MINUTES
           .
       4000-MEASURE-ONE-HIT-EXIT.
           EXIT.

       4100-LOAD-HIT-OUTCOME.
      *----------------------------------------------------------------*
      * THE CLAIM AS IT STANDS NOW, ITS WORKQUEUE ENTRY (PENDS ONLY),  *
      * ITS APPEALS, AND ANY LATER REPLACEMENT/VOID OR RESUBMISSION    *
      *----------------------------------------------------------------*
           MOVE HV-HIT-CLAIM-ID TO HV-EH-CLAIM-ID

           EXEC SQL
               SELECT CLAIM_STATUS,
                      ISNULL(TOTAL_BILLED_AMOUNT, 0),
                      ISNULL(PAID_DATE, 0)
               INTO   :HV-CLM-STATUS, :HV-CLM-BILLED,
                      :HV-CLM-PAID-DATE
               FROM   CLAIM_HEADER
               WHERE  CLAIM_ID = :HV-EH-CLAIM-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE SPACES TO HV-CLM-STATUS
               MOVE HV-HIT-BILLED TO HV-CLM-BILLED
               MOVE 0 TO HV-CLM-PAID-DATE
           END-IF

           MOVE SPACES TO HV-WQ-STATUS
           MOVE 0 TO HV-WQ-PEND-DATE
           MOVE 0 TO HV-WQ-DECISION-DATE
           MOVE 0 TO HV-WQ-TOUCH-COUNT
           IF HV-HIT-SEVERITY = 'P'
               EXEC SQL
                   SELECT WQ_STATUS, PEND_DATE,
                          ISNULL(DECISION_DATE, 0),
                          ISNULL(TOUCH_COUNT, 0)
                   INTO   :HV-WQ-STATUS, :HV-WQ-PEND-DATE,
                          :HV-WQ-DECISION-DATE, :HV-WQ-TOUCH-COUNT
                   FROM   PEND_WORKQUEUE
                   WHERE  CLAIM_ID = :HV-EH-CLAIM-ID
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE SPACES TO HV-WQ-STATUS
                   MOVE 0 TO HV-WQ-TOUCH-COUNT
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*),
                      ISNULL(SUM(CASE WHEN APPEAL_RESULT = 'OV'
                                      THEN 1 ELSE 0 END), 0)
               INTO   :HV-APPEAL-COUNT, :HV-OVERTURN-COUNT
               FROM   APPEALS
               WHERE  CLAIM_ID = :HV-EH-CLAIM-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-APPEAL-COUNT
               MOVE 0 TO HV-OVERTURN-COUNT
           END-IF

      *--- A REPLACEMENT OR VOID REVERSES UNDER THE SAME CLAIM ID, AND
      *--- A CORRECTED RESUBMISSION COMES BACK THROUGH VALIDATION ---
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-LATER-COUNT
               FROM   CLAIM_EVENT_HISTORY
               WHERE  CLAIM_ID = :HV-EH-CLAIM-ID
               AND    EVENT_TIMESTAMP > :HV-HIT-TIMESTAMP
               AND    (NEW_STATUS = 'VD'
                       OR PROGRAM_NAME = 'HCCLMVAL')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-LATER-COUNT
           END-IF
           .

       4200-CLASSIFY-HIT.
      *----------------------------------------------------------------*
      * OUTCOME, DOLLARS SAVED AND DAYS ADDED FOR ONE HIT. SAVINGS:    *
      * AN UPHELD HIT SAVED ITS BILLED CHARGES; A CORRECTED ONE SAVED  *
      * THE CHARGES THE CORRECTION TOOK OFF; A RELEASED ONE SAVED      *
      * NOTHING. DAYS: A PEND ADDS PEND TO DECISION (TO TODAY IF       *
      * STILL OPEN); A DENIAL THAT WAS LATER PAID ADDS HIT TO PAYMENT. *
      *----------------------------------------------------------------*
           MOVE +0 TO WS-EYL-SAVED
           MOVE +0 TO WS-EYL-DAYS

           EVALUATE TRUE
               WHEN HV-LATER-COUNT > 0
                   SET EYL-CORRECTED TO TRUE
               WHEN HV-OVERTURN-COUNT > 0
                   SET EYL-RELEASED TO TRUE
               WHEN HV-HIT-SEVERITY = 'P'
                   EVALUATE HV-WQ-STATUS
                       WHEN 'R'
                           SET EYL-RELEASED TO TRUE
                       WHEN 'D'
                           SET EYL-UPHELD TO TRUE
                       WHEN OTHER
                           SET EYL-OPEN TO TRUE
                   END-EVALUATE
               WHEN OTHER
                   SET EYL-UPHELD TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN EYL-UPHELD
                   MOVE HV-HIT-BILLED TO WS-EYL-SAVED
               WHEN EYL-CORRECTED
                   IF HV-HIT-BILLED > HV-CLM-BILLED
                       COMPUTE WS-EYL-SAVED =
                           HV-HIT-BILLED - HV-CLM-BILLED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF HV-WQ-PEND-DATE > 0
               IF HV-WQ-DECISION-DATE > 0
                   COMPUTE WS-EYL-DAYS =
                       FUNCTION INTEGER-OF-DATE(HV-WQ-DECISION-DATE)
                     - FUNCTION INTEGER-OF-DATE(HV-WQ-PEND-DATE)
               ELSE
                   COMPUTE WS-EYL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
                     - FUNCTION INTEGER-OF-DATE(HV-WQ-PEND-DATE)
               END-IF
           ELSE
               IF (HV-CLM-STATUS = 'PA' OR 'AJ')
                  AND HV-CLM-PAID-DATE > WS-HIT-DATE-8
                  AND WS-HIT-DATE-8 NUMERIC
                   COMPUTE WS-EYL-DAYS =
                       FUNCTION INTEGER-OF-DATE(HV-CLM-PAID-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-HIT-DATE-8)
               END-IF
           END-IF
           .

      *================================================================*
      * 5000 - AN EDIT IS COMPLETE: DECIDE ITS FLAGS, PRINT ITS LOB    *
      * ROWS AND TOTAL, AND PROPOSE OVERRIDE ROWS FOR HCCLMVAL EDITS   *
      *================================================================*
       5000-FINISH-EDIT.
           ADD 1 TO WS-CTR-EDITS-REPORTED

      *--- WHOLE EDIT FIRST: IF IT FAILS EVERYWHERE, RETIRE IT ---
           MOVE 21 TO WS-EYL-SUB
           PERFORM 5100-COMPUTE-ROW-MEASURES
           IF WS-EYL-DECIDED >= WS-EYL-MIN-VOLUME
              AND WS-EYL-REL-PCT >= WS-EYL-RETIRE-PCT
              AND WS-EYL-SAVED-PER-HIT < WS-EYL-MIN-SAVED
               SET EYL-ROW-RETIRE(21) TO TRUE
               ADD 1 TO WS-CTR-RETIRE-CANDIDATES
               IF WS-EYL-CUR-SOURCE = 'HCCLMVAL'
                   MOVE '**' TO ER-RULE-TYPE
                   MOVE 'B' TO ER-RULE-SEVERITY
                   PERFORM 5300-WRITE-CANDIDATE
               END-IF
           ELSE
      *--- OTHERWISE A LOB THAT DOES NOT EARN ITS KEEP GETS AN OVERRIDE
               PERFORM VARYING WS-EYL-SUB FROM 1 BY 1
                       UNTIL WS-EYL-SUB > WS-EYL-LOB-COUNT
                   PERFORM 5100-COMPUTE-ROW-MEASURES
                   IF WS-EYL-DECIDED >= WS-EYL-MIN-VOLUME
                      AND WS-EYL-REL-PCT >= WS-EYL-OVERRIDE-PCT
                      AND WS-EYL-SAVED-PER-HIT < WS-EYL-MIN-SAVED
                       SET EYL-ROW-OVERRIDE(WS-EYL-SUB) TO TRUE
                       ADD 1 TO WS-CTR-OVERRIDE-CANDIDATES
                       IF WS-EYL-CUR-SOURCE = 'HCCLMVAL'
                          AND WS-EYL-LOB(WS-EYL-SUB) NOT = SPACES
                           MOVE WS-EYL-LOB(WS-EYL-SUB)(1:2)
                             TO ER-RULE-TYPE
                           MOVE 'W' TO ER-RULE-SEVERITY
                           PERFORM 5300-WRITE-CANDIDATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-EYL-SUB FROM 1 BY 1
                   UNTIL WS-EYL-SUB > WS-EYL-LOB-COUNT
               PERFORM 5200-WRITE-YIELD-LINE
           END-PERFORM
           MOVE 21 TO WS-EYL-SUB
           PERFORM 5200-WRITE-YIELD-LINE
           MOVE SPACES TO EYL-YIELD-RPT-REC
           WRITE EYL-YIELD-RPT-REC

           MOVE SPACES TO WS-EYL-CUR-CODE
           MOVE 0 TO WS-EYL-LOB-COUNT
           .
       5000-FINISH-EDIT-EXIT.
           EXIT.

       5100-COMPUTE-ROW-MEASURES.
      *----------------------------------------------------------------*
      * DECIDED HITS, PERCENT RELEASED UNCHANGED (OF DECIDED), SAVED   *
      * PER HIT AND AVERAGE DAYS ADDED (OF ALL HITS) FOR ONE ROW       *
      *----------------------------------------------------------------*
           COMPUTE WS-EYL-DECIDED =
               WS-EYL-VOLUME(WS-EYL-SUB) - WS-EYL-CTR-OPEN(WS-EYL-SUB)
           MOVE 0 TO WS-EYL-REL-PCT
           MOVE 0 TO WS-EYL-SAVED-PER-HIT
           MOVE 0 TO WS-EYL-AVG-DAYS
           IF WS-EYL-DECIDED > 0
               COMPUTE WS-EYL-REL-PCT ROUNDED =
                   WS-EYL-CTR-RELEASED(WS-EYL-SUB) * 100
                   / WS-EYL-DECIDED
           END-IF
           IF WS-EYL-VOLUME(WS-EYL-SUB) > 0
               COMPUTE WS-EYL-SAVED-PER-HIT ROUNDED =
                   WS-EYL-TOT-SAVED(WS-EYL-SUB)
                   / WS-EYL-VOLUME(WS-EYL-SUB)
               COMPUTE WS-EYL-AVG-DAYS ROUNDED =
                   WS-EYL-TOT-DAYS(WS-EYL-SUB)
                   / WS-EYL-VOLUME(WS-EYL-SUB)
           END-IF
           .

       5200-WRITE-YIELD-LINE.
      *----------------------------------------------------------------*
      * ONE EDIT/LOB ROW (OR THE EDIT TOTAL, LOB ***) ON THE REPORT    *
      *----------------------------------------------------------------*
           PERFORM 5100-COMPUTE-ROW-MEASURES
           MOVE WS-EYL-CUR-SOURCE TO WS-RYL-SOURCE
           MOVE WS-EYL-CUR-CODE TO WS-RYL-CODE
           MOVE WS-EYL-LOB(WS-EYL-SUB) TO WS-RYL-LOB
           MOVE WS-EYL-VOLUME(WS-EYL-SUB) TO WS-RYL-VOLUME
           MOVE WS-EYL-REL-PCT TO WS-RYL-REL-PCT
           MOVE WS-EYL-CTR-CORRECTED(WS-EYL-SUB) TO WS-RYL-CORRECTED
           MOVE WS-EYL-CTR-UPHELD(WS-EYL-SUB) TO WS-RYL-UPHELD
           MOVE WS-EYL-CTR-OPEN(WS-EYL-SUB) TO WS-RYL-OPEN
           MOVE WS-EYL-SAVED-PER-HIT TO WS-RYL-SAVED-PER-HIT
           MOVE WS-EYL-AVG-DAYS TO WS-RYL-AVG-DAYS
           MOVE WS-EYL-TOT-MINUTES(WS-EYL-SUB) TO WS-RYL-MINUTES
           EVALUATE TRUE
               WHEN EYL-ROW-RETIRE(21)
                   MOVE 'RETIRE' TO WS-RYL-FLAG
               WHEN EYL-ROW-OVERRIDE(WS-EYL-SUB)
                   MOVE 'LOB OVERRIDE' TO WS-RYL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-RYL-FLAG
           END-EVALUATE
           WRITE EYL-YIELD-RPT-REC FROM WS-RPT-YIELD-LINE
           .

       5300-WRITE-CANDIDATE.
      *----------------------------------------------------------------*
      * PROPOSED EDITRULE ROW, EFFECTIVE THE FIRST OF NEXT MONTH. THE  *
      * CALLER HAS SET THE PAYER TYPE AND DISPOSITION; WS-EYL-SUB IS   *
      * THE ROW WHOSE MEASURES JUSTIFY IT.                             *
      *----------------------------------------------------------------*
           MOVE WS-EYL-CUR-CODE TO ER-RULE-NUMBER
           MOVE SPACES TO ER-RULE-DESC
           MOVE WS-EYL-REL-PCT TO WS-RYL-REL-PCT
           MOVE WS-EYL-SAVED-PER-HIT TO WS-EDIT-AMOUNT
           STRING 'EDIT YIELD ' WS-ANALYSIS-MONTH ': '
               WS-RYL-REL-PCT ' PCT RELEASED UNCHANGED, '
               WS-EDIT-AMOUNT ' SAVED PER HIT'
               DELIMITED BY SIZE
               INTO ER-RULE-DESC
           END-STRING
           MOVE 'Y' TO ER-RULE-ACTIVE-FLAG
           IF WS-CURR-MM = 12
               COMPUTE ER-RULE-EFF-DT =
                   (WS-CURR-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE ER-RULE-EFF-DT =
                   WS-CURR-YYYY * 10000 + (WS-CURR-MM + 1) * 100 + 1
           END-IF
           MOVE 0 TO ER-RULE-TERM-DT
           MOVE SPACES TO ER-RULE-PAYER-SPEC
           MOVE SPACES TO ER-FILLER
           WRITE EYL-CANDIDATE-REC
           IF CAND-OK
               ADD 1 TO WS-CTR-CANDIDATE-ROWS
           ELSE
               MOVE 'CANDIDATE WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCEDYLD' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCEDYLD - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCEDYLD - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCEDYLD - FATAL ERROR - ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * TOTALS, STATISTICS, CLOSE                                      *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'EDIT HITS LOADED' TO WS-RPT-LABEL
           MOVE WS-CTR-HITS-LOADED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'HITS ANALYZED' TO WS-RPT-LABEL
           MOVE WS-CTR-HITS-ANALYZED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'EDITS AND REASONS REPORTED' TO WS-RPT-LABEL
           MOVE WS-CTR-EDITS-REPORTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETIREMENT CANDIDATES' TO WS-RPT-LABEL
           MOVE WS-CTR-RETIRE-CANDIDATES TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'LOB OVERRIDE CANDIDATES' TO WS-RPT-LABEL
           MOVE WS-CTR-OVERRIDE-CANDIDATES TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'EDITRULE ROWS PROPOSED FOR REVIEW' TO WS-RPT-LABEL
           MOVE WS-CTR-CANDIDATE-ROWS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCEDYLD - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'ANALYSIS MONTH:           ' WS-ANALYSIS-MONTH
           DISPLAY 'EDIT HITS LOADED:         ' WS-CTR-HITS-LOADED
           DISPLAY 'EDIT HITS ALREADY LOADED: ' WS-CTR-HITS-DUPLICATE
           DISPLAY 'HITS ANALYZED:            ' WS-CTR-HITS-ANALYZED
           DISPLAY 'EDITS/REASONS REPORTED:   ' WS-CTR-EDITS-REPORTED
           DISPLAY 'RETIREMENT CANDIDATES:    '
                   WS-CTR-RETIRE-CANDIDATES
           DISPLAY 'LOB OVERRIDE CANDIDATES:  '
                   WS-CTR-OVERRIDE-CANDIDATES
           DISPLAY 'EDITRULE ROWS PROPOSED:   ' WS-CTR-CANDIDATE-ROWS
           DISPLAY 'ERRORS ENCOUNTERED:       ' WS-ERR-COUNT
           DISPLAY 'START TIME:               ' WS-STAT-START-TIME
           DISPLAY 'END TIME:                 ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-ERR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF EHIT-FILE-OPEN
               CLOSE EDIT-HIT-FILE
           END-IF
           CLOSE EYL-CANDIDATE-FILE
           CLOSE EYL-YIELD-RPT
           .
