       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCSTASMT.
      *================================================================*
      * PROGRAM:     HCSTASMT                                          *
      * DESCRIPTION: MONTHLY STATE CLAIMS-BASED ASSESSMENTS AND        *
      *              SURCHARGES (HOSPITAL-SERVICES SURCHARGES,         *
      *              VACCINE AND CHILDHOOD-IMMUNIZATION ASSESSMENTS,   *
      *              ALL-PAYER CLAIMS FEES). EACH STATE_ASSESSMENT_    *
      *              RULE IN FORCE FOR THE MONTH, BY STATE, LINE OF    *
      *              BUSINESS AND ASSESSMENT TYPE, IS ONE OF:          *
      *                - CLAIMS BASIS: A PERCENT OF CLAIMS PAID IN THE *
      *                  MONTH TO PROVIDERS IN THE STATE, OPTIONALLY   *
      *                  LIMITED TO ONE PROVIDER TYPE (CLAIM_HEADER)   *
      *                - COVERED-LIVES BASIS: A PER-MEMBER-PER-MONTH   *
      *                  AMOUNT FOR EVERY MEMBER RESIDING IN THE STATE *
      *                  AND ELIGIBLE ON THE FIRST OF THE MONTH        *
      *                  (T_MEMBER_ELIG)                               *
      *              THE ASSESSMENT IS FIGURED GROUP BY GROUP SO THAT  *
      *              WHERE THE STATE ALLOWS PASS-THROUGH AN ASO        *
      *              GROUP'S OWN SHARE IS STAGED FOR HCASOFND TO BILL  *
      *              BACK. THE RESULTS GO TO STATE_ASSESSMENT, WHICH   *
      *              HCGLPOST POSTS AS THE ASSESSMENT LIABILITY, AND   *
      *              TO A FILING SCHEDULE PER STATE.                   *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  ASMCTRL  - ASSESSMENT MONTH CARD (CCYYMM)        *
      * OUTPUT FILES: ASMSCHD  - STATE FILING SCHEDULES                *
      *               ASMRPT   - ASSESSMENT CONTROL REPORT             *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 KWILSON  INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASM-CONTROL-FILE
               ASSIGN TO ASMCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT ASM-SCHEDULE-FILE
               ASSIGN TO ASMSCHD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHD-STATUS.

           SELECT ASM-CONTROL-RPT
               ASSIGN TO ASMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ASM-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASM-CONTROL-REC.
           05  FC-ASMT-MONTH               PIC 9(06).
           05  FILLER                      PIC X(74).

       FD  ASM-SCHEDULE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASM-SCHEDULE-REC                PIC X(133).

       FD  ASM-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASM-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-SCHD-STATUS              PIC X(02).
               88  SCHD-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.
           05  WS-ASO-GROUP-SW             PIC X(01) VALUE 'N'.
               88  GROUP-IS-ASO            VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RULES-LOADED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ASSESSMENTS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-STATES               PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-GROUP-ROWS           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PASSTHRU-ROWS        PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-ASSESSED             PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-PASSTHRU             PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-MONTH-START              PIC 9(08).
           05  WS-MONTH-START-R REDEFINES WS-MONTH-START.
               10  WS-MONTH-CCYY           PIC 9(04).
               10  WS-MONTH-MM             PIC 9(02).
               10  WS-MONTH-DD             PIC 9(02).
           05  WS-NEXT-MONTH               PIC 9(08).
           05  WS-RUL-SUB                  PIC S9(05) COMP.
           05  WS-PRIOR-STATE              PIC X(02) VALUE SPACES.
           05  WS-GROUP-AMT                PIC S9(11)V99 COMP-3.
           05  WS-RUL-UNITS                PIC 9(09) COMP-3.
           05  WS-RUL-BASIS-AMT            PIC S9(13)V99 COMP-3.
           05  WS-RUL-ASSESSED             PIC S9(11)V99 COMP-3.
           05  WS-RUL-PASSTHRU             PIC S9(11)V99 COMP-3.
           05  WS-STATE-ASSESSED           PIC S9(13)V99 COMP-3.
           05  WS-STATE-PASSTHRU           PIC S9(13)V99 COMP-3.
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.

      *--- ASSESSMENT RULES IN FORCE FOR THE MONTH, BY STATE ---
       01  WS-RULE-TABLE.
           05  WS-RUL-COUNT                PIC 9(05) VALUE 0.
           05  WS-RUL-MAX                  PIC 9(05) VALUE 500.
           05  WS-RUL-ENTRY OCCURS 500 TIMES.
               10  WS-RUL-STATE            PIC X(02).
               10  WS-RUL-LOB              PIC X(03).
               10  WS-RUL-TYPE             PIC X(04).
               10  WS-RUL-DESC             PIC X(30).
               10  WS-RUL-BASIS            PIC X(01).
                   88  RUL-CLAIMS-BASIS    VALUE 'C'.
                   88  RUL-LIVES-BASIS     VALUE 'L'.
               10  WS-RUL-PROV-TYPE        PIC X(02).
               10  WS-RUL-PERCENT          PIC S9(03)V9(04) COMP-3.
               10  WS-RUL-PMPM             PIC S9(05)V99 COMP-3.
               10  WS-RUL-PASS-THRU        PIC X(01).
                   88  RUL-ALLOWS-PASS-THRU VALUE 'Y'.

       01  HV-ASSESSMENT-VARS.
           05  HV-ASMT-MONTH               PIC 9(06).
           05  HV-MONTH-START              PIC 9(08).
           05  HV-NEXT-MONTH               PIC 9(08).
           05  HV-CALC-DATE                PIC 9(08).
           05  HV-STATE-CODE               PIC X(02).
           05  HV-LOB                      PIC X(03).
           05  HV-ASMT-TYPE                PIC X(04).
           05  HV-ASMT-DESC                PIC X(30).
           05  HV-BASIS-CODE               PIC X(01).
           05  HV-PROVIDER-TYPE            PIC X(02).
           05  HV-PERCENT-RATE             PIC S9(03)V9(04).
           05  HV-PMPM-RATE                PIC S9(05)V99.
           05  HV-PASS-THRU-FLAG           PIC X(01).
           05  HV-GROUP-NO                 PIC X(10).
           05  HV-UNITS                    PIC S9(09) COMP.
           05  HV-BASIS-AMT                PIC S9(13)V99.
           05  HV-ASSESSED-AMT             PIC S9(11)V99.
           05  HV-PASSTHRU-AMT             PIC S9(11)V99.
           05  HV-COUNT                    PIC S9(09) COMP.

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
               VALUE 'STATE ASSESSMENT CALCULATION CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

      *--- STATE FILING SCHEDULE - ONE PAGE GROUP PER STATE ---
       01  WS-SCH-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(33)
               VALUE 'STATE ASSESSMENT FILING SCHEDULE'.
           05  FILLER                      PIC X(08) VALUE '  STATE '.
           05  WS-SH-STATE                 PIC X(02).
           05  FILLER                      PIC X(08) VALUE '  MONTH '.
           05  WS-SH-MONTH                 PIC 9(06).
           05  FILLER                      PIC X(06) VALUE '  RUN '.
           05  WS-SH-RUN-DATE              PIC X(10).
           05  FILLER                      PIC X(59) VALUE SPACES.

       01  WS-SCH-COLUMN-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'TYPE'.
           05  FILLER                      PIC X(32)
               VALUE 'DESCRIPTION'.
           05  FILLER                      PIC X(05) VALUE 'LOB'.
           05  FILLER                      PIC X(07) VALUE 'BASIS'.
           05  FILLER                      PIC X(04) VALUE 'PT'.
           05  FILLER                      PIC X(10)
               VALUE '     UNITS'.
           05  FILLER                      PIC X(20)
               VALUE '        BASIS AMOUNT'.
           05  FILLER                      PIC X(12)
               VALUE '        RATE'.
           05  FILLER                      PIC X(16)
               VALUE '      ASSESSMENT'.
           05  FILLER                      PIC X(16)
               VALUE '   ASO PASS-THRU'.
           05  FILLER                      PIC X(04) VALUE SPACES.

       01  WS-SCH-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-TYPE                  PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-DESC                  PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-LOB                   PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-BASIS                 PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-PROV-TYPE             PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-UNITS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-BASIS-AMT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-RATE                  PIC ZZ,ZZ9.9999.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-ASSESSED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-PASSTHRU              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(05) VALUE SPACES.

       01  WS-SCH-TOTAL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ST-LABEL                 PIC X(40).
           05  FILLER                      PIC X(56) VALUE SPACES.
           05  WS-ST-ASSESSED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ST-PASSTHRU              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(05) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - LOAD THE MONTH'S RULES, CALCULATE EACH ONE, AND     *
      * CLOSE THE LAST STATE'S SCHEDULE                                *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-ASSESSMENT-RULES
               THRU 1100-LOAD-ASSESSMENT-RULES-EXIT
           PERFORM 2000-CALCULATE-ASSESSMENTS
               THRU 2000-CALCULATE-ASSESSMENTS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * MONTH CARD, FILES, DATABASE. A MONTH ALREADY ASSESSED IS NOT   *
      * RUN AGAIN.                                                     *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT ASM-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'ASM-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ ASM-CONTROL-FILE
           IF NOT CTRL-OK OR FC-ASMT-MONTH NOT NUMERIC
               MOVE 'ASSESSMENT MONTH CARD MISSING OR BAD'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE ASM-CONTROL-FILE
           COMPUTE WS-MONTH-START = FC-ASMT-MONTH * 100 + 1
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               MOVE 'ASSESSMENT MONTH NOT CCYYMM' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-MONTH =
                   (WS-MONTH-CCYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-START + 100
           END-IF
           MOVE FC-ASMT-MONTH TO HV-ASMT-MONTH
           MOVE WS-MONTH-START TO HV-MONTH-START
           MOVE WS-NEXT-MONTH TO HV-NEXT-MONTH
           MOVE WS-CURR-DATE-8 TO HV-CALC-DATE

           OPEN OUTPUT ASM-SCHEDULE-FILE
           IF NOT SCHD-OK
               MOVE 'ASM-SCHEDULE-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT ASM-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'ASM-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE ASM-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE ASM-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO ASM-CONTROL-RPT-REC
           WRITE ASM-CONTROL-RPT-REC
           MOVE 'ASSESSMENT MONTH' TO WS-RPT-LABEL
           MOVE FC-ASMT-MONTH TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

      *--- ONE RUN PER ASSESSMENT MONTH ---
           MOVE 0 TO HV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   STATE_ASSESSMENT
               WHERE  ASSESSMENT_MONTH = :HV-ASMT-MONTH
           END-EXEC
           IF WS-SQLCODE = 0 AND HV-COUNT > 0
               MOVE 'MONTH ALREADY ASSESSED - NOT RERUN'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 1100 - ACTIVE RULES IN FORCE ON THE FIRST OF THE MONTH, IN     *
      * STATE ORDER FOR THE FILING SCHEDULES                           *
      *================================================================*
       1100-LOAD-ASSESSMENT-RULES.
           EXEC SQL
               DECLARE ASMT_RULE_CURSOR CURSOR FOR
               SELECT STATE_CODE, LINE_OF_BUSINESS, ASSESSMENT_TYPE,
                      ASSESSMENT_DESC, BASIS_CODE,
                      ISNULL(PROVIDER_TYPE, ' '),
                      ISNULL(PERCENT_RATE, 0), ISNULL(PMPM_RATE, 0),
                      ISNULL(PASS_THROUGH_FLAG, 'N')
               FROM   STATE_ASSESSMENT_RULE
               WHERE  STATUS = 'A'
               AND    EFFECTIVE_DATE <= :HV-MONTH-START
               AND    (TERM_DATE IS NULL
                       OR TERM_DATE >= :HV-MONTH-START)
               ORDER BY STATE_CODE, ASSESSMENT_TYPE, LINE_OF_BUSINESS
           END-EXEC

           EXEC SQL
               OPEN ASMT_RULE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ASSESSMENT RULE CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASMT_RULE_CURSOR
                   INTO  :HV-STATE-CODE, :HV-LOB, :HV-ASMT-TYPE,
                         :HV-ASMT-DESC, :HV-BASIS-CODE,
                         :HV-PROVIDER-TYPE,
                         :HV-PERCENT-RATE, :HV-PMPM-RATE,
                         :HV-PASS-THRU-FLAG
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   IF WS-RUL-COUNT NOT < WS-RUL-MAX
                       MOVE 'ASSESSMENT RULE TABLE FULL'
                         TO WS-ERR-MESSAGE
                       MOVE 'F' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
                   PERFORM 1200-ADD-RULE-ENTRY
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASMT_RULE_CURSOR
           END-EXEC
           MOVE WS-RUL-COUNT TO WS-CTR-RULES-LOADED
           .
       1100-LOAD-ASSESSMENT-RULES-EXIT.
           EXIT.

       1200-ADD-RULE-ENTRY.
      *----------------------------------------------------------------*
      * ADD THE RULE JUST READ TO THE RULE TABLE. A RULE WITH A BASIS  *
      * OTHER THAN CLAIMS OR LIVES IS REPORTED AND LEFT OUT.           *
      *----------------------------------------------------------------*
           IF HV-BASIS-CODE NOT = 'C' AND HV-BASIS-CODE NOT = 'L'
               MOVE 'RULE WITH UNKNOWN BASIS SKIPPED' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING HV-STATE-CODE ' ' HV-LOB ' ' HV-ASMT-TYPE
                   ' BASIS ' HV-BASIS-CODE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           ELSE
               ADD 1 TO WS-RUL-COUNT
               MOVE WS-RUL-COUNT      TO WS-RUL-SUB
               MOVE HV-STATE-CODE     TO WS-RUL-STATE(WS-RUL-SUB)
               MOVE HV-LOB            TO WS-RUL-LOB(WS-RUL-SUB)
               MOVE HV-ASMT-TYPE      TO WS-RUL-TYPE(WS-RUL-SUB)
               MOVE HV-ASMT-DESC      TO WS-RUL-DESC(WS-RUL-SUB)
               MOVE HV-BASIS-CODE     TO WS-RUL-BASIS(WS-RUL-SUB)
               MOVE HV-PROVIDER-TYPE  TO WS-RUL-PROV-TYPE(WS-RUL-SUB)
               MOVE HV-PERCENT-RATE   TO WS-RUL-PERCENT(WS-RUL-SUB)
               MOVE HV-PMPM-RATE      TO WS-RUL-PMPM(WS-RUL-SUB)
               MOVE HV-PASS-THRU-FLAG TO WS-RUL-PASS-THRU(WS-RUL-SUB)
           END-IF
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE ASM-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - CALCULATE EVERY RULE, BREAKING THE FILING SCHEDULE BY   *
      * STATE                                                          *
      *================================================================*
       2000-CALCULATE-ASSESSMENTS.
           EXEC SQL
               DECLARE ASMT_CLAIM_CURSOR CURSOR FOR
               SELECT C.GROUP_NO, COUNT(*),
                      ISNULL(SUM(C.PAID_AMOUNT), 0)
               FROM   CLAIM_HEADER C, PROVIDER P
               WHERE  P.NPI = C.PROVIDER_NPI
               AND    C.CLAIM_STATUS = 'PA'
               AND    C.PAID_DATE >= :HV-MONTH-START
               AND    C.PAID_DATE < :HV-NEXT-MONTH
               AND    C.LINE_OF_BUSINESS = :HV-LOB
               AND    P.STATE_CODE = :HV-STATE-CODE
               AND    (:HV-PROVIDER-TYPE = ' '
                       OR P.PROVIDER_TYPE = :HV-PROVIDER-TYPE)
               GROUP BY C.GROUP_NO
               ORDER BY C.GROUP_NO
           END-EXEC

           EXEC SQL
               DECLARE ASMT_LIVES_CURSOR CURSOR FOR
               SELECT E.group_num, COUNT(*), 0
               FROM   T_MEMBER_ELIG E, GROUP_MASTER G
               WHERE  G.GROUP_NUM = E.group_num
               AND    G.LINE_OF_BUSINESS = :HV-LOB
               AND    E.state = :HV-STATE-CODE
               AND    E.status IN ('A', 'T')
               AND    E.eff_date <= :HV-MONTH-START
               AND    E.term_date >= :HV-MONTH-START
               GROUP BY E.group_num
               ORDER BY E.group_num
           END-EXEC

           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT
               IF WS-RUL-STATE(WS-RUL-SUB) NOT = WS-PRIOR-STATE
                   PERFORM 2500-STATE-BREAK
               END-IF
               PERFORM 2100-CALCULATE-ONE-RULE
                   THRU 2100-CALCULATE-ONE-RULE-EXIT
           END-PERFORM

           IF WS-PRIOR-STATE NOT = SPACES
               PERFORM 2600-WRITE-STATE-TOTAL
           END-IF
           .
       2000-CALCULATE-ASSESSMENTS-EXIT.
           EXIT.

       2100-CALCULATE-ONE-RULE.
      *----------------------------------------------------------------*
      * SUM THE RULE'S BASIS GROUP BY GROUP, ASSESS EACH GROUP, STAGE  *
      * THE ASO PASS-THROUGH, AND RECORD THE STATE'S ASSESSMENT        *
      *----------------------------------------------------------------*
           MOVE WS-RUL-STATE(WS-RUL-SUB)     TO HV-STATE-CODE
           MOVE WS-RUL-LOB(WS-RUL-SUB)       TO HV-LOB
           MOVE WS-RUL-TYPE(WS-RUL-SUB)      TO HV-ASMT-TYPE
           MOVE WS-RUL-DESC(WS-RUL-SUB)      TO HV-ASMT-DESC
           MOVE WS-RUL-BASIS(WS-RUL-SUB)     TO HV-BASIS-CODE
           MOVE WS-RUL-PROV-TYPE(WS-RUL-SUB) TO HV-PROVIDER-TYPE
           MOVE WS-RUL-PERCENT(WS-RUL-SUB)   TO HV-PERCENT-RATE
           MOVE WS-RUL-PMPM(WS-RUL-SUB)      TO HV-PMPM-RATE
           MOVE 0 TO WS-RUL-UNITS WS-RUL-BASIS-AMT
                     WS-RUL-ASSESSED WS-RUL-PASSTHRU

           IF RUL-CLAIMS-BASIS(WS-RUL-SUB)
               EXEC SQL
                   OPEN ASMT_CLAIM_CURSOR
               END-EXEC
           ELSE
               EXEC SQL
                   OPEN ASMT_LIVES_CURSOR
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'ASSESSMENT BASIS CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-CALCULATE-ONE-RULE-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               IF RUL-CLAIMS-BASIS(WS-RUL-SUB)
                   EXEC SQL
                       FETCH ASMT_CLAIM_CURSOR
                       INTO  :HV-GROUP-NO, :HV-UNITS, :HV-BASIS-AMT
                   END-EXEC
               ELSE
                   EXEC SQL
                       FETCH ASMT_LIVES_CURSOR
                       INTO  :HV-GROUP-NO, :HV-UNITS, :HV-BASIS-AMT
                   END-EXEC
               END-IF
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 2200-ASSESS-ONE-GROUP
                       THRU 2200-ASSESS-ONE-GROUP-EXIT
               END-IF
           END-PERFORM

           IF RUL-CLAIMS-BASIS(WS-RUL-SUB)
               EXEC SQL
                   CLOSE ASMT_CLAIM_CURSOR
               END-EXEC
           ELSE
               EXEC SQL
                   CLOSE ASMT_LIVES_CURSOR
               END-EXEC
           END-IF

           PERFORM 2300-RECORD-ASSESSMENT
               THRU 2300-RECORD-ASSESSMENT-EXIT
           .
       2100-CALCULATE-ONE-RULE-EXIT.
           EXIT.

       2200-ASSESS-ONE-GROUP.
      *----------------------------------------------------------------*
      * ONE GROUP'S SHARE OF THE ASSESSMENT. WHEN THE STATE ALLOWS     *
      * PASS-THROUGH AND THE GROUP IS SELF-FUNDED, ITS SHARE IS STAGED *
      * FOR THE NEXT ASO FUNDING REQUEST.                              *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-GROUP-ROWS
           IF RUL-CLAIMS-BASIS(WS-RUL-SUB)
               COMPUTE WS-GROUP-AMT ROUNDED =
                   HV-BASIS-AMT * WS-RUL-PERCENT(WS-RUL-SUB) / 100
           ELSE
               COMPUTE WS-GROUP-AMT ROUNDED =
                   HV-UNITS * WS-RUL-PMPM(WS-RUL-SUB)
           END-IF
           ADD HV-UNITS     TO WS-RUL-UNITS
           ADD HV-BASIS-AMT TO WS-RUL-BASIS-AMT
           ADD WS-GROUP-AMT TO WS-RUL-ASSESSED

           IF NOT RUL-ALLOWS-PASS-THRU(WS-RUL-SUB)
              OR WS-GROUP-AMT = 0
               GO TO 2200-ASSESS-ONE-GROUP-EXIT
           END-IF

           MOVE 'N' TO WS-ASO-GROUP-SW
           MOVE 0 TO HV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   ASO_FUNDING_GROUP
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    ACTIVE_FLAG = 'Y'
           END-EXEC
           IF WS-SQLCODE = 0 AND HV-COUNT > 0
               SET GROUP-IS-ASO TO TRUE
           END-IF
           IF NOT GROUP-IS-ASO
               GO TO 2200-ASSESS-ONE-GROUP-EXIT
           END-IF

           MOVE WS-GROUP-AMT TO HV-PASSTHRU-AMT
           EXEC SQL
               INSERT INTO STATE_ASSESSMENT_PASSTHRU
                   (GROUP_NO, STATE_CODE, LINE_OF_BUSINESS,
                    ASSESSMENT_TYPE, ASSESSMENT_MONTH, BASIS_UNITS,
                    BASIS_AMOUNT, PASSTHRU_AMOUNT, CALC_DATE,
                    FUNDING_REQUEST_ID, CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-GROUP-NO, :HV-STATE-CODE, :HV-LOB,
                    :HV-ASMT-TYPE, :HV-ASMT-MONTH, :HV-UNITS,
                    :HV-BASIS-AMT, :HV-PASSTHRU-AMT, :HV-CALC-DATE,
                    NULL, GETDATE(), 'HCSTASMT')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ASSESSMENT PASS-THROUGH INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2200-ASSESS-ONE-GROUP-EXIT
           END-IF
           ADD 1 TO WS-CTR-PASSTHRU-ROWS
           ADD WS-GROUP-AMT TO WS-RUL-PASSTHRU
           .
       2200-ASSESS-ONE-GROUP-EXIT.
           EXIT.

       2300-RECORD-ASSESSMENT.
      *----------------------------------------------------------------*
      * RECORD THE STATE'S ASSESSMENT FOR HCGLPOST AND PRINT IT ON     *
      * THE FILING SCHEDULE. A RULE WITH NO BASIS STILL PRINTS SO THE  *
      * FILING SHOWS A ZERO RETURN.                                    *
      *----------------------------------------------------------------*
           MOVE WS-RUL-UNITS TO HV-UNITS
           MOVE WS-RUL-BASIS-AMT TO HV-BASIS-AMT
           MOVE WS-RUL-ASSESSED TO HV-ASSESSED-AMT
           MOVE WS-RUL-PASSTHRU TO HV-PASSTHRU-AMT

           EXEC SQL
               INSERT INTO STATE_ASSESSMENT
                   (STATE_CODE, LINE_OF_BUSINESS, ASSESSMENT_TYPE,
                    ASSESSMENT_MONTH, BASIS_CODE, PROVIDER_TYPE,
                    BASIS_UNITS, BASIS_AMOUNT, PERCENT_RATE,
                    PMPM_RATE, ASSESSMENT_AMOUNT,
                    ASO_PASSTHRU_AMOUNT, CALC_DATE, STATUS,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-STATE-CODE, :HV-LOB, :HV-ASMT-TYPE,
                    :HV-ASMT-MONTH, :HV-BASIS-CODE, :HV-PROVIDER-TYPE,
                    :HV-UNITS, :HV-BASIS-AMT, :HV-PERCENT-RATE,
                    :HV-PMPM-RATE, :HV-ASSESSED-AMT,
                    :HV-PASSTHRU-AMT, :HV-CALC-DATE, 'CALC',
                    GETDATE(), 'HCSTASMT')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'STATE_ASSESSMENT INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2300-RECORD-ASSESSMENT-EXIT
           END-IF

           ADD 1 TO WS-CTR-ASSESSMENTS
           ADD WS-RUL-ASSESSED TO WS-STATE-ASSESSED WS-TOT-ASSESSED
           ADD WS-RUL-PASSTHRU TO WS-STATE-PASSTHRU WS-TOT-PASSTHRU

           MOVE HV-ASMT-TYPE TO WS-SD-TYPE
           MOVE HV-ASMT-DESC TO WS-SD-DESC
           MOVE HV-LOB TO WS-SD-LOB
           MOVE HV-PROVIDER-TYPE TO WS-SD-PROV-TYPE
           MOVE WS-RUL-UNITS TO WS-SD-UNITS
           MOVE WS-RUL-BASIS-AMT TO WS-SD-BASIS-AMT
           IF RUL-CLAIMS-BASIS(WS-RUL-SUB)
               MOVE 'CLAIMS' TO WS-SD-BASIS
               MOVE WS-RUL-PERCENT(WS-RUL-SUB) TO WS-SD-RATE
           ELSE
               MOVE 'LIVES' TO WS-SD-BASIS
               MOVE WS-RUL-PMPM(WS-RUL-SUB) TO WS-SD-RATE
           END-IF
           MOVE WS-RUL-ASSESSED TO WS-SD-ASSESSED
           MOVE WS-RUL-PASSTHRU TO WS-SD-PASSTHRU
           WRITE ASM-SCHEDULE-REC FROM WS-SCH-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .
       2300-RECORD-ASSESSMENT-EXIT.
           EXIT.

       2500-STATE-BREAK.
      *----------------------------------------------------------------*
      * CLOSE THE PRIOR STATE'S SCHEDULE AND START THE NEXT ON A NEW   *
      * PAGE                                                           *
      *----------------------------------------------------------------*
           IF WS-PRIOR-STATE NOT = SPACES
               PERFORM 2600-WRITE-STATE-TOTAL
           END-IF
           MOVE WS-RUL-STATE(WS-RUL-SUB) TO WS-PRIOR-STATE
           ADD 1 TO WS-CTR-STATES
           MOVE 0 TO WS-STATE-ASSESSED WS-STATE-PASSTHRU

           MOVE WS-PRIOR-STATE TO WS-SH-STATE
           MOVE FC-ASMT-MONTH TO WS-SH-MONTH
           MOVE WS-RPT-DATE TO WS-SH-RUN-DATE
           WRITE ASM-SCHEDULE-REC FROM WS-SCH-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO ASM-SCHEDULE-REC
           WRITE ASM-SCHEDULE-REC
               AFTER ADVANCING 1 LINE
           WRITE ASM-SCHEDULE-REC FROM WS-SCH-COLUMN-HEADER
               AFTER ADVANCING 1 LINE
           .

       2600-WRITE-STATE-TOTAL.
      *----------------------------------------------------------------*
      * THE STATE'S TOTAL DUE FOR THE MONTH                            *
      *----------------------------------------------------------------*
           MOVE SPACES TO ASM-SCHEDULE-REC
           WRITE ASM-SCHEDULE-REC
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-ST-LABEL
           STRING 'TOTAL DUE TO STATE ' WS-PRIOR-STATE
               DELIMITED BY SIZE INTO WS-ST-LABEL
           MOVE WS-STATE-ASSESSED TO WS-ST-ASSESSED
           MOVE WS-STATE-PASSTHRU TO WS-ST-PASSTHRU
           WRITE ASM-SCHEDULE-REC FROM WS-SCH-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-RPT-LABEL
           STRING 'STATE ' WS-PRIOR-STATE ' ASSESSED'
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE WS-STATE-ASSESSED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCSTASMT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCSTASMT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCSTASMT - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCSTASMT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO ASM-CONTROL-RPT-REC
           WRITE ASM-CONTROL-RPT-REC
           MOVE 'ASSESSMENT RULES IN FORCE' TO WS-RPT-LABEL
           MOVE WS-CTR-RULES-LOADED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'STATES SCHEDULED' TO WS-RPT-LABEL
           MOVE WS-CTR-STATES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ASSESSMENTS RECORDED' TO WS-RPT-LABEL
           MOVE WS-CTR-ASSESSMENTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'GROUP BASIS ROWS' TO WS-RPT-LABEL
           MOVE WS-CTR-GROUP-ROWS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ASO PASS-THROUGH ROWS STAGED' TO WS-RPT-LABEL
           MOVE WS-CTR-PASSTHRU-ROWS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL ASSESSED' TO WS-RPT-LABEL
           MOVE WS-TOT-ASSESSED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL ASO PASS-THROUGH' TO WS-RPT-LABEL
           MOVE WS-TOT-PASSTHRU TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCSTASMT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'ASSESSMENT MONTH:   ' FC-ASMT-MONTH
           DISPLAY 'RULES IN FORCE:     ' WS-CTR-RULES-LOADED
           DISPLAY 'ASSESSMENTS:        ' WS-CTR-ASSESSMENTS
           DISPLAY 'PASS-THROUGH ROWS:  ' WS-CTR-PASSTHRU-ROWS
           DISPLAY 'TOTAL ASSESSED:     ' WS-TOT-ASSESSED
           DISPLAY 'TOTAL PASS-THROUGH: ' WS-TOT-PASSTHRU
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE ASM-SCHEDULE-FILE
           CLOSE ASM-CONTROL-RPT
           .
