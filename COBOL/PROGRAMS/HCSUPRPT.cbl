       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCSUPRPT.
      *================================================================*
      * PROGRAM:     HCSUPRPT                                          *
      * DESCRIPTION: MA SUPPLEMENTAL BENEFIT UTILIZATION REPORT. FOR   *
      *              THE PLAN YEARS STARTING IN THE REQUESTED CALENDAR *
      *              YEAR, SUMMARIZES THE SUPP_WALLET ALLOWANCES BY    *
      *              PLAN AND BENEFIT TYPE: MEMBERS FUNDED, DOLLARS    *
      *              ALLOTTED, USED THROUGH CLAIMS AND THROUGH THE     *
      *              CARD, EXPIRED AND STILL OPEN, THE UTILIZATION     *
      *              RATE, AND THE AVERAGE USE PER MEMBER WHO USED THE *
      *              BENEFIT. ROLLED-OVER DOLLARS ARE SHOWN BUT NOT    *
      *              COUNTED AGAIN IN THE ALLOTMENT. USED FOR THE      *
      *              ANNUAL BID - RUN AFTER THE PLAN YEAR HAS CLOSED.  *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  SUPRCTL  - REPORT YEAR CARD (CCYY)               *
      * OUTPUT FILES: SUPURPT  - SUPPLEMENTAL UTILIZATION REPORT       *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 KWONG    INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-RPT-CONTROL-FILE
               ASSIGN TO SUPRCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT SUPP-UTIL-RPT
               ASSIGN TO SUPURPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-URPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPP-RPT-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-RPT-CONTROL-REC.
           05  FC-REPORT-YEAR              PIC 9(04).
           05  FILLER                      PIC X(76).

       FD  SUPP-UTIL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-UTIL-RPT-REC               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-URPT-STATUS              PIC X(02).
               88  URPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-LINES                PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-MEMBERS              PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-UTILIZERS            PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-ALLOTTED             PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-ROLLOVER-IN          PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-CLAIM-DRAWN          PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-CARD-SPENT           PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-EXPIRED              PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-OPEN                 PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-CCYY            PIC 9(04).
               10  WS-CURR-MMDD            PIC 9(04).
           05  WS-REPORT-YEAR              PIC 9(04).
           05  WS-USED-AMT                 PIC S9(13)V99 COMP-3.
           05  WS-UTIL-PCT                 PIC S9(05)V99 COMP-3.
           05  WS-AVG-AMT                  PIC S9(09)V99 COMP-3.

       01  HV-UTIL-VARS.
           05  HV-YEAR-FROM                PIC 9(08).
           05  HV-YEAR-THRU                PIC 9(08).
           05  HV-PLAN-CODE                PIC X(06).
           05  HV-BENEFIT-TYPE             PIC X(04).
           05  HV-MEMBERS                  PIC S9(09) COMP.
           05  HV-UTILIZERS                PIC S9(09) COMP.
           05  HV-ALLOTTED-AMT             PIC S9(11)V99.
           05  HV-ROLLOVER-IN-AMT          PIC S9(11)V99.
           05  HV-CLAIM-DRAWN-AMT          PIC S9(11)V99.
           05  HV-CARD-SPENT-AMT           PIC S9(11)V99.
           05  HV-EXPIRED-AMT              PIC S9(11)V99.
           05  HV-OPEN-AMT                 PIC S9(11)V99.

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
           05  FILLER                      PIC X(47)
               VALUE 'MA SUPPLEMENTAL BENEFIT UTILIZATION - PLAN YEAR'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-YEAR                 PIC 9(04).
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  WS-RPT-COLUMN-HDR.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE 'PLAN'.
           05  FILLER                      PIC X(05) VALUE 'TYPE'.
           05  FILLER                      PIC X(09) VALUE '  MEMBERS'.
           05  FILLER                      PIC X(15)
               VALUE '       ALLOTTED'.
           05  FILLER                      PIC X(15)
               VALUE '    ROLLED OVER'.
           05  FILLER                      PIC X(15)
               VALUE '    CLAIM DRAWS'.
           05  FILLER                      PIC X(15)
               VALUE '     CARD SPEND'.
           05  FILLER                      PIC X(15)
               VALUE '        EXPIRED'.
           05  FILLER                      PIC X(15)
               VALUE '     STILL OPEN'.
           05  FILLER                      PIC X(08) VALUE '  UTIL %'.
           05  FILLER                      PIC X(09) VALUE '  USERS'.
           05  FILLER                      PIC X(04) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(132) VALUE ALL '-'.

       01  WS-RPT-UTIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-UL-PLAN-CODE             PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-UL-BENEFIT-TYPE          PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-UL-MEMBERS               PIC ZZZZ,ZZ9.
           05  WS-UL-ALLOTTED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-UL-ROLLOVER-IN           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-UL-CLAIM-DRAWN           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-UL-CARD-SPENT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-UL-EXPIRED               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-UL-OPEN                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-UL-UTIL-PCT              PIC ZZZZ9.99.
           05  WS-UL-UTILIZERS             PIC ZZZZ,ZZ9.
           05  FILLER                      PIC X(06) VALUE SPACES.

       01  WS-RPT-AVG-LINE.
           05  FILLER                      PIC X(13) VALUE SPACES.
           05  FILLER                      PIC X(30)
               VALUE 'AVERAGE USE PER MEMBER USING: '.
           05  WS-AL-AVG-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(75) VALUE SPACES.

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
      * MAINLINE                                                       *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-REPORT-UTILIZATION
               THRU 2000-REPORT-UTILIZATION-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * REPORT YEAR CARD (DEFAULT LAST YEAR), FILES, DATABASE          *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT SUPP-RPT-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'SUPP-RPT-CONTROL-FILE OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ SUPP-RPT-CONTROL-FILE
           IF NOT CTRL-OK OR FC-REPORT-YEAR NOT NUMERIC
              OR FC-REPORT-YEAR = 0
               COMPUTE WS-REPORT-YEAR = WS-CURR-CCYY - 1
           ELSE
               MOVE FC-REPORT-YEAR TO WS-REPORT-YEAR
           END-IF
           CLOSE SUPP-RPT-CONTROL-FILE
           MOVE WS-REPORT-YEAR TO WS-RPT-YEAR
           COMPUTE HV-YEAR-FROM = WS-REPORT-YEAR * 10000 + 0101
           COMPUTE HV-YEAR-THRU = WS-REPORT-YEAR * 10000 + 1231

           OPEN OUTPUT SUPP-UTIL-RPT
           IF NOT URPT-OK
               MOVE 'SUPP-UTIL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO SUPP-UTIL-RPT-REC
           WRITE SUPP-UTIL-RPT-REC
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-COLUMN-HDR
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-COLUMN-LINE
           .

      *================================================================*
      * 2000 - ONE LINE PER PLAN AND BENEFIT TYPE. A MEMBER COUNTS AS  *
      * A USER WHEN ANY WALLET IN THE YEAR HAD A CLAIM DRAW OR CARD    *
      * SPEND. STILL OPEN IS WHAT REMAINS ON WALLETS NOT YET CLOSED.   *
      *================================================================*
       2000-REPORT-UTILIZATION.
           EXEC SQL
               DECLARE SUPP_UTIL_CURSOR CURSOR FOR
               SELECT PLAN_CODE, BENEFIT_TYPE,
                      COUNT(DISTINCT MEMBER_ID),
                      COUNT(DISTINCT CASE
                          WHEN CLAIM_DRAWN_AMT + CARD_SPENT_AMT > 0
                          THEN MEMBER_ID END),
                      SUM(ALLOTTED_AMT),
                      SUM(ROLLOVER_IN_AMT),
                      SUM(CLAIM_DRAWN_AMT),
                      SUM(CARD_SPENT_AMT),
                      SUM(EXPIRED_AMT),
                      SUM(CASE WHEN STATUS = 'OPEN'
                               THEN ALLOTTED_AMT + ROLLOVER_IN_AMT
                                  - CLAIM_DRAWN_AMT - CARD_SPENT_AMT
                               ELSE 0 END)
               FROM   SUPP_WALLET
               WHERE  PLAN_YEAR_START >= :HV-YEAR-FROM
               AND    PLAN_YEAR_START <= :HV-YEAR-THRU
               GROUP BY PLAN_CODE, BENEFIT_TYPE
               ORDER BY PLAN_CODE, BENEFIT_TYPE
           END-EXEC

           EXEC SQL
               OPEN SUPP_UTIL_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP UTIL CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH SUPP_UTIL_CURSOR
                   INTO  :HV-PLAN-CODE, :HV-BENEFIT-TYPE,
                         :HV-MEMBERS, :HV-UTILIZERS,
                         :HV-ALLOTTED-AMT, :HV-ROLLOVER-IN-AMT,
                         :HV-CLAIM-DRAWN-AMT, :HV-CARD-SPENT-AMT,
                         :HV-EXPIRED-AMT, :HV-OPEN-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 2100-WRITE-UTIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SUPP_UTIL_CURSOR
           END-EXEC

      *--- GRAND TOTAL ACROSS ALL PLANS AND BENEFIT TYPES ---
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-COLUMN-LINE
           MOVE 'TOTAL' TO HV-PLAN-CODE
           MOVE SPACES TO HV-BENEFIT-TYPE
           MOVE WS-TOT-MEMBERS TO HV-MEMBERS
           MOVE WS-TOT-UTILIZERS TO HV-UTILIZERS
           MOVE WS-TOT-ALLOTTED TO HV-ALLOTTED-AMT
           MOVE WS-TOT-ROLLOVER-IN TO HV-ROLLOVER-IN-AMT
           MOVE WS-TOT-CLAIM-DRAWN TO HV-CLAIM-DRAWN-AMT
           MOVE WS-TOT-CARD-SPENT TO HV-CARD-SPENT-AMT
           MOVE WS-TOT-EXPIRED TO HV-EXPIRED-AMT
           MOVE WS-TOT-OPEN TO HV-OPEN-AMT
           PERFORM 2200-FORMAT-UTIL-LINE
           .
       2000-REPORT-UTILIZATION-EXIT.
           EXIT.

       2100-WRITE-UTIL-LINE.
      *----------------------------------------------------------------*
      * ACCUMULATE THE GRAND TOTAL AND PRINT THE PLAN/BENEFIT LINE     *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-LINES
           ADD HV-MEMBERS TO WS-TOT-MEMBERS
           ADD HV-UTILIZERS TO WS-TOT-UTILIZERS
           ADD HV-ALLOTTED-AMT TO WS-TOT-ALLOTTED
           ADD HV-ROLLOVER-IN-AMT TO WS-TOT-ROLLOVER-IN
           ADD HV-CLAIM-DRAWN-AMT TO WS-TOT-CLAIM-DRAWN
           ADD HV-CARD-SPENT-AMT TO WS-TOT-CARD-SPENT
           ADD HV-EXPIRED-AMT TO WS-TOT-EXPIRED
           ADD HV-OPEN-AMT TO WS-TOT-OPEN
           PERFORM 2200-FORMAT-UTIL-LINE
           .

       2200-FORMAT-UTIL-LINE.
      *----------------------------------------------------------------*
      * UTILIZATION = CLAIM DRAWS + CARD SPEND OVER DOLLARS ALLOTTED   *
      *----------------------------------------------------------------*
           COMPUTE WS-USED-AMT = HV-CLAIM-DRAWN-AMT + HV-CARD-SPENT-AMT
           IF HV-ALLOTTED-AMT > 0
               COMPUTE WS-UTIL-PCT ROUNDED =
                   WS-USED-AMT * 100 / HV-ALLOTTED-AMT
           ELSE
               MOVE 0 TO WS-UTIL-PCT
           END-IF
           IF HV-UTILIZERS > 0
               COMPUTE WS-AVG-AMT ROUNDED = WS-USED-AMT / HV-UTILIZERS
           ELSE
               MOVE 0 TO WS-AVG-AMT
           END-IF

           MOVE HV-PLAN-CODE TO WS-UL-PLAN-CODE
           MOVE HV-BENEFIT-TYPE TO WS-UL-BENEFIT-TYPE
           MOVE HV-MEMBERS TO WS-UL-MEMBERS
           MOVE HV-ALLOTTED-AMT TO WS-UL-ALLOTTED
           MOVE HV-ROLLOVER-IN-AMT TO WS-UL-ROLLOVER-IN
           MOVE HV-CLAIM-DRAWN-AMT TO WS-UL-CLAIM-DRAWN
           MOVE HV-CARD-SPENT-AMT TO WS-UL-CARD-SPENT
           MOVE HV-EXPIRED-AMT TO WS-UL-EXPIRED
           MOVE HV-OPEN-AMT TO WS-UL-OPEN
           MOVE WS-UTIL-PCT TO WS-UL-UTIL-PCT
           MOVE HV-UTILIZERS TO WS-UL-UTILIZERS
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-UTIL-LINE
           MOVE WS-AVG-AMT TO WS-AL-AVG-AMT
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-AVG-LINE
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCSUPRPT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCSUPRPT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCSUPRPT - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCSUPRPT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * CLOSE FILES AND DISPLAY RUN STATISTICS                         *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO SUPP-UTIL-RPT-REC
           WRITE SUPP-UTIL-RPT-REC
           MOVE 'PLAN/BENEFIT LINES REPORTED' TO WS-RPT-LABEL
           MOVE WS-CTR-LINES TO WS-RPT-VALUE
           WRITE SUPP-UTIL-RPT-REC FROM WS-RPT-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCSUPRPT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PLAN YEAR:          ' WS-REPORT-YEAR
           DISPLAY 'LINES REPORTED:     ' WS-CTR-LINES
           DISPLAY 'TOTAL ALLOTTED:     ' WS-TOT-ALLOTTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE SUPP-UTIL-RPT
           .
