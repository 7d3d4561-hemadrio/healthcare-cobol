       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCSUPWAL.
      *================================================================*
      * PROGRAM:     HCSUPWAL                                          *
      * DESCRIPTION: MEDICARE ADVANTAGE SUPPLEMENTAL BENEFIT ALLOWANCE *
      *              WALLETS. EACH ACTIVE MA PLAN ON T_PLAN_BENEFIT    *
      *              (PLAN_TYPE MCR) MAY CARRY A DOLLAR ALLOWANCE FOR  *
      *              OVER-THE-COUNTER ITEMS (OTC), EYEWEAR (EYE),      *
      *              HEARING AIDS (HEAR), FITNESS (FIT) AND THE FLEX   *
      *              CARD (FLEX - CHRONICALLY ILL MEMBERS ONLY), EACH  *
      *              WITH ITS OWN PERIOD (ANNUAL, QUARTERLY, MONTHLY)  *
      *              AND ROLLOVER RULE. RUN DAILY, THE PROGRAM:        *
      *                - OPENS AND FUNDS A SUPP_WALLET FOR EVERY       *
      *                  ENROLLED MEMBER WHO HAS NONE FOR THE CURRENT  *
      *                  PERIOD OF EACH OF THE PLAN'S ALLOWANCES       *
      *                - POSTS THE CARD VENDOR'S DAILY PURCHASES AND   *
      *                  REFUNDS (ONCE EACH, BY VENDOR TRANSACTION ID) *
      *                  AND COMPARES THE VENDOR'S CARD BALANCES WITH  *
      *                  THE WALLETS                                   *
      *                - CLOSES EACH WALLET WHOSE PERIOD HAS ENDED:    *
      *                  THE UNUSED BALANCE ROLLS INTO THE MEMBER'S    *
      *                  NEXT-PERIOD WALLET WHEN THE ALLOWANCE ROLLS   *
      *                  OVER AND THE NEXT PERIOD IS IN THE SAME PLAN  *
      *                  YEAR; OTHERWISE IT EXPIRES                    *
      *                - SENDS THE CARD VENDOR EVERY OPEN WALLET'S     *
      *                  BALANCE, AND A ZERO BALANCE FOR EVERY WALLET  *
      *                  CLOSED TODAY                                  *
      *              HCCLMADJ DRAWS THE EYEWEAR AND HEARING WALLETS    *
      *              FOR CLAIM LINES (SUPP_BENEFIT_CODE) AND HCSUPRPT  *
      *              REPORTS ANNUAL UTILIZATION FOR PLAN BIDS.         *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  SUPCTRL  - RUN DATE CARD (CCYYMMDD)              *
      *               SUPVIN   - CARD VENDOR TRANSACTIONS/BALANCES     *
      * OUTPUT FILES: SUPVOUT  - WALLET BALANCES TO THE CARD VENDOR    *
      *               SUPRPT   - SUPPLEMENTAL WALLET CONTROL REPORT    *
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
           SELECT SUPP-CONTROL-FILE
               ASSIGN TO SUPCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT SUPP-VENDOR-IN-FILE
               ASSIGN TO SUPVIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIN-STATUS.

           SELECT SUPP-VENDOR-OUT-FILE
               ASSIGN TO SUPVOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VOUT-STATUS.

           SELECT SUPP-CONTROL-RPT
               ASSIGN TO SUPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUPP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-CONTROL-REC.
           05  FC-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(72).

      *----------------------------------------------------------------*
      * CARD VENDOR DAILY FILE (150 BYTES): A HEADER, THE DAY'S CARD   *
      * PURCHASES AND REFUNDS, THEN THE END-OF-DAY CARD BALANCE FOR    *
      * EVERY WALLET THE VENDOR HOLDS, AND A TRAILER                   *
      *----------------------------------------------------------------*
       FD  SUPP-VENDOR-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-VENDOR-IN-REC.
           05  VI-REC-TYPE                 PIC X(01).
               88  VI-HEADER               VALUE 'H'.
               88  VI-TRANSACTION          VALUE 'D'.
               88  VI-BALANCE              VALUE 'B'.
               88  VI-TRAILER              VALUE 'T'.
           05  VI-DATA                     PIC X(149).
           05  VI-HDR-DATA REDEFINES VI-DATA.
               10  VI-HDR-VENDOR-ID        PIC X(10).
               10  VI-HDR-FILE-DATE        PIC 9(08).
               10  FILLER                  PIC X(131).
           05  VI-TXN-DATA REDEFINES VI-DATA.
               10  VI-TXN-MEMBER-ID        PIC X(12).
               10  VI-TXN-BENEFIT-TYPE     PIC X(04).
               10  VI-TXN-ID               PIC X(20).
               10  VI-TXN-CODE             PIC X(01).
                   88  VI-TXN-PURCHASE     VALUE 'P'.
                   88  VI-TXN-REFUND       VALUE 'R'.
               10  VI-TXN-DATE             PIC 9(08).
               10  VI-TXN-AMOUNT           PIC 9(07)V99.
               10  VI-TXN-MERCHANT         PIC X(30).
               10  FILLER                  PIC X(65).
           05  VI-BAL-DATA REDEFINES VI-DATA.
               10  VI-BAL-MEMBER-ID        PIC X(12).
               10  VI-BAL-BENEFIT-TYPE     PIC X(04).
               10  VI-BAL-AS-OF-DATE       PIC 9(08).
               10  VI-BAL-AVAILABLE        PIC 9(07)V99.
               10  FILLER                  PIC X(116).
           05  VI-TRL-DATA REDEFINES VI-DATA.
               10  VI-TRL-TXN-COUNT        PIC 9(07).
               10  VI-TRL-BAL-COUNT        PIC 9(07).
               10  VI-TRL-TXN-AMOUNT       PIC 9(11)V99.
               10  FILLER                  PIC X(122).

      *----------------------------------------------------------------*
      * WALLET BALANCE FILE TO THE CARD VENDOR (150 BYTES). STATUS C   *
      * MEANS THE PERIOD CLOSED TODAY - ZERO THE CARD FOR IT.          *
      *----------------------------------------------------------------*
       FD  SUPP-VENDOR-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-VENDOR-OUT-REC.
           05  VO-REC-TYPE                 PIC X(01).
           05  VO-DATA                     PIC X(149).
           05  VO-HDR-DATA REDEFINES VO-DATA.
               10  VO-HDR-SENDER-ID        PIC X(10).
               10  VO-HDR-FILE-DATE        PIC 9(08).
               10  FILLER                  PIC X(131).
           05  VO-DTL-DATA REDEFINES VO-DATA.
               10  VO-DTL-MEMBER-ID        PIC X(12).
               10  VO-DTL-BENEFIT-TYPE     PIC X(04).
               10  VO-DTL-PERIOD-START     PIC 9(08).
               10  VO-DTL-PERIOD-END       PIC 9(08).
               10  VO-DTL-ALLOTTED         PIC 9(07)V99.
               10  VO-DTL-ROLLOVER-IN      PIC 9(07)V99.
               10  VO-DTL-CLAIM-DRAWN      PIC 9(07)V99.
               10  VO-DTL-CARD-SPENT       PIC 9(07)V99.
               10  VO-DTL-AVAILABLE        PIC 9(07)V99.
               10  VO-DTL-STATUS           PIC X(01).
               10  FILLER                  PIC X(71).
           05  VO-TRL-DATA REDEFINES VO-DATA.
               10  VO-TRL-WALLET-COUNT     PIC 9(07).
               10  VO-TRL-TOTAL-AVAILABLE  PIC 9(11)V99.
               10  FILLER                  PIC X(129).

       FD  SUPP-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUPP-CONTROL-RPT-REC            PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-VIN-STATUS               PIC X(02).
               88  VIN-OK                  VALUE '00'.
               88  VIN-EOF                 VALUE '10'.
           05  WS-VOUT-STATUS              PIC X(02).
               88  VOUT-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.
           05  WS-VIN-EOF-SW               PIC X(01) VALUE 'N'.
               88  VENDOR-FILE-AT-EOF      VALUE 'Y'.
           05  WS-VIN-OPEN-SW              PIC X(01) VALUE 'N'.
               88  VENDOR-FILE-OPEN        VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-PLANS-LOADED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RULES-LOADED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RULES-SKIPPED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-WALLETS-OPENED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VIN-READ             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VIN-TXNS             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VIN-POSTED           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VIN-DUPLICATES       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VIN-REJECTED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VIN-BALANCES         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-BAL-MATCHED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-BAL-MISMATCHED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-BAL-NO-WALLET        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-WALLETS-CLOSED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ROLLOVERS            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NO-NEXT-WALLET       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VOUT-WALLETS         PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-FUNDED               PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-CARD-SPEND           PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-ROLLED-OVER          PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-EXPIRED              PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-VOUT-AVAILABLE       PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-RUN-DATE                 PIC 9(08).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-CCYY             PIC 9(04).
               10  WS-RUN-MM               PIC 9(02).
               10  WS-RUN-DD               PIC 9(02).
           05  WS-START-DATE               PIC 9(08).
           05  WS-START-DATE-R REDEFINES WS-START-DATE.
               10  WS-START-CCYY           PIC 9(04).
               10  WS-START-MM             PIC 9(02).
               10  WS-START-DD             PIC 9(02).
           05  WS-CALC-DATE                PIC 9(08).
           05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
               10  WS-CALC-CCYY            PIC 9(04).
               10  WS-CALC-MM              PIC 9(02).
               10  WS-CALC-DD              PIC 9(02).
           05  WS-NEXT-YEAR-START          PIC 9(08).
           05  WS-NEXT-YEAR-START-R REDEFINES WS-NEXT-YEAR-START.
               10  WS-NEXT-YEAR-CCYY       PIC 9(04).
               10  WS-NEXT-YEAR-MMDD       PIC 9(04).
           05  WS-NEXT-PERIOD-START        PIC 9(08).
           05  WS-ELAPSED-MONTHS           PIC S9(05) COMP.
           05  WS-PERIOD-MONTHS            PIC S9(05) COMP.
           05  WS-PERIOD-IDX               PIC S9(05) COMP.
           05  WS-MONTH-OFFSET             PIC S9(05) COMP.
           05  WS-TOTAL-MONTHS             PIC S9(07) COMP.
           05  WS-DATE-INT                 PIC S9(09) COMP.
           05  WS-RUL-SUB                  PIC S9(05) COMP.
           05  WS-TXN-AMT                  PIC S9(07)V99 COMP-3.
           05  WS-UNUSED-AMT               PIC S9(07)V99 COMP-3.
           05  WS-ROLLOVER-AMT             PIC S9(07)V99 COMP-3.
           05  WS-EXPIRE-AMT               PIC S9(07)V99 COMP-3.
           05  WS-OUR-BALANCE              PIC S9(07)V99 COMP-3.
           05  WS-VENDOR-BALANCE           PIC S9(07)V99 COMP-3.
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-AMT-2               PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

      *--- THE PLAN ALLOWANCE BEING ADDED TO THE RULE TABLE ---
       01  WS-NEW-RULE.
           05  WS-NEW-BENEFIT-TYPE         PIC X(04).
           05  WS-NEW-ALLOW-AMT            PIC S9(07)V99 COMP-3.
           05  WS-NEW-PERIOD               PIC X(01).
               88  NEW-PERIOD-ANNUAL       VALUE 'A'.
               88  NEW-PERIOD-QUARTERLY    VALUE 'Q'.
               88  NEW-PERIOD-MONTHLY      VALUE 'M'.
           05  WS-NEW-ROLLOVER             PIC X(01).
           05  WS-NEW-CHRONIC-REQ          PIC X(01).

      *--- ALLOWANCES IN FORCE ON THE RUN DATE, ONE PER PLAN AND
      *--- BENEFIT TYPE, WITH THE PERIOD HOLDING THE RUN DATE ---
       01  WS-RULE-TABLE.
           05  WS-RUL-COUNT                PIC 9(05) VALUE 0.
           05  WS-RUL-MAX                  PIC 9(05) VALUE 2500.
           05  WS-RUL-ENTRY OCCURS 2500 TIMES.
               10  WS-RUL-PLAN-CODE        PIC X(06).
               10  WS-RUL-PLAN-YEAR-START  PIC 9(08).
               10  WS-RUL-BENEFIT-TYPE     PIC X(04).
               10  WS-RUL-ALLOW-AMT        PIC S9(07)V99 COMP-3.
               10  WS-RUL-PERIOD           PIC X(01).
               10  WS-RUL-ROLLOVER         PIC X(01).
               10  WS-RUL-CHRONIC-REQ      PIC X(01).
               10  WS-RUL-PERIOD-START     PIC 9(08).
               10  WS-RUL-PERIOD-END       PIC 9(08).
               10  WS-RUL-OPENED           PIC 9(07) COMP-3.

       01  HV-SUPP-VARS.
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-PRIOR-YEAR               PIC 9(04).
           05  HV-PLAN-CODE                PIC X(06).
           05  HV-PLAN-YEAR-START          PIC 9(08).
           05  HV-OTC-AMT                  PIC S9(07)V99.
           05  HV-OTC-PERIOD               PIC X(01).
           05  HV-OTC-ROLLOVER             PIC X(01).
           05  HV-EYE-AMT                  PIC S9(07)V99.
           05  HV-EYE-PERIOD               PIC X(01).
           05  HV-EYE-ROLLOVER             PIC X(01).
           05  HV-HEAR-AMT                 PIC S9(07)V99.
           05  HV-HEAR-PERIOD              PIC X(01).
           05  HV-HEAR-ROLLOVER            PIC X(01).
           05  HV-FIT-AMT                  PIC S9(07)V99.
           05  HV-FIT-PERIOD               PIC X(01).
           05  HV-FIT-ROLLOVER             PIC X(01).
           05  HV-FLEX-AMT                 PIC S9(07)V99.
           05  HV-FLEX-PERIOD              PIC X(01).
           05  HV-FLEX-ROLLOVER            PIC X(01).
           05  HV-BENEFIT-TYPE             PIC X(04).
           05  HV-PERIOD-START             PIC 9(08).
           05  HV-PERIOD-END               PIC 9(08).
           05  HV-NEXT-PERIOD-START        PIC 9(08).
           05  HV-ROLLOVER-FLAG            PIC X(01).
           05  HV-CHRONIC-REQ              PIC X(01).
           05  HV-MEMBER-ID                PIC X(12).
           05  HV-ALLOTTED-AMT             PIC S9(07)V99.
           05  HV-ROLLOVER-IN-AMT          PIC S9(07)V99.
           05  HV-CLAIM-DRAWN-AMT          PIC S9(07)V99.
           05  HV-CARD-SPENT-AMT           PIC S9(07)V99.
           05  HV-AVAILABLE-AMT            PIC S9(07)V99.
           05  HV-UNSENT-DRAWN-AMT         PIC S9(07)V99.
           05  HV-ROLLOVER-AMT             PIC S9(07)V99.
           05  HV-EXPIRE-AMT               PIC S9(07)V99.
           05  HV-TXN-TYPE                 PIC X(04).
           05  HV-TXN-AMOUNT               PIC S9(07)V99.
           05  HV-TXN-DATE                 PIC 9(08).
           05  HV-VENDOR-TXN-ID            PIC X(20).
           05  HV-VENDOR-BALANCE           PIC S9(07)V99.
           05  HV-WALLET-STATUS            PIC X(06).
           05  HV-ROW-COUNT                PIC S9(09) COMP.

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
               VALUE 'MA SUPPLEMENTAL BENEFIT WALLET CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

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
      * MAINLINE - FUND THE CURRENT PERIODS, POST THE VENDOR'S CARD    *
      * ACTIVITY, CLOSE ENDED PERIODS INTO THE NEW ONES, AND SEND THE  *
      * VENDOR THE RESULTING BALANCES                                  *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-ALLOWANCE-RULES
               THRU 1100-LOAD-ALLOWANCE-RULES-EXIT
           PERFORM 2000-OPEN-NEW-WALLETS
               THRU 2000-OPEN-NEW-WALLETS-EXIT
           PERFORM 3000-POST-VENDOR-ACTIVITY
               THRU 3000-POST-VENDOR-ACTIVITY-EXIT
           PERFORM 4000-CLOSE-ENDED-PERIODS
               THRU 4000-CLOSE-ENDED-PERIODS-EXIT
           PERFORM 5000-SEND-VENDOR-BALANCES
               THRU 5000-SEND-VENDOR-BALANCES-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * RUN DATE CARD, FILES, DATABASE                                 *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT SUPP-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'SUPP-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ SUPP-CONTROL-FILE
           IF NOT CTRL-OK OR FC-RUN-DATE NOT NUMERIC
               MOVE WS-CURR-DATE-8 TO WS-RUN-DATE
           ELSE
               MOVE FC-RUN-DATE TO WS-RUN-DATE
           END-IF
           CLOSE SUPP-CONTROL-FILE
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
              OR WS-RUN-DD < 1 OR WS-RUN-DD > 31
               MOVE 'RUN DATE NOT CCYYMMDD' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE WS-RUN-DATE TO HV-RUN-DATE
           COMPUTE HV-PRIOR-YEAR = WS-RUN-CCYY - 1

           OPEN OUTPUT SUPP-VENDOR-OUT-FILE
           OPEN OUTPUT SUPP-CONTROL-RPT
           IF NOT VOUT-OK OR NOT CRPT-OK
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

           WRITE SUPP-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE SUPP-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO SUPP-CONTROL-RPT-REC
           WRITE SUPP-CONTROL-RPT-REC
           MOVE 'RUN DATE' TO WS-RPT-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

      *================================================================*
      * 1100 - ACTIVE MA PLANS AND THEIR SUPPLEMENTAL ALLOWANCES. AN   *
      * ALLOWANCE WITH NO AMOUNT OR NO PERIOD IS NOT OFFERED.          *
      *================================================================*
       1100-LOAD-ALLOWANCE-RULES.
           EXEC SQL
               DECLARE SUPP_PLAN_CURSOR CURSOR FOR
               SELECT plan_code, plan_year_start,
                      ISNULL(supp_otc_amt, 0),
                      ISNULL(supp_otc_period, ' '),
                      ISNULL(supp_otc_rollover, 'N'),
                      ISNULL(supp_eye_amt, 0),
                      ISNULL(supp_eye_period, ' '),
                      ISNULL(supp_eye_rollover, 'N'),
                      ISNULL(supp_hear_amt, 0),
                      ISNULL(supp_hear_period, ' '),
                      ISNULL(supp_hear_rollover, 'N'),
                      ISNULL(supp_fit_amt, 0),
                      ISNULL(supp_fit_period, ' '),
                      ISNULL(supp_fit_rollover, 'N'),
                      ISNULL(supp_flex_amt, 0),
                      ISNULL(supp_flex_period, ' '),
                      ISNULL(supp_flex_rollover, 'N')
               FROM   T_PLAN_BENEFIT
               WHERE  plan_status = 'A'
               AND    plan_type = 'MCR'
               AND    plan_year_start <= :HV-RUN-DATE
               ORDER BY plan_code
           END-EXEC

           EXEC SQL
               OPEN SUPP_PLAN_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP PLAN CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH SUPP_PLAN_CURSOR
                   INTO  :HV-PLAN-CODE, :HV-PLAN-YEAR-START,
                         :HV-OTC-AMT, :HV-OTC-PERIOD,
                         :HV-OTC-ROLLOVER,
                         :HV-EYE-AMT, :HV-EYE-PERIOD,
                         :HV-EYE-ROLLOVER,
                         :HV-HEAR-AMT, :HV-HEAR-PERIOD,
                         :HV-HEAR-ROLLOVER,
                         :HV-FIT-AMT, :HV-FIT-PERIOD,
                         :HV-FIT-ROLLOVER,
                         :HV-FLEX-AMT, :HV-FLEX-PERIOD,
                         :HV-FLEX-ROLLOVER
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-PLANS-LOADED
                   PERFORM 1200-ADD-PLAN-ALLOWANCES
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SUPP_PLAN_CURSOR
           END-EXEC
           .
       1100-LOAD-ALLOWANCE-RULES-EXIT.
           EXIT.

       1200-ADD-PLAN-ALLOWANCES.
      *----------------------------------------------------------------*
      * ONE RULE ENTRY PER ALLOWANCE THE PLAN OFFERS. ONLY THE FLEX    *
      * CARD IS LIMITED TO CHRONICALLY ILL MEMBERS.                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-NEW-CHRONIC-REQ

           MOVE 'OTC ' TO WS-NEW-BENEFIT-TYPE
           MOVE HV-OTC-AMT TO WS-NEW-ALLOW-AMT
           MOVE HV-OTC-PERIOD TO WS-NEW-PERIOD
           MOVE HV-OTC-ROLLOVER TO WS-NEW-ROLLOVER
           PERFORM 1210-ADD-RULE-ENTRY
               THRU 1210-ADD-RULE-ENTRY-EXIT

           MOVE 'EYE ' TO WS-NEW-BENEFIT-TYPE
           MOVE HV-EYE-AMT TO WS-NEW-ALLOW-AMT
           MOVE HV-EYE-PERIOD TO WS-NEW-PERIOD
           MOVE HV-EYE-ROLLOVER TO WS-NEW-ROLLOVER
           PERFORM 1210-ADD-RULE-ENTRY
               THRU 1210-ADD-RULE-ENTRY-EXIT

           MOVE 'HEAR' TO WS-NEW-BENEFIT-TYPE
           MOVE HV-HEAR-AMT TO WS-NEW-ALLOW-AMT
           MOVE HV-HEAR-PERIOD TO WS-NEW-PERIOD
           MOVE HV-HEAR-ROLLOVER TO WS-NEW-ROLLOVER
           PERFORM 1210-ADD-RULE-ENTRY
               THRU 1210-ADD-RULE-ENTRY-EXIT

           MOVE 'FIT ' TO WS-NEW-BENEFIT-TYPE
           MOVE HV-FIT-AMT TO WS-NEW-ALLOW-AMT
           MOVE HV-FIT-PERIOD TO WS-NEW-PERIOD
           MOVE HV-FIT-ROLLOVER TO WS-NEW-ROLLOVER
           PERFORM 1210-ADD-RULE-ENTRY
               THRU 1210-ADD-RULE-ENTRY-EXIT

           MOVE 'FLEX' TO WS-NEW-BENEFIT-TYPE
           MOVE HV-FLEX-AMT TO WS-NEW-ALLOW-AMT
           MOVE HV-FLEX-PERIOD TO WS-NEW-PERIOD
           MOVE HV-FLEX-ROLLOVER TO WS-NEW-ROLLOVER
           MOVE 'Y' TO WS-NEW-CHRONIC-REQ
           PERFORM 1210-ADD-RULE-ENTRY
               THRU 1210-ADD-RULE-ENTRY-EXIT
           .

       1210-ADD-RULE-ENTRY.
      *----------------------------------------------------------------*
      * WORK OUT WHICH PERIOD OF THE PLAN YEAR HOLDS THE RUN DATE AND  *
      * ADD THE ALLOWANCE. PERIODS ARE WHOLE MONTHS FROM THE PLAN YEAR *
      * START, WHICH MUST BE THE FIRST OF A MONTH. A PLAN ROW WHOSE    *
      * YEAR HAS ENDED (NOT YET RENEWED) FUNDS NOTHING.                *
      *----------------------------------------------------------------*
           IF WS-NEW-ALLOW-AMT NOT > 0
               GO TO 1210-ADD-RULE-ENTRY-EXIT
           END-IF
           EVALUATE TRUE
               WHEN NEW-PERIOD-ANNUAL
                   MOVE 12 TO WS-PERIOD-MONTHS
               WHEN NEW-PERIOD-QUARTERLY
                   MOVE 3 TO WS-PERIOD-MONTHS
               WHEN NEW-PERIOD-MONTHLY
                   MOVE 1 TO WS-PERIOD-MONTHS
               WHEN OTHER
                   GO TO 1210-ADD-RULE-ENTRY-EXIT
           END-EVALUATE

           MOVE HV-PLAN-YEAR-START TO WS-START-DATE
           IF WS-START-DD NOT = 1
               ADD 1 TO WS-CTR-RULES-SKIPPED
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'RULE SKIPPED ' HV-PLAN-CODE ' '
                   WS-NEW-BENEFIT-TYPE
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'PLAN YEAR START ' HV-PLAN-YEAR-START
                   ' IS NOT THE FIRST OF A MONTH'
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 1210-ADD-RULE-ENTRY-EXIT
           END-IF

           COMPUTE WS-ELAPSED-MONTHS =
               (WS-RUN-CCYY * 12 + WS-RUN-MM)
             - (WS-START-CCYY * 12 + WS-START-MM)
           IF WS-ELAPSED-MONTHS < 0 OR WS-ELAPSED-MONTHS > 11
               GO TO 1210-ADD-RULE-ENTRY-EXIT
           END-IF

           IF WS-RUL-COUNT NOT < WS-RUL-MAX
               MOVE 'ALLOWANCE RULE TABLE FULL' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           DIVIDE WS-ELAPSED-MONTHS BY WS-PERIOD-MONTHS
               GIVING WS-PERIOD-IDX
           COMPUTE WS-MONTH-OFFSET = WS-PERIOD-IDX * WS-PERIOD-MONTHS

           ADD 1 TO WS-RUL-COUNT
           MOVE WS-RUL-COUNT TO WS-RUL-SUB
           MOVE HV-PLAN-CODE TO WS-RUL-PLAN-CODE(WS-RUL-SUB)
           MOVE HV-PLAN-YEAR-START
             TO WS-RUL-PLAN-YEAR-START(WS-RUL-SUB)
           MOVE WS-NEW-BENEFIT-TYPE TO WS-RUL-BENEFIT-TYPE(WS-RUL-SUB)
           MOVE WS-NEW-ALLOW-AMT TO WS-RUL-ALLOW-AMT(WS-RUL-SUB)
           MOVE WS-NEW-PERIOD TO WS-RUL-PERIOD(WS-RUL-SUB)
           MOVE WS-NEW-ROLLOVER TO WS-RUL-ROLLOVER(WS-RUL-SUB)
           MOVE WS-NEW-CHRONIC-REQ TO WS-RUL-CHRONIC-REQ(WS-RUL-SUB)
           MOVE 0 TO WS-RUL-OPENED(WS-RUL-SUB)

           PERFORM 1220-ADD-MONTHS
           MOVE WS-CALC-DATE TO WS-RUL-PERIOD-START(WS-RUL-SUB)

      *--- THE PERIOD ENDS THE DAY BEFORE THE NEXT ONE STARTS ---
           ADD WS-PERIOD-MONTHS TO WS-MONTH-OFFSET
           PERFORM 1220-ADD-MONTHS
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) - 1
           COMPUTE WS-RUL-PERIOD-END(WS-RUL-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           ADD 1 TO WS-CTR-RULES-LOADED
           .
       1210-ADD-RULE-ENTRY-EXIT.
           EXIT.

       1220-ADD-MONTHS.
      *----------------------------------------------------------------*
      * WS-CALC-DATE = THE FIRST OF THE MONTH WS-MONTH-OFFSET MONTHS   *
      * AFTER THE PLAN YEAR START IN WS-START-DATE                     *
      *----------------------------------------------------------------*
           COMPUTE WS-TOTAL-MONTHS =
               WS-START-CCYY * 12 + WS-START-MM - 1 + WS-MONTH-OFFSET
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-CALC-CCYY REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           MOVE 1 TO WS-CALC-DD
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE SUPP-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - OPEN AND FUND A WALLET FOR EVERY MEMBER ENROLLED IN THE *
      * PLAN ON THE RUN DATE WHO HAS NONE FOR THE ALLOWANCE'S CURRENT  *
      * PERIOD. THE FLEX CARD NEEDS A CHRONIC HCC CODED THIS SERVICE   *
      * YEAR OR LAST (MEMBER_HCC, BUILT BY HCHCCRSK). A MEMBER WHO     *
      * ENROLLS MID-PERIOD GETS THE FULL PERIOD ALLOWANCE.             *
      *================================================================*
       2000-OPEN-NEW-WALLETS.
           EXEC SQL
               DECLARE SUPP_FUND_CURSOR CURSOR FOR
               SELECT DISTINCT E.member_id
               FROM   T_MEMBER_ELIG E
               WHERE  E.plan_code = :HV-PLAN-CODE
               AND    E.plan_type = 'MCR'
               AND    E.status = 'A'
               AND    E.eff_date <= :HV-RUN-DATE
               AND    (E.term_date IS NULL
                       OR E.term_date >= :HV-RUN-DATE)
               AND    (:HV-CHRONIC-REQ = 'N'
                       OR EXISTS
                          (SELECT 1
                           FROM   MEMBER_HCC H
                           WHERE  H.MEMBER_ID = E.member_id
                           AND    H.CHRONIC_IND = 'Y'
                           AND    H.SERVICE_YEAR >= :HV-PRIOR-YEAR))
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   SUPP_WALLET W
                       WHERE  W.MEMBER_ID = E.member_id
                       AND    W.BENEFIT_TYPE = :HV-BENEFIT-TYPE
                       AND    W.PERIOD_START = :HV-PERIOD-START)
               ORDER BY E.member_id
           END-EXEC

           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RUL-COUNT
               PERFORM 2100-FUND-RULE-WALLETS
                   THRU 2100-FUND-RULE-WALLETS-EXIT
           END-PERFORM
           .
       2000-OPEN-NEW-WALLETS-EXIT.
           EXIT.

       2100-FUND-RULE-WALLETS.
      *----------------------------------------------------------------*
      * OPEN THE MISSING WALLETS FOR ONE PLAN ALLOWANCE AND REPORT     *
      * HOW MANY WERE FUNDED                                           *
      *----------------------------------------------------------------*
           MOVE WS-RUL-PLAN-CODE(WS-RUL-SUB) TO HV-PLAN-CODE
           MOVE WS-RUL-PLAN-YEAR-START(WS-RUL-SUB)
             TO HV-PLAN-YEAR-START
           MOVE WS-RUL-BENEFIT-TYPE(WS-RUL-SUB) TO HV-BENEFIT-TYPE
           MOVE WS-RUL-PERIOD-START(WS-RUL-SUB) TO HV-PERIOD-START
           MOVE WS-RUL-PERIOD-END(WS-RUL-SUB) TO HV-PERIOD-END
           MOVE WS-RUL-ROLLOVER(WS-RUL-SUB) TO HV-ROLLOVER-FLAG
           MOVE WS-RUL-CHRONIC-REQ(WS-RUL-SUB) TO HV-CHRONIC-REQ
           MOVE WS-RUL-ALLOW-AMT(WS-RUL-SUB) TO HV-ALLOTTED-AMT

           EXEC SQL
               OPEN SUPP_FUND_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP FUND CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-FUND-RULE-WALLETS-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH SUPP_FUND_CURSOR
                   INTO  :HV-MEMBER-ID
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 2200-INSERT-WALLET
                       THRU 2200-INSERT-WALLET-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SUPP_FUND_CURSOR
           END-EXEC

           IF WS-RUL-OPENED(WS-RUL-SUB) > 0
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'FUNDED ' HV-PLAN-CODE ' ' HV-BENEFIT-TYPE
                   ' ' HV-PERIOD-START '-' HV-PERIOD-END
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE WS-RUL-ALLOW-AMT(WS-RUL-SUB) TO WS-EDIT-AMT
               MOVE WS-RUL-OPENED(WS-RUL-SUB) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'WALLETS ' WS-EDIT-COUNT
                   ' AT ' WS-EDIT-AMT
                   ' PERIOD ' WS-RUL-PERIOD(WS-RUL-SUB)
                   ' ROLLOVER ' WS-RUL-ROLLOVER(WS-RUL-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2100-FUND-RULE-WALLETS-EXIT.
           EXIT.

       2200-INSERT-WALLET.
      *----------------------------------------------------------------*
      * OPEN THE MEMBER'S WALLET FOR THE PERIOD AND LOG THE FUNDING    *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO SUPP_WALLET
                   (MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                    PERIOD_END, PLAN_CODE, PLAN_YEAR_START,
                    ROLLOVER_FLAG, ALLOTTED_AMT, ROLLOVER_IN_AMT,
                    CLAIM_DRAWN_AMT, CARD_SPENT_AMT,
                    ROLLED_OUT_AMT, EXPIRED_AMT, STATUS,
                    LAST_DRAW_DATE, VENDOR_BALANCE_AMT,
                    VENDOR_SYNC_DATE, CLOSED_DATE,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-MEMBER-ID, :HV-BENEFIT-TYPE, :HV-PERIOD-START,
                    :HV-PERIOD-END, :HV-PLAN-CODE, :HV-PLAN-YEAR-START,
                    :HV-ROLLOVER-FLAG, :HV-ALLOTTED-AMT, 0,
                    0, 0,
                    0, 0, 'OPEN',
                    NULL, NULL,
                    NULL, NULL,
                    GETDATE(), 'HCSUPWAL')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP_WALLET INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2200-INSERT-WALLET-EXIT
           END-IF

           MOVE 'FUND' TO HV-TXN-TYPE
           MOVE HV-ALLOTTED-AMT TO HV-TXN-AMOUNT
           MOVE HV-RUN-DATE TO HV-TXN-DATE
           MOVE SPACES TO HV-VENDOR-TXN-ID
           PERFORM 6000-INSERT-WALLET-TXN

           ADD 1 TO WS-CTR-WALLETS-OPENED
           ADD 1 TO WS-RUL-OPENED(WS-RUL-SUB)
           ADD HV-ALLOTTED-AMT TO WS-TOT-FUNDED
           .
       2200-INSERT-WALLET-EXIT.
           EXIT.

      *================================================================*
      * 3000 - THE CARD VENDOR'S DAILY FILE. PURCHASES AND REFUNDS ARE *
      * POSTED TO THE WALLET HOLDING THE PURCHASE DATE, ONCE EACH BY   *
      * VENDOR TRANSACTION ID, SO A RE-SENT FILE POSTS NOTHING TWICE.  *
      * THE VENDOR'S CARD BALANCES ARE THEN COMPARED WITH OURS. THIS   *
      * RUNS BEFORE 4000 SO A PURCHASE MADE ON A PERIOD'S LAST DAY IS  *
      * ON THE WALLET BEFORE ITS BALANCE ROLLS OR EXPIRES. NO FILE     *
      * TODAY IS REPORTED AND THE RUN CARRIES ON.                      *
      *================================================================*
       3000-POST-VENDOR-ACTIVITY.
           OPEN INPUT SUPP-VENDOR-IN-FILE
           IF NOT VIN-OK
               MOVE 'CARD VENDOR FILE NOT RECEIVED - NOT POSTED'
                 TO WS-ERR-MESSAGE
               MOVE 'W' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'CARD VENDOR FILE' TO WS-RPT-LABEL
               MOVE 'NOT RECEIVED - NOTHING POSTED' TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3000-POST-VENDOR-ACTIVITY-EXIT
           END-IF
           SET VENDOR-FILE-OPEN TO TRUE

           PERFORM 3050-READ-VENDOR-FILE
           IF VENDOR-FILE-AT-EOF OR NOT VI-HEADER
               MOVE 'CARD VENDOR FILE HAS NO HEADER - NOT POSTED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-POST-VENDOR-ACTIVITY-EXIT
           END-IF
           MOVE 'CARD VENDOR FILE' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING 'VENDOR ' VI-HDR-VENDOR-ID
               ' FILE DATE ' VI-HDR-FILE-DATE
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           PERFORM 3050-READ-VENDOR-FILE
           PERFORM UNTIL VENDOR-FILE-AT-EOF
               EVALUATE TRUE
                   WHEN VI-TRANSACTION
                       ADD 1 TO WS-CTR-VIN-TXNS
                       PERFORM 3100-POST-CARD-TXN
                           THRU 3100-POST-CARD-TXN-EXIT
                   WHEN VI-BALANCE
                       ADD 1 TO WS-CTR-VIN-BALANCES
                       PERFORM 3200-COMPARE-BALANCE
                           THRU 3200-COMPARE-BALANCE-EXIT
                   WHEN VI-TRAILER
                       PERFORM 3300-CHECK-TRAILER
                   WHEN OTHER
                       ADD 1 TO WS-CTR-VIN-REJECTED
                       MOVE 'UNKNOWN VENDOR RECORD TYPE'
                         TO WS-RPT-LABEL
                       MOVE SUPP-VENDOR-IN-REC TO WS-RPT-VALUE
                       PERFORM 1300-WRITE-DETAIL-LINE
               END-EVALUATE
               PERFORM 3050-READ-VENDOR-FILE
           END-PERFORM
           .
       3000-POST-VENDOR-ACTIVITY-EXIT.
           EXIT.

       3050-READ-VENDOR-FILE.
      *----------------------------------------------------------------*
      * NEXT CARD VENDOR RECORD                                        *
      *----------------------------------------------------------------*
           READ SUPP-VENDOR-IN-FILE
               AT END
                   SET VENDOR-FILE-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-VIN-READ
           END-READ
           IF NOT VIN-OK AND NOT VIN-EOF
               MOVE 'CARD VENDOR FILE READ FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               SET VENDOR-FILE-AT-EOF TO TRUE
           END-IF
           .

       3100-POST-CARD-TXN.
      *----------------------------------------------------------------*
      * POST ONE CARD PURCHASE (SPENDS THE WALLET) OR REFUND (GIVES IT *
      * BACK). A WALLET ALREADY CLOSED FOR THE PURCHASE DATE TAKES THE *
      * SPEND OUT OF WHAT EXPIRED - THE MONEY WAS SPENT IN TIME.       *
      *----------------------------------------------------------------*
           IF VI-TXN-ID = SPACES
              OR VI-TXN-MEMBER-ID = SPACES
              OR VI-TXN-AMOUNT NOT NUMERIC
              OR VI-TXN-DATE NOT NUMERIC
              OR NOT (VI-TXN-PURCHASE OR VI-TXN-REFUND)
               MOVE 'INVALID CARD TRANSACTION' TO WS-RPT-LABEL
               GO TO 3100-REJECT-TXN
           END-IF

           MOVE VI-TXN-ID TO HV-VENDOR-TXN-ID
           MOVE 0 TO HV-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   SUPP_WALLET_TXN
               WHERE  VENDOR_TXN_ID = :HV-VENDOR-TXN-ID
           END-EXEC
           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               ADD 1 TO WS-CTR-VIN-DUPLICATES
               GO TO 3100-POST-CARD-TXN-EXIT
           END-IF

           MOVE VI-TXN-MEMBER-ID TO HV-MEMBER-ID
           MOVE VI-TXN-BENEFIT-TYPE TO HV-BENEFIT-TYPE
           MOVE VI-TXN-DATE TO HV-TXN-DATE
           EXEC SQL
               SELECT TOP 1 PERIOD_START
               INTO   :HV-PERIOD-START
               FROM   SUPP_WALLET
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    BENEFIT_TYPE = :HV-BENEFIT-TYPE
               AND    PERIOD_START <= :HV-TXN-DATE
               AND    PERIOD_END >= :HV-TXN-DATE
               ORDER BY PERIOD_START DESC
           END-EXEC
           IF WS-SQLCODE = +100
               MOVE 'NO WALLET FOR CARD TRANSACTION' TO WS-RPT-LABEL
               GO TO 3100-REJECT-TXN
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET LOOKUP FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'WALLET LOOKUP FAILED' TO WS-RPT-LABEL
               GO TO 3100-REJECT-TXN
           END-IF

           MOVE VI-TXN-AMOUNT TO WS-TXN-AMT
           IF VI-TXN-REFUND
               COMPUTE WS-TXN-AMT = 0 - WS-TXN-AMT
           END-IF
           MOVE WS-TXN-AMT TO HV-TXN-AMOUNT

           EXEC SQL
               UPDATE SUPP_WALLET
               SET    CARD_SPENT_AMT = CARD_SPENT_AMT + :HV-TXN-AMOUNT,
                      EXPIRED_AMT = EXPIRED_AMT
                    - CASE WHEN STATUS = 'CLOSED'
                           THEN :HV-TXN-AMOUNT ELSE 0 END
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    BENEFIT_TYPE = :HV-BENEFIT-TYPE
               AND    PERIOD_START = :HV-PERIOD-START
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET CARD UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'WALLET UPDATE FAILED' TO WS-RPT-LABEL
               GO TO 3100-REJECT-TXN
           END-IF

           MOVE 'CARD' TO HV-TXN-TYPE
           PERFORM 6000-INSERT-WALLET-TXN
           ADD 1 TO WS-CTR-VIN-POSTED
           ADD WS-TXN-AMT TO WS-TOT-CARD-SPEND
           GO TO 3100-POST-CARD-TXN-EXIT
           .
       3100-REJECT-TXN.
           ADD 1 TO WS-CTR-VIN-REJECTED
           MOVE SPACES TO WS-RPT-VALUE
           STRING VI-TXN-MEMBER-ID ' ' VI-TXN-BENEFIT-TYPE
               ' TXN ' VI-TXN-ID ' ' VI-TXN-CODE
               ' DATE ' VI-TXN-DATE
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       3100-POST-CARD-TXN-EXIT.
           EXIT.

       3200-COMPARE-BALANCE.
      *----------------------------------------------------------------*
      * THE VENDOR'S CARD BALANCE AS OF ITS FILE DATE AGAINST THE OPEN *
      * WALLET. CLAIM DRAWS POSTED AFTER THAT DATE HAVE NOT REACHED    *
      * THE VENDOR YET (THEY GO IN TONIGHT'S BALANCE FILE), SO THEY    *
      * ARE ADDED BACK BEFORE COMPARING. THE VENDOR'S FIGURE IS KEPT   *
      * ON THE WALLET EITHER WAY.                                      *
      *----------------------------------------------------------------*
           IF VI-BAL-AVAILABLE NOT NUMERIC
              OR VI-BAL-AS-OF-DATE NOT NUMERIC
               ADD 1 TO WS-CTR-VIN-REJECTED
               MOVE 'INVALID CARD BALANCE RECORD' TO WS-RPT-LABEL
               MOVE SUPP-VENDOR-IN-REC TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3200-COMPARE-BALANCE-EXIT
           END-IF

           MOVE VI-BAL-MEMBER-ID TO HV-MEMBER-ID
           MOVE VI-BAL-BENEFIT-TYPE TO HV-BENEFIT-TYPE
           MOVE VI-BAL-AS-OF-DATE TO HV-TXN-DATE
           MOVE VI-BAL-AVAILABLE TO WS-VENDOR-BALANCE
           MOVE WS-VENDOR-BALANCE TO HV-VENDOR-BALANCE

           EXEC SQL
               SELECT TOP 1 W.PERIOD_START,
                      W.ALLOTTED_AMT + W.ROLLOVER_IN_AMT
                    - W.CLAIM_DRAWN_AMT - W.CARD_SPENT_AMT,
                      ISNULL((SELECT SUM(T.TXN_AMOUNT)
                              FROM   SUPP_WALLET_TXN T
                              WHERE  T.MEMBER_ID = W.MEMBER_ID
                              AND    T.BENEFIT_TYPE = W.BENEFIT_TYPE
                              AND    T.PERIOD_START = W.PERIOD_START
                              AND    T.TXN_TYPE IN ('CLMD', 'CLMR')
                              AND    T.TXN_DATE > :HV-TXN-DATE), 0)
               INTO   :HV-PERIOD-START, :HV-AVAILABLE-AMT,
                      :HV-UNSENT-DRAWN-AMT
               FROM   SUPP_WALLET W
               WHERE  W.MEMBER_ID = :HV-MEMBER-ID
               AND    W.BENEFIT_TYPE = :HV-BENEFIT-TYPE
               AND    W.STATUS = 'OPEN'
               AND    W.PERIOD_START <= :HV-TXN-DATE
               AND    W.PERIOD_END >= :HV-TXN-DATE
               ORDER BY W.PERIOD_START DESC
           END-EXEC
           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-BAL-NO-WALLET
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'NO OPEN WALLET ' VI-BAL-MEMBER-ID ' '
                   VI-BAL-BENEFIT-TYPE
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE WS-VENDOR-BALANCE TO WS-EDIT-AMT
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'VENDOR BALANCE ' WS-EDIT-AMT
                   ' AS OF ' VI-BAL-AS-OF-DATE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3200-COMPARE-BALANCE-EXIT
           END-IF

           COMPUTE WS-OUR-BALANCE =
               HV-AVAILABLE-AMT + HV-UNSENT-DRAWN-AMT
           IF WS-OUR-BALANCE = WS-VENDOR-BALANCE
               ADD 1 TO WS-CTR-BAL-MATCHED
           ELSE
               ADD 1 TO WS-CTR-BAL-MISMATCHED
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'BALANCE MISMATCH ' VI-BAL-MEMBER-ID ' '
                   VI-BAL-BENEFIT-TYPE
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE WS-OUR-BALANCE TO WS-EDIT-AMT
               MOVE WS-VENDOR-BALANCE TO WS-EDIT-AMT-2
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'WALLET ' WS-EDIT-AMT
                   ' VENDOR ' WS-EDIT-AMT-2
                   ' AS OF ' VI-BAL-AS-OF-DATE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF

           EXEC SQL
               UPDATE SUPP_WALLET
               SET    VENDOR_BALANCE_AMT = :HV-VENDOR-BALANCE,
                      VENDOR_SYNC_DATE = :HV-TXN-DATE
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    BENEFIT_TYPE = :HV-BENEFIT-TYPE
               AND    PERIOD_START = :HV-PERIOD-START
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET SYNC UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3200-COMPARE-BALANCE-EXIT.
           EXIT.

       3300-CHECK-TRAILER.
      *----------------------------------------------------------------*
      * THE VENDOR'S TRAILER COUNTS AGAINST WHAT WAS READ. THE FILE    *
      * WAS ALREADY BALANCED ON RECEIPT; A BREAK HERE IS REPORTED.     *
      *----------------------------------------------------------------*
           IF VI-TRL-TXN-COUNT NOT NUMERIC
              OR VI-TRL-BAL-COUNT NOT NUMERIC
              OR VI-TRL-TXN-COUNT NOT = WS-CTR-VIN-TXNS
              OR VI-TRL-BAL-COUNT NOT = WS-CTR-VIN-BALANCES
               MOVE 'CARD VENDOR TRAILER OUT OF BALANCE'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'VENDOR TRAILER OUT OF BALANCE' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'TRAILER TXNS ' VI-TRL-TXN-COUNT
                   ' BALANCES ' VI-TRL-BAL-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .

      *================================================================*
      * 4000 - CLOSE EVERY OPEN WALLET WHOSE PERIOD HAS ENDED. WHEN    *
      * THE ALLOWANCE ROLLS OVER AND THE NEXT PERIOD IS IN THE SAME    *
      * PLAN YEAR, THE UNUSED BALANCE MOVES TO THE MEMBER'S WALLET     *
      * FOR THAT PERIOD (OPENED BY 2000). OTHERWISE - NO ROLLOVER, THE *
      * PLAN YEAR ENDED, OR THE MEMBER HAS NO NEXT WALLET - IT EXPIRES.*
      *================================================================*
       4000-CLOSE-ENDED-PERIODS.
           EXEC SQL
               DECLARE SUPP_CLOSE_CURSOR CURSOR FOR
               SELECT MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                      PERIOD_END, PLAN_YEAR_START, ROLLOVER_FLAG,
                      ALLOTTED_AMT + ROLLOVER_IN_AMT
                    - CLAIM_DRAWN_AMT - CARD_SPENT_AMT
               FROM   SUPP_WALLET
               WHERE  STATUS = 'OPEN'
               AND    PERIOD_END < :HV-RUN-DATE
               ORDER BY MEMBER_ID, BENEFIT_TYPE, PERIOD_START
           END-EXEC

           EXEC SQL
               OPEN SUPP_CLOSE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP CLOSE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH SUPP_CLOSE_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-BENEFIT-TYPE,
                         :HV-PERIOD-START, :HV-PERIOD-END,
                         :HV-PLAN-YEAR-START, :HV-ROLLOVER-FLAG,
                         :HV-AVAILABLE-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 4100-CLOSE-ONE-WALLET
                       THRU 4100-CLOSE-ONE-WALLET-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SUPP_CLOSE_CURSOR
           END-EXEC
           .
       4000-CLOSE-ENDED-PERIODS-EXIT.
           EXIT.

       4100-CLOSE-ONE-WALLET.
      *----------------------------------------------------------------*
      * ROLL OR EXPIRE THE UNUSED BALANCE AND CLOSE THE WALLET         *
      *----------------------------------------------------------------*
           MOVE HV-AVAILABLE-AMT TO WS-UNUSED-AMT
           IF WS-UNUSED-AMT < 0
               MOVE 0 TO WS-UNUSED-AMT
           END-IF
           MOVE 0 TO WS-ROLLOVER-AMT

      *--- NEXT PERIOD STARTS THE DAY AFTER; THE NEXT PLAN YEAR ONE
      *--- YEAR AFTER THIS ONE STARTED ---
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(HV-PERIOD-END) + 1
           COMPUTE WS-NEXT-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE HV-PLAN-YEAR-START TO WS-NEXT-YEAR-START
           ADD 1 TO WS-NEXT-YEAR-CCYY

           IF WS-UNUSED-AMT > 0
              AND HV-ROLLOVER-FLAG = 'Y'
              AND WS-NEXT-PERIOD-START < WS-NEXT-YEAR-START
               MOVE WS-NEXT-PERIOD-START TO HV-NEXT-PERIOD-START
               MOVE WS-UNUSED-AMT TO HV-ROLLOVER-AMT
               EXEC SQL
                   UPDATE SUPP_WALLET
                   SET    ROLLOVER_IN_AMT =
                              ROLLOVER_IN_AMT + :HV-ROLLOVER-AMT
                   WHERE  MEMBER_ID = :HV-MEMBER-ID
                   AND    BENEFIT_TYPE = :HV-BENEFIT-TYPE
                   AND    PERIOD_START = :HV-NEXT-PERIOD-START
                   AND    STATUS = 'OPEN'
               END-EXEC
               IF WS-SQLCODE = +100
                   ADD 1 TO WS-CTR-NO-NEXT-WALLET
               ELSE
                   IF WS-SQLCODE NOT = 0
                       MOVE 'SUPP ROLLOVER UPDATE FAILED'
                         TO WS-ERR-MESSAGE
                       MOVE 'E' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                       GO TO 4100-CLOSE-ONE-WALLET-EXIT
                   END-IF
                   MOVE WS-UNUSED-AMT TO WS-ROLLOVER-AMT
                   ADD 1 TO WS-CTR-ROLLOVERS
               END-IF
           END-IF

           COMPUTE WS-EXPIRE-AMT = WS-UNUSED-AMT - WS-ROLLOVER-AMT
           MOVE WS-ROLLOVER-AMT TO HV-ROLLOVER-AMT
           MOVE WS-EXPIRE-AMT TO HV-EXPIRE-AMT

           EXEC SQL
               UPDATE SUPP_WALLET
               SET    STATUS = 'CLOSED',
                      ROLLED_OUT_AMT = :HV-ROLLOVER-AMT,
                      EXPIRED_AMT = :HV-EXPIRE-AMT,
                      CLOSED_DATE = :HV-RUN-DATE
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    BENEFIT_TYPE = :HV-BENEFIT-TYPE
               AND    PERIOD_START = :HV-PERIOD-START
               AND    STATUS = 'OPEN'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET CLOSE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4100-CLOSE-ONE-WALLET-EXIT
           END-IF

      *--- LOG THE ROLL ON BOTH WALLETS AND THE EXPIRY ON THIS ONE ---
           MOVE HV-RUN-DATE TO HV-TXN-DATE
           MOVE SPACES TO HV-VENDOR-TXN-ID
           IF WS-ROLLOVER-AMT > 0
               MOVE 'RLOT' TO HV-TXN-TYPE
               MOVE WS-ROLLOVER-AMT TO HV-TXN-AMOUNT
               PERFORM 6000-INSERT-WALLET-TXN
               MOVE HV-NEXT-PERIOD-START TO HV-PERIOD-START
               MOVE 'RLIN' TO HV-TXN-TYPE
               PERFORM 6000-INSERT-WALLET-TXN
           END-IF
           IF WS-EXPIRE-AMT > 0
               MOVE 'EXPR' TO HV-TXN-TYPE
               MOVE WS-EXPIRE-AMT TO HV-TXN-AMOUNT
               PERFORM 6000-INSERT-WALLET-TXN
           END-IF

           ADD 1 TO WS-CTR-WALLETS-CLOSED
           ADD WS-ROLLOVER-AMT TO WS-TOT-ROLLED-OVER
           ADD WS-EXPIRE-AMT TO WS-TOT-EXPIRED
           .
       4100-CLOSE-ONE-WALLET-EXIT.
           EXIT.

      *================================================================*
      * 5000 - BALANCE FILE TO THE CARD VENDOR: EVERY OPEN WALLET, AND *
      * EVERY WALLET CLOSED TODAY AT ZERO SO THE VENDOR STOPS THE      *
      * ENDED PERIOD'S SPENDING ON TIME                                *
      *================================================================*
       5000-SEND-VENDOR-BALANCES.
           MOVE SPACES TO SUPP-VENDOR-OUT-REC
           MOVE 'H' TO VO-REC-TYPE
           MOVE 'HCPS' TO VO-HDR-SENDER-ID
           MOVE WS-RUN-DATE TO VO-HDR-FILE-DATE
           WRITE SUPP-VENDOR-OUT-REC

           EXEC SQL
               DECLARE SUPP_SEND_CURSOR CURSOR FOR
               SELECT MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                      PERIOD_END, ALLOTTED_AMT, ROLLOVER_IN_AMT,
                      CLAIM_DRAWN_AMT, CARD_SPENT_AMT,
                      ALLOTTED_AMT + ROLLOVER_IN_AMT
                    - CLAIM_DRAWN_AMT - CARD_SPENT_AMT,
                      STATUS
               FROM   SUPP_WALLET
               WHERE  STATUS = 'OPEN'
               OR     (STATUS = 'CLOSED'
                       AND CLOSED_DATE = :HV-RUN-DATE)
               ORDER BY MEMBER_ID, BENEFIT_TYPE, PERIOD_START
           END-EXEC

           EXEC SQL
               OPEN SUPP_SEND_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP SEND CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH SUPP_SEND_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-BENEFIT-TYPE,
                         :HV-PERIOD-START, :HV-PERIOD-END,
                         :HV-ALLOTTED-AMT, :HV-ROLLOVER-IN-AMT,
                         :HV-CLAIM-DRAWN-AMT, :HV-CARD-SPENT-AMT,
                         :HV-AVAILABLE-AMT, :HV-WALLET-STATUS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 5100-WRITE-BALANCE-RECORD
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SUPP_SEND_CURSOR
           END-EXEC

           MOVE SPACES TO SUPP-VENDOR-OUT-REC
           MOVE 'T' TO VO-REC-TYPE
           MOVE WS-CTR-VOUT-WALLETS TO VO-TRL-WALLET-COUNT
           MOVE WS-TOT-VOUT-AVAILABLE TO VO-TRL-TOTAL-AVAILABLE
           WRITE SUPP-VENDOR-OUT-REC
           .
       5000-SEND-VENDOR-BALANCES-EXIT.
           EXIT.

       5100-WRITE-BALANCE-RECORD.
      *----------------------------------------------------------------*
      * ONE WALLET'S BALANCE FOR THE VENDOR                            *
      *----------------------------------------------------------------*
           MOVE SPACES TO SUPP-VENDOR-OUT-REC
           MOVE 'D' TO VO-REC-TYPE
           MOVE HV-MEMBER-ID TO VO-DTL-MEMBER-ID
           MOVE HV-BENEFIT-TYPE TO VO-DTL-BENEFIT-TYPE
           MOVE HV-PERIOD-START TO VO-DTL-PERIOD-START
           MOVE HV-PERIOD-END TO VO-DTL-PERIOD-END
           MOVE HV-ALLOTTED-AMT TO VO-DTL-ALLOTTED
           MOVE HV-ROLLOVER-IN-AMT TO VO-DTL-ROLLOVER-IN
           MOVE HV-CLAIM-DRAWN-AMT TO VO-DTL-CLAIM-DRAWN
           MOVE HV-CARD-SPENT-AMT TO VO-DTL-CARD-SPENT
           IF HV-WALLET-STATUS = 'OPEN'
              AND HV-AVAILABLE-AMT > 0
               MOVE HV-AVAILABLE-AMT TO VO-DTL-AVAILABLE
               ADD HV-AVAILABLE-AMT TO WS-TOT-VOUT-AVAILABLE
           ELSE
               MOVE 0 TO VO-DTL-AVAILABLE
           END-IF
           IF HV-WALLET-STATUS = 'OPEN'
               MOVE 'A' TO VO-DTL-STATUS
           ELSE
               MOVE 'C' TO VO-DTL-STATUS
           END-IF
           WRITE SUPP-VENDOR-OUT-REC
           IF NOT VOUT-OK
               MOVE 'SUPVOUT WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-VOUT-WALLETS
           .

       6000-INSERT-WALLET-TXN.
      *----------------------------------------------------------------*
      * LOG ONE WALLET MOVEMENT ON SUPP_WALLET_TXN. THE VENDOR         *
      * TRANSACTION ID IS SET ONLY FOR CARD ACTIVITY.                  *
      *----------------------------------------------------------------*
           IF HV-VENDOR-TXN-ID = SPACES
               EXEC SQL
                   INSERT INTO SUPP_WALLET_TXN
                       (MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                        TXN_TYPE, TXN_AMOUNT, CLAIM_ID, LINE_NUMBER,
                        VENDOR_TXN_ID, TXN_DATE,
                        CREATED_DATE, CREATED_BY)
                   VALUES
                       (:HV-MEMBER-ID, :HV-BENEFIT-TYPE,
                        :HV-PERIOD-START,
                        :HV-TXN-TYPE, :HV-TXN-AMOUNT, NULL, 0,
                        NULL, :HV-TXN-DATE,
                        GETDATE(), 'HCSUPWAL')
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO SUPP_WALLET_TXN
                       (MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                        TXN_TYPE, TXN_AMOUNT, CLAIM_ID, LINE_NUMBER,
                        VENDOR_TXN_ID, TXN_DATE,
                        CREATED_DATE, CREATED_BY)
                   VALUES
                       (:HV-MEMBER-ID, :HV-BENEFIT-TYPE,
                        :HV-PERIOD-START,
                        :HV-TXN-TYPE, :HV-TXN-AMOUNT, NULL, 0,
                        :HV-VENDOR-TXN-ID, :HV-TXN-DATE,
                        GETDATE(), 'HCSUPWAL')
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP_WALLET_TXN INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCSUPWAL' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCSUPWAL - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCSUPWAL - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCSUPWAL - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO SUPP-CONTROL-RPT-REC
           WRITE SUPP-CONTROL-RPT-REC
           MOVE 'MA PLANS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-PLANS-LOADED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ALLOWANCES IN FORCE' TO WS-RPT-LABEL
           MOVE WS-CTR-RULES-LOADED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ALLOWANCES SKIPPED (PLAN YEAR START)' TO WS-RPT-LABEL
           MOVE WS-CTR-RULES-SKIPPED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'WALLETS OPENED' TO WS-RPT-LABEL
           MOVE WS-CTR-WALLETS-OPENED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT FUNDED' TO WS-RPT-LABEL
           MOVE WS-TOT-FUNDED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VENDOR RECORDS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-VIN-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CARD TRANSACTIONS POSTED' TO WS-RPT-LABEL
           MOVE WS-CTR-VIN-POSTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CARD TRANSACTIONS ALREADY POSTED' TO WS-RPT-LABEL
           MOVE WS-CTR-VIN-DUPLICATES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VENDOR RECORDS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-VIN-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NET CARD SPEND POSTED' TO WS-RPT-LABEL
           MOVE WS-TOT-CARD-SPEND TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VENDOR BALANCES MATCHED' TO WS-RPT-LABEL
           MOVE WS-CTR-BAL-MATCHED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VENDOR BALANCES MISMATCHED' TO WS-RPT-LABEL
           MOVE WS-CTR-BAL-MISMATCHED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VENDOR BALANCES WITH NO OPEN WALLET' TO WS-RPT-LABEL
           MOVE WS-CTR-BAL-NO-WALLET TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'WALLETS CLOSED' TO WS-RPT-LABEL
           MOVE WS-CTR-WALLETS-CLOSED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'BALANCES ROLLED OVER' TO WS-RPT-LABEL
           MOVE WS-CTR-ROLLOVERS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NO NEXT-PERIOD WALLET (EXPIRED)' TO WS-RPT-LABEL
           MOVE WS-CTR-NO-NEXT-WALLET TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT ROLLED OVER' TO WS-RPT-LABEL
           MOVE WS-TOT-ROLLED-OVER TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT EXPIRED' TO WS-RPT-LABEL
           MOVE WS-TOT-EXPIRED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'WALLETS SENT TO VENDOR' TO WS-RPT-LABEL
           MOVE WS-CTR-VOUT-WALLETS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'BALANCE SENT TO VENDOR' TO WS-RPT-LABEL
           MOVE WS-TOT-VOUT-AVAILABLE TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCSUPWAL - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RUN DATE:           ' WS-RUN-DATE
           DISPLAY 'ALLOWANCES:         ' WS-CTR-RULES-LOADED
           DISPLAY 'WALLETS OPENED:     ' WS-CTR-WALLETS-OPENED
           DISPLAY 'AMOUNT FUNDED:      ' WS-TOT-FUNDED
           DISPLAY 'CARD TXNS POSTED:   ' WS-CTR-VIN-POSTED
           DISPLAY 'CARD TXNS REJECTED: ' WS-CTR-VIN-REJECTED
           DISPLAY 'BALANCE MISMATCHES: ' WS-CTR-BAL-MISMATCHED
           DISPLAY 'WALLETS CLOSED:     ' WS-CTR-WALLETS-CLOSED
           DISPLAY 'AMOUNT ROLLED OVER: ' WS-TOT-ROLLED-OVER
           DISPLAY 'AMOUNT EXPIRED:     ' WS-TOT-EXPIRED
           DISPLAY 'WALLETS SENT:       ' WS-CTR-VOUT-WALLETS
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF VENDOR-FILE-OPEN
               CLOSE SUPP-VENDOR-IN-FILE
           END-IF
           CLOSE SUPP-VENDOR-OUT-FILE
           CLOSE SUPP-CONTROL-RPT
           .
