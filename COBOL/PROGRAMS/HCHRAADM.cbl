       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCHRAADM.
      *================================================================*
      * PROGRAM:     HCHRAADM                                          *
      * DESCRIPTION: HEALTH REIMBURSEMENT ARRANGEMENT (HRA) ACCOUNT    *
      *              ADMINISTRATION. EACH EMPLOYER HRA_PLAN SETS THE   *
      *              PLAN YEAR, WHETHER ACCOUNTS ARE HELD PER MEMBER   *
      *              OR PER FAMILY, THE ANNUAL SINGLE AND FAMILY       *
      *              ALLOCATIONS, MID-YEAR PRO-RATING, THE ROLLOVER    *
      *              CAP, THE CLAIMS RUN-OUT DAYS, AND WHICH COST      *
      *              SHARING (DEDUCTIBLE, COINSURANCE, COPAY) THE HRA  *
      *              PAYS. RUN DAILY, THE PROGRAM:                     *
      *                - OPENS AN HRA_ACCOUNT FOR EVERY ELIGIBLE       *
      *                  HOLDER WHO HAS NONE FOR THE CURRENT PLAN      *
      *                  YEAR - THE SUBSCRIBER FOR A FAMILY PLAN       *
      *                  (FAMILY ALLOCATION WHEN THERE ARE             *
      *                  DEPENDENTS), EACH MEMBER FOR A MEMBER PLAN.   *
      *                  A HOLDER ENROLLED AFTER THE PLAN YEAR BEGAN   *
      *                  GETS THE REMAINING MONTHS' SHARE WHEN THE     *
      *                  PLAN PRO-RATES                                *
      *                - CLOSES EACH ACCOUNT WHOSE PLAN YEAR AND       *
      *                  RUN-OUT HAVE ENDED: THE UNUSED BALANCE UP TO  *
      *                  THE ROLLOVER CAP CARRIES TO THE HOLDER'S      *
      *                  NEXT-YEAR ACCOUNT AND THE REST IS FORFEITED   *
      *              HCCLMADJ DRAWS THE ACCOUNTS AGAINST CLAIM COST    *
      *              SHARING (HRA_DRAW) AND HCASOFND BILLS THE DRAWS   *
      *              BACK TO THE EMPLOYER.                             *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  HRACTRL  - RUN DATE CARD (CCYYMMDD)              *
      * OUTPUT FILES: HRARPT   - HRA CONTROL REPORT                    *
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
           SELECT HRA-CONTROL-FILE
               ASSIGN TO HRACTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT HRA-CONTROL-RPT
               ASSIGN TO HRARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HRA-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HRA-CONTROL-REC.
           05  FC-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  HRA-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HRA-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-PLANS-LOADED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ACCOUNTS-OPENED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-FAMILY-ACCOUNTS      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PRORATED             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ACCOUNTS-CLOSED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ROLLOVERS            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NO-NEXT-ACCOUNT      PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-ALLOCATED            PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-ROLLED-OVER          PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-FORFEITED            PIC S9(13)V99 COMP-3
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
           05  WS-END-DATE                 PIC 9(08).
           05  WS-END-DATE-R REDEFINES WS-END-DATE.
               10  WS-END-CCYY             PIC 9(04).
               10  WS-END-MM               PIC 9(02).
               10  WS-END-DD               PIC 9(02).
           05  WS-EFF-DATE                 PIC 9(08).
           05  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
               10  WS-EFF-CCYY             PIC 9(04).
               10  WS-EFF-MM               PIC 9(02).
               10  WS-EFF-DD               PIC 9(02).
           05  WS-PLAN-MONTHS              PIC S9(05) COMP.
           05  WS-REMAINING-MONTHS         PIC S9(05) COMP.
           05  WS-PLN-SUB                  PIC S9(05) COMP.
           05  WS-BASE-ALLOCATION          PIC S9(07)V99 COMP-3.
           05  WS-ALLOCATION               PIC S9(07)V99 COMP-3.
           05  WS-UNUSED-AMT               PIC S9(07)V99 COMP-3.
           05  WS-ROLLOVER-AMT             PIC S9(07)V99 COMP-3.
           05  WS-FORFEIT-AMT              PIC S9(07)V99 COMP-3.
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.

      *--- HRA PLANS WHOSE PLAN YEAR IS IN FORCE ON THE RUN DATE ---
       01  WS-PLAN-TABLE.
           05  WS-PLN-COUNT                PIC 9(05) VALUE 0.
           05  WS-PLN-MAX                  PIC 9(05) VALUE 2000.
           05  WS-PLN-ENTRY OCCURS 2000 TIMES.
               10  WS-PLN-GROUP-ID         PIC X(10).
               10  WS-PLN-PLAN-YEAR        PIC 9(04).
               10  WS-PLN-START-DATE       PIC 9(08).
               10  WS-PLN-END-DATE         PIC 9(08).
               10  WS-PLN-ACCOUNT-LEVEL    PIC X(01).
                   88  PLN-FAMILY-LEVEL    VALUE 'F'.
               10  WS-PLN-ALLOC-SINGLE     PIC S9(07)V99 COMP-3.
               10  WS-PLN-ALLOC-FAMILY     PIC S9(07)V99 COMP-3.
               10  WS-PLN-PRORATE-FLAG     PIC X(01).
                   88  PLN-PRORATES        VALUE 'Y'.

       01  HV-HRA-VARS.
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-GROUP-ID                 PIC X(10).
           05  HV-PLAN-YEAR                PIC 9(04).
           05  HV-NEXT-PLAN-YEAR           PIC 9(04).
           05  HV-PLAN-START-DATE          PIC 9(08).
           05  HV-PLAN-END-DATE            PIC 9(08).
           05  HV-ACCOUNT-LEVEL            PIC X(01).
           05  HV-ALLOC-SINGLE             PIC S9(07)V99.
           05  HV-ALLOC-FAMILY             PIC S9(07)V99.
           05  HV-PRORATE-FLAG             PIC X(01).
           05  HV-ROLLOVER-CAP             PIC S9(07)V99.
           05  HV-HOLDER-ID                PIC X(12).
           05  HV-EFFECTIVE-DATE           PIC 9(08).
           05  HV-DEPENDENT-COUNT          PIC S9(09) COMP.
           05  HV-ALLOCATED-AMT            PIC S9(07)V99.
           05  HV-AVAILABLE-AMT            PIC S9(07)V99.
           05  HV-ROLLOVER-AMT             PIC S9(07)V99.
           05  HV-FORFEIT-AMT              PIC S9(07)V99.

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
               VALUE 'HRA ACCOUNT ADMINISTRATION CONTROL REPORT'.
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
      * MAINLINE - OPEN THE CURRENT YEAR'S ACCOUNTS, THEN CLOSE OUT    *
      * ENDED PLAN YEARS INTO THEM                                     *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-HRA-PLANS
               THRU 1100-LOAD-HRA-PLANS-EXIT
           PERFORM 2000-OPEN-NEW-ACCOUNTS
               THRU 2000-OPEN-NEW-ACCOUNTS-EXIT
           PERFORM 3000-CLOSE-ENDED-YEARS
               THRU 3000-CLOSE-ENDED-YEARS-EXIT
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

           OPEN INPUT HRA-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'HRA-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ HRA-CONTROL-FILE
           IF NOT CTRL-OK OR FC-RUN-DATE NOT NUMERIC
               MOVE WS-CURR-DATE-8 TO WS-RUN-DATE
           ELSE
               MOVE FC-RUN-DATE TO WS-RUN-DATE
           END-IF
           CLOSE HRA-CONTROL-FILE
           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
              OR WS-RUN-DD < 1 OR WS-RUN-DD > 31
               MOVE 'RUN DATE NOT CCYYMMDD' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE WS-RUN-DATE TO HV-RUN-DATE

           OPEN OUTPUT HRA-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'HRA-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE HRA-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE HRA-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO HRA-CONTROL-RPT-REC
           WRITE HRA-CONTROL-RPT-REC
           MOVE 'RUN DATE' TO WS-RPT-LABEL
           MOVE WS-RUN-DATE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

      *================================================================*
      * 1100 - ACTIVE HRA PLANS IN FORCE ON THE RUN DATE               *
      *================================================================*
       1100-LOAD-HRA-PLANS.
           EXEC SQL
               DECLARE HRA_PLAN_CURSOR CURSOR FOR
               SELECT GROUP_ID, PLAN_YEAR,
                      PLAN_START_DATE, PLAN_END_DATE,
                      ACCOUNT_LEVEL, ALLOC_SINGLE, ALLOC_FAMILY,
                      PRORATE_FLAG
               FROM   HRA_PLAN
               WHERE  STATUS = 'A'
               AND    PLAN_START_DATE <= :HV-RUN-DATE
               AND    PLAN_END_DATE >= :HV-RUN-DATE
               ORDER BY GROUP_ID
           END-EXEC

           EXEC SQL
               OPEN HRA_PLAN_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA PLAN CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH HRA_PLAN_CURSOR
                   INTO  :HV-GROUP-ID, :HV-PLAN-YEAR,
                         :HV-PLAN-START-DATE, :HV-PLAN-END-DATE,
                         :HV-ACCOUNT-LEVEL, :HV-ALLOC-SINGLE,
                         :HV-ALLOC-FAMILY, :HV-PRORATE-FLAG
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   IF WS-PLN-COUNT NOT < WS-PLN-MAX
                       MOVE 'HRA PLAN TABLE FULL' TO WS-ERR-MESSAGE
                       MOVE 'F' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
                   PERFORM 1200-ADD-PLAN-ENTRY
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HRA_PLAN_CURSOR
           END-EXEC
           MOVE WS-PLN-COUNT TO WS-CTR-PLANS-LOADED
           .
       1100-LOAD-HRA-PLANS-EXIT.
           EXIT.

       1200-ADD-PLAN-ENTRY.
      *----------------------------------------------------------------*
      * ADD THE PLAN JUST READ TO THE PLAN TABLE                       *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PLN-COUNT
           MOVE WS-PLN-COUNT       TO WS-PLN-SUB
           MOVE HV-GROUP-ID        TO WS-PLN-GROUP-ID(WS-PLN-SUB)
           MOVE HV-PLAN-YEAR       TO WS-PLN-PLAN-YEAR(WS-PLN-SUB)
           MOVE HV-PLAN-START-DATE TO WS-PLN-START-DATE(WS-PLN-SUB)
           MOVE HV-PLAN-END-DATE   TO WS-PLN-END-DATE(WS-PLN-SUB)
           MOVE HV-ACCOUNT-LEVEL   TO WS-PLN-ACCOUNT-LEVEL(WS-PLN-SUB)
           MOVE HV-ALLOC-SINGLE    TO WS-PLN-ALLOC-SINGLE(WS-PLN-SUB)
           MOVE HV-ALLOC-FAMILY    TO WS-PLN-ALLOC-FAMILY(WS-PLN-SUB)
           MOVE HV-PRORATE-FLAG    TO WS-PLN-PRORATE-FLAG(WS-PLN-SUB)
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE HRA-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - OPEN AN ACCOUNT FOR EVERY ELIGIBLE HOLDER WITHOUT ONE   *
      * FOR THE PLAN YEAR. A FAMILY PLAN'S HOLDER IS THE SUBSCRIBER    *
      * (RELATIONSHIP 18); A MEMBER PLAN'S IS EACH MEMBER. THE         *
      * DEPENDENT COUNT DECIDES SINGLE OR FAMILY ALLOCATION.           *
      *================================================================*
       2000-OPEN-NEW-ACCOUNTS.
           EXEC SQL
               DECLARE HRA_HOLDER_CURSOR CURSOR FOR
               SELECT E.MEMBER_ID, E.EFFECTIVE_DATE,
                      (SELECT COUNT(*)
                       FROM   MEMBER_SUBSCRIBER_XREF X
                       WHERE  X.SUBSCRIBER_ID = E.MEMBER_ID
                       AND    X.MEMBER_ID <> E.MEMBER_ID)
               FROM   ELIGIBILITY E
               JOIN   MEMBER M
                 ON   M.MEMBER_ID = E.MEMBER_ID
               WHERE  E.GROUP_ID = :HV-GROUP-ID
               AND    E.EFFECTIVE_DATE <= :HV-RUN-DATE
               AND    (E.TERMINATION_DATE IS NULL
                       OR E.TERMINATION_DATE >= :HV-RUN-DATE)
               AND    (:HV-ACCOUNT-LEVEL = 'M'
                       OR M.RELATIONSHIP_CODE = '18')
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   HRA_ACCOUNT A
                       WHERE  A.GROUP_ID = E.GROUP_ID
                       AND    A.PLAN_YEAR = :HV-PLAN-YEAR
                       AND    A.HOLDER_ID = E.MEMBER_ID)
               ORDER BY E.MEMBER_ID
           END-EXEC

           PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
               UNTIL WS-PLN-SUB > WS-PLN-COUNT
               PERFORM 2100-OPEN-PLAN-ACCOUNTS
                   THRU 2100-OPEN-PLAN-ACCOUNTS-EXIT
           END-PERFORM
           .
       2000-OPEN-NEW-ACCOUNTS-EXIT.
           EXIT.

       2100-OPEN-PLAN-ACCOUNTS.
      *----------------------------------------------------------------*
      * OPEN THE MISSING ACCOUNTS FOR ONE HRA PLAN                     *
      *----------------------------------------------------------------*
           MOVE WS-PLN-GROUP-ID(WS-PLN-SUB) TO HV-GROUP-ID
           MOVE WS-PLN-PLAN-YEAR(WS-PLN-SUB) TO HV-PLAN-YEAR
           MOVE WS-PLN-ACCOUNT-LEVEL(WS-PLN-SUB) TO HV-ACCOUNT-LEVEL

           EXEC SQL
               OPEN HRA_HOLDER_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA HOLDER CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-OPEN-PLAN-ACCOUNTS-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH HRA_HOLDER_CURSOR
                   INTO  :HV-HOLDER-ID, :HV-EFFECTIVE-DATE,
                         :HV-DEPENDENT-COUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 2200-CALCULATE-ALLOCATION
                   PERFORM 2300-INSERT-ACCOUNT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HRA_HOLDER_CURSOR
           END-EXEC
           .
       2100-OPEN-PLAN-ACCOUNTS-EXIT.
           EXIT.

       2200-CALCULATE-ALLOCATION.
      *----------------------------------------------------------------*
      * ANNUAL ALLOCATION FOR THE HOLDER. WHEN THE PLAN PRO-RATES AND  *
      * THE HOLDER'S COVERAGE BEGAN AFTER THE PLAN YEAR DID, THE       *
      * ALLOCATION IS THE SHARE FOR THE MONTHS LEFT IN THE YEAR - THE  *
      * ENROLLMENT MONTH COUNTS ONLY IF COVERAGE BEGAN ON THE FIRST.   *
      *----------------------------------------------------------------*
           IF PLN-FAMILY-LEVEL(WS-PLN-SUB)
              AND HV-DEPENDENT-COUNT > 0
               MOVE WS-PLN-ALLOC-FAMILY(WS-PLN-SUB)
                 TO WS-BASE-ALLOCATION
               ADD 1 TO WS-CTR-FAMILY-ACCOUNTS
           ELSE
               MOVE WS-PLN-ALLOC-SINGLE(WS-PLN-SUB)
                 TO WS-BASE-ALLOCATION
           END-IF
           MOVE WS-BASE-ALLOCATION TO WS-ALLOCATION

           MOVE WS-PLN-START-DATE(WS-PLN-SUB) TO WS-START-DATE
           MOVE WS-PLN-END-DATE(WS-PLN-SUB) TO WS-END-DATE
           MOVE HV-EFFECTIVE-DATE TO WS-EFF-DATE
           IF WS-EFF-DATE < WS-START-DATE
               MOVE WS-START-DATE TO WS-EFF-DATE
           END-IF

           IF PLN-PRORATES(WS-PLN-SUB)
              AND WS-EFF-DATE > WS-START-DATE
               COMPUTE WS-PLAN-MONTHS =
                   (WS-END-CCYY * 12 + WS-END-MM)
                 - (WS-START-CCYY * 12 + WS-START-MM) + 1
               COMPUTE WS-REMAINING-MONTHS =
                   (WS-END-CCYY * 12 + WS-END-MM)
                 - (WS-EFF-CCYY * 12 + WS-EFF-MM) + 1
               IF WS-EFF-DD > 1
                   SUBTRACT 1 FROM WS-REMAINING-MONTHS
               END-IF
               IF WS-REMAINING-MONTHS < 0
                   MOVE 0 TO WS-REMAINING-MONTHS
               END-IF
               IF WS-PLAN-MONTHS > 0
                  AND WS-REMAINING-MONTHS < WS-PLAN-MONTHS
                   COMPUTE WS-ALLOCATION ROUNDED =
                       WS-BASE-ALLOCATION * WS-REMAINING-MONTHS
                       / WS-PLAN-MONTHS
                   ADD 1 TO WS-CTR-PRORATED
               END-IF
           END-IF
           .

       2300-INSERT-ACCOUNT.
      *----------------------------------------------------------------*
      * OPEN THE HOLDER'S ACCOUNT FOR THE PLAN YEAR                    *
      *----------------------------------------------------------------*
           MOVE WS-ALLOCATION TO HV-ALLOCATED-AMT
           MOVE WS-EFF-DATE TO HV-EFFECTIVE-DATE

           EXEC SQL
               INSERT INTO HRA_ACCOUNT
                   (GROUP_ID, PLAN_YEAR, HOLDER_ID, ACCOUNT_LEVEL,
                    ALLOCATED_AMT, ROLLOVER_AMT, DRAWN_AMT,
                    ROLLED_OUT_AMT, FORFEITED_AMT, STATUS,
                    EFFECTIVE_DATE, LAST_DRAW_DATE, CLOSED_DATE,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-GROUP-ID, :HV-PLAN-YEAR, :HV-HOLDER-ID,
                    :HV-ACCOUNT-LEVEL,
                    :HV-ALLOCATED-AMT, 0, 0,
                    0, 0, 'OPEN',
                    :HV-EFFECTIVE-DATE, NULL, NULL,
                    GETDATE(), 'HCHRAADM')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA_ACCOUNT INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-CTR-ACCOUNTS-OPENED
               ADD WS-ALLOCATION TO WS-TOT-ALLOCATED
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'OPENED ' HV-GROUP-ID ' ' HV-PLAN-YEAR
                   ' ' HV-HOLDER-ID
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE WS-ALLOCATION TO WS-EDIT-AMT
               MOVE SPACES TO WS-RPT-VALUE
               STRING 'LEVEL ' HV-ACCOUNT-LEVEL
                   ' FROM ' HV-EFFECTIVE-DATE
                   ' ALLOCATION ' WS-EDIT-AMT
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .

      *================================================================*
      * 3000 - CLOSE EVERY OPEN ACCOUNT WHOSE PLAN YEAR AND CLAIMS     *
      * RUN-OUT HAVE BOTH ENDED. THE UNUSED BALANCE UP TO THE PLAN'S   *
      * ROLLOVER CAP (ZERO - NO ROLLOVER) MOVES TO THE HOLDER'S OPEN   *
      * ACCOUNT FOR THE NEXT PLAN YEAR; THE REST IS FORFEITED TO THE   *
      * EMPLOYER, AS IS ALL OF IT IF THERE IS NO NEXT-YEAR ACCOUNT.    *
      *================================================================*
       3000-CLOSE-ENDED-YEARS.
           EXEC SQL
               DECLARE HRA_CLOSE_CURSOR CURSOR FOR
               SELECT A.GROUP_ID, A.PLAN_YEAR, A.HOLDER_ID,
                      A.ALLOCATED_AMT + A.ROLLOVER_AMT
                    - A.DRAWN_AMT,
                      P.ROLLOVER_CAP
               FROM   HRA_ACCOUNT A
               JOIN   HRA_PLAN P
                 ON   P.GROUP_ID = A.GROUP_ID
                AND   P.PLAN_YEAR = A.PLAN_YEAR
               WHERE  A.STATUS = 'OPEN'
               AND    DATEADD(DAY, P.RUNOUT_DAYS, P.PLAN_END_DATE)
                          < :HV-RUN-DATE
               ORDER BY A.GROUP_ID, A.PLAN_YEAR, A.HOLDER_ID
           END-EXEC

           EXEC SQL
               OPEN HRA_CLOSE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA CLOSE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH HRA_CLOSE_CURSOR
                   INTO  :HV-GROUP-ID, :HV-PLAN-YEAR,
                         :HV-HOLDER-ID, :HV-AVAILABLE-AMT,
                         :HV-ROLLOVER-CAP
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 3100-CLOSE-ONE-ACCOUNT
                       THRU 3100-CLOSE-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HRA_CLOSE_CURSOR
           END-EXEC
           .
       3000-CLOSE-ENDED-YEARS-EXIT.
           EXIT.

       3100-CLOSE-ONE-ACCOUNT.
      *----------------------------------------------------------------*
      * SPLIT THE UNUSED BALANCE INTO ROLLOVER AND FORFEITURE, CARRY   *
      * THE ROLLOVER FORWARD AND CLOSE THE ACCOUNT                     *
      *----------------------------------------------------------------*
           MOVE HV-AVAILABLE-AMT TO WS-UNUSED-AMT
           IF WS-UNUSED-AMT < 0
               MOVE 0 TO WS-UNUSED-AMT
           END-IF
           IF WS-UNUSED-AMT < HV-ROLLOVER-CAP
               MOVE WS-UNUSED-AMT TO WS-ROLLOVER-AMT
           ELSE
               MOVE HV-ROLLOVER-CAP TO WS-ROLLOVER-AMT
           END-IF
           IF WS-ROLLOVER-AMT < 0
               MOVE 0 TO WS-ROLLOVER-AMT
           END-IF

           IF WS-ROLLOVER-AMT > 0
               COMPUTE HV-NEXT-PLAN-YEAR = HV-PLAN-YEAR + 1
               MOVE WS-ROLLOVER-AMT TO HV-ROLLOVER-AMT
               EXEC SQL
                   UPDATE HRA_ACCOUNT
                   SET    ROLLOVER_AMT =
                              ROLLOVER_AMT + :HV-ROLLOVER-AMT
                   WHERE  GROUP_ID = :HV-GROUP-ID
                   AND    PLAN_YEAR = :HV-NEXT-PLAN-YEAR
                   AND    HOLDER_ID = :HV-HOLDER-ID
                   AND    STATUS = 'OPEN'
               END-EXEC
               IF WS-SQLCODE = +100
                   ADD 1 TO WS-CTR-NO-NEXT-ACCOUNT
                   MOVE 0 TO WS-ROLLOVER-AMT
               ELSE
                   IF WS-SQLCODE NOT = 0
                       MOVE 'HRA ROLLOVER UPDATE FAILED'
                         TO WS-ERR-MESSAGE
                       MOVE 'E' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                       GO TO 3100-CLOSE-ONE-ACCOUNT-EXIT
                   END-IF
                   ADD 1 TO WS-CTR-ROLLOVERS
               END-IF
           END-IF

           COMPUTE WS-FORFEIT-AMT = WS-UNUSED-AMT - WS-ROLLOVER-AMT
           MOVE WS-ROLLOVER-AMT TO HV-ROLLOVER-AMT
           MOVE WS-FORFEIT-AMT TO HV-FORFEIT-AMT

           EXEC SQL
               UPDATE HRA_ACCOUNT
               SET    STATUS = 'CLOSED',
                      ROLLED_OUT_AMT = :HV-ROLLOVER-AMT,
                      FORFEITED_AMT = :HV-FORFEIT-AMT,
                      CLOSED_DATE = :HV-RUN-DATE
               WHERE  GROUP_ID = :HV-GROUP-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
               AND    HOLDER_ID = :HV-HOLDER-ID
               AND    STATUS = 'OPEN'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA ACCOUNT CLOSE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3100-CLOSE-ONE-ACCOUNT-EXIT
           END-IF

           ADD 1 TO WS-CTR-ACCOUNTS-CLOSED
           ADD WS-ROLLOVER-AMT TO WS-TOT-ROLLED-OVER
           ADD WS-FORFEIT-AMT TO WS-TOT-FORFEITED

           MOVE SPACES TO WS-RPT-LABEL
           STRING 'CLOSED ' HV-GROUP-ID ' ' HV-PLAN-YEAR
               ' ' HV-HOLDER-ID
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           MOVE WS-ROLLOVER-AMT TO WS-EDIT-AMT
           STRING 'ROLLED OVER ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           MOVE WS-FORFEIT-AMT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE(33:15)
           MOVE 'FORFEITED' TO WS-RPT-VALUE(50:9)
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       3100-CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCHRAADM' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCHRAADM - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCHRAADM - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCHRAADM - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO HRA-CONTROL-RPT-REC
           WRITE HRA-CONTROL-RPT-REC
           MOVE 'HRA PLANS IN FORCE' TO WS-RPT-LABEL
           MOVE WS-CTR-PLANS-LOADED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ACCOUNTS OPENED' TO WS-RPT-LABEL
           MOVE WS-CTR-ACCOUNTS-OPENED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'FAMILY ALLOCATIONS' TO WS-RPT-LABEL
           MOVE WS-CTR-FAMILY-ACCOUNTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PRO-RATED ALLOCATIONS' TO WS-RPT-LABEL
           MOVE WS-CTR-PRORATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT ALLOCATED' TO WS-RPT-LABEL
           MOVE WS-TOT-ALLOCATED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ACCOUNTS CLOSED' TO WS-RPT-LABEL
           MOVE WS-CTR-ACCOUNTS-CLOSED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'BALANCES ROLLED OVER' TO WS-RPT-LABEL
           MOVE WS-CTR-ROLLOVERS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NO NEXT-YEAR ACCOUNT (FORFEITED)' TO WS-RPT-LABEL
           MOVE WS-CTR-NO-NEXT-ACCOUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT ROLLED OVER' TO WS-RPT-LABEL
           MOVE WS-TOT-ROLLED-OVER TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT FORFEITED' TO WS-RPT-LABEL
           MOVE WS-TOT-FORFEITED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCHRAADM - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RUN DATE:           ' WS-RUN-DATE
           DISPLAY 'HRA PLANS:          ' WS-CTR-PLANS-LOADED
           DISPLAY 'ACCOUNTS OPENED:    ' WS-CTR-ACCOUNTS-OPENED
           DISPLAY 'PRO-RATED:          ' WS-CTR-PRORATED
           DISPLAY 'AMOUNT ALLOCATED:   ' WS-TOT-ALLOCATED
           DISPLAY 'ACCOUNTS CLOSED:    ' WS-CTR-ACCOUNTS-CLOSED
           DISPLAY 'AMOUNT ROLLED OVER: ' WS-TOT-ROLLED-OVER
           DISPLAY 'AMOUNT FORFEITED:   ' WS-TOT-FORFEITED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE HRA-CONTROL-RPT
           .
