       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCASOFND.
      *================================================================*
      * PROGRAM:     HCASOFND                                          *
      * DESCRIPTION: ASO EMPLOYER CLAIM-FUNDING REQUESTS AND FUNDING   *
      *              RECONCILIATION. SELF-FUNDED (ASO) GROUPS PAY     *
      *              THEIR OWN CLAIMS; AFTER EACH PAYMENT RUN THE      *
      *              PLAN ASKS EACH EMPLOYER TO FUND WHAT WAS PAID.    *
      *              THE RUN:                                          *
      *                - APPLIES INCOMING EMPLOYER WIRES TO THE OPEN   *
      *                  FUNDING REQUESTS - THE REQUEST NAMED ON THE   *
      *                  WIRE FIRST, THEN OLDEST DUE FIRST. CASH THAT  *
      *                  MATCHES NOTHING GOES TO WIRE SUSPENSE         *
      *                - GATHERS EACH GROUP'S UNREQUESTED CHECKS,      *
      *                  EFTS AND VIRTUAL CARDS (PAYMENT_CLAIM_DETAIL, *
      *                  LOGGED BY HCREMIT), NETS OUT VOIDS AND STOPS  *
      *                  WITH NO REPLACEMENT QUEUED, PROVIDER REFUNDS  *
      *                  APPLIED THROUGH HCREFAPP, AND ANY PRIOR       *
      *                  CREDIT, AND ISSUES ONE FUNDING REQUEST PER    *
      *                  GROUP WITH CLAIM-LEVEL BACKUP AND A STATEMENT *
      *                - AGES THE UNFUNDED BALANCES AND PUTS A GROUP   *
      *                  PAST DUE BEYOND ITS GRACE DAYS ON FUNDING     *
      *                  HOLD (HCREMIT HOLDS THE GROUP'S CLAIM         *
      *                  PAYMENTS UNTIL IT FUNDS); A GROUP BACK        *
      *                  WITHIN TERMS IS RELEASED                      *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  ASOCTRL  - RUN DATE CARD (CCYYMMDD)              *
      *               ASOWIRE  - EMPLOYER FUNDING WIRES (120 BYTE)     *
      * OUTPUT FILES: ASOFREQ  - FUNDING REQUEST FILE WITH CLAIM-LEVEL *
      *                          BACKUP (150 BYTE)                     *
      *               ASOSTMT  - EMPLOYER FUNDING STATEMENTS           *
      *               ASORPT   - FUNDING CONTROL / AGING REPORT        *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 KWILSON  INITIAL DEVELOPMENT                        *
      * 2026-10-15 KWILSON  BILL HRA DRAWS TAKEN BY HCCLMADJ BACK TO   *
      *                     THE EMPLOYER WITH THE CLAIM FUNDING        *
      * 2026-10-15 KWILSON  BILL EACH GROUP ITS SHARE OF THE STATE     *
      *                     ASSESSMENTS STAGED BY HCSTASMT WHERE THE   *
      *                     STATE ALLOWS PASS-THROUGH                  *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASO-CONTROL-FILE
               ASSIGN TO ASOCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT ASO-WIRE-FILE
               ASSIGN TO ASOWIRE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.

           SELECT ASO-REQUEST-FILE
               ASSIGN TO ASOFREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.

           SELECT ASO-STATEMENT-FILE
               ASSIGN TO ASOSTMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT ASO-CONTROL-RPT
               ASSIGN TO ASORPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ASO-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASO-CONTROL-REC.
           05  FC-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  ASO-WIRE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASO-WIRE-REC.
           05  AW-GROUP-NO                 PIC X(10).
           05  AW-REQUEST-ID               PIC X(20).
           05  AW-WIRE-DATE                PIC 9(08).
           05  AW-WIRE-AMOUNT              PIC 9(11)V99.
           05  AW-BANK-REFERENCE           PIC X(20).
           05  AW-ORIGINATOR-NAME          PIC X(35).
           05  FILLER                      PIC X(14).

      *--- ONE H/T PAIR PER GROUP REQUEST WITH THE CLAIM-LEVEL BACKUP
      *--- BETWEEN THEM; DETAIL AMOUNTS CARRY THEIR SIGN (CREDITS
      *--- NEGATIVE) SO THE NET REQUEST IS THEIR SUM. THE Z RECORD
      *--- ENDS THE FILE WITH THE REQUEST COUNT AND GRAND TOTAL ---
       FD  ASO-REQUEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASO-REQUEST-REC.
           05  FR-RECORD-TYPE              PIC X(01).
               88  FR-GROUP-HEADER         VALUE 'H'.
               88  FR-CLAIM-PAYMENT        VALUE 'D'.
               88  FR-VOID-CREDIT          VALUE 'V'.
               88  FR-REFUND-CREDIT        VALUE 'R'.
               88  FR-PRIOR-CREDIT         VALUE 'C'.
               88  FR-HRA-DRAW             VALUE 'A'.
               88  FR-STATE-ASSESSMENT     VALUE 'S'.
               88  FR-GROUP-TRAILER        VALUE 'T'.
               88  FR-FILE-TRAILER         VALUE 'Z'.
           05  FR-GROUP-NO                 PIC X(10).
           05  FR-REQUEST-ID               PIC X(20).
           05  FR-BODY                     PIC X(119).
           05  FR-HEADER-BODY REDEFINES FR-BODY.
               10  FR-GROUP-NAME           PIC X(40).
               10  FR-REQUEST-DATE         PIC 9(08).
               10  FR-DUE-DATE             PIC 9(08).
               10  FILLER                  PIC X(63).
           05  FR-DETAIL-BODY REDEFINES FR-BODY.
               10  FR-CLAIM-ID             PIC X(20).
               10  FR-CHECK-NUMBER         PIC X(10).
               10  FR-PAY-METHOD           PIC X(03).
               10  FR-PAY-STATUS           PIC X(02).
               10  FR-ACTIVITY-DATE        PIC X(08).
               10  FR-AMOUNT               PIC S9(09)V99.
               10  FR-PROVIDER-NPI         PIC X(10).
               10  FILLER                  PIC X(55).
           05  FR-TRAILER-BODY REDEFINES FR-BODY.
               10  FR-CLAIM-COUNT          PIC 9(07).
               10  FR-PAYMENT-TOTAL        PIC S9(11)V99.
               10  FR-VOID-TOTAL           PIC S9(11)V99.
               10  FR-REFUND-TOTAL         PIC S9(11)V99.
               10  FR-CREDIT-TOTAL         PIC S9(11)V99.
               10  FR-NET-REQUEST          PIC S9(11)V99.
               10  FR-PRIOR-OPEN           PIC S9(11)V99.
               10  FR-HRA-TOTAL            PIC S9(11)V99.
               10  FR-ASSESSMENT-TOTAL     PIC S9(11)V99.
               10  FILLER                  PIC X(08).

       FD  ASO-STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASO-STATEMENT-REC               PIC X(133).

       FD  ASO-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ASO-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-WIRE-STATUS              PIC X(02).
               88  WIRE-OK                 VALUE '00'.
               88  WIRE-EOF                VALUE '10'.
           05  WS-FREQ-STATUS              PIC X(02).
               88  FREQ-OK                 VALUE '00'.
           05  WS-STMT-STATUS              PIC X(02).
               88  STMT-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-WIRE-EOF-SW              PIC X(01) VALUE 'N'.
               88  WIRE-AT-EOF             VALUE 'Y'.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.
           05  WS-GROUP-FOUND-SW           PIC X(01) VALUE 'N'.
               88  GROUP-FOUND             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-WIRES-READ           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-WIRE-APPLICATIONS    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-WIRE-SUSPENSE        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REQUESTS-ISSUED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CLAIM-PAYMENTS       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VOID-CREDITS         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REFUND-CREDITS       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-HRA-DRAWS            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ASSESSMENTS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-GROUPS-HELD          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-HOLDS-PLACED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-HOLDS-RELEASED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-WIRES                PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-WIRES-APPLIED        PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-WIRE-SUSPENSE        PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-REQUESTED            PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-UNFUNDED             PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-RUN-DATE-INT             PIC S9(09) COMP.
           05  WS-WORK-INT                 PIC S9(09) COMP.
           05  WS-DAYS-PAST-DUE            PIC S9(05) COMP.
           05  WS-FIND-GROUP-NO            PIC X(10).
           05  WS-GRP-SUB                  PIC 9(04).
           05  WS-ORQ-SUB                  PIC 9(03).
           05  WS-PENDING-COUNT            PIC S9(09) COMP.
           05  WS-WIRE-REMAINING           PIC S9(11)V99 COMP-3.
           05  WS-APPLY-AMOUNT             PIC S9(11)V99 COMP-3.
           05  WS-GRP-CLAIM-COUNT          PIC 9(07).
           05  WS-GRP-PAYMENT-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-GRP-VOID-TOTAL           PIC S9(11)V99 COMP-3.
           05  WS-GRP-REFUND-TOTAL         PIC S9(11)V99 COMP-3.
           05  WS-GRP-HRA-TOTAL            PIC S9(11)V99 COMP-3.
           05  WS-GRP-ASMT-TOTAL           PIC S9(11)V99 COMP-3.
           05  WS-GRP-CREDIT-TOTAL         PIC S9(11)V99 COMP-3.
           05  WS-GRP-NET-REQUEST          PIC S9(11)V99 COMP-3.
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.

      *--- ACTIVE ASO GROUPS, LOADED ONCE; CARRIES EACH GROUP'S TERMS
      *--- AND THE AGING BUCKETS BUILT IN 4000 ---
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT                PIC 9(04) VALUE 0.
           05  WS-GRP-MAX                  PIC 9(04) VALUE 2000.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  WS-GRP-NO               PIC X(10).
               10  WS-GRP-NAME             PIC X(40).
               10  WS-GRP-TERMS-DAYS       PIC 9(03).
               10  WS-GRP-GRACE-DAYS       PIC 9(03).
               10  WS-GRP-OLD-HOLD         PIC X(01).
               10  WS-GRP-NEW-HOLD         PIC X(01).
               10  WS-GRP-AGE-CURRENT      PIC S9(11)V99 COMP-3.
               10  WS-GRP-AGE-01-15        PIC S9(11)V99 COMP-3.
               10  WS-GRP-AGE-16-30        PIC S9(11)V99 COMP-3.
               10  WS-GRP-AGE-31-60        PIC S9(11)V99 COMP-3.
               10  WS-GRP-AGE-OVER-60      PIC S9(11)V99 COMP-3.
               10  WS-GRP-AGE-TOTAL        PIC S9(11)V99 COMP-3.

      *--- ONE GROUP'S OPEN REQUESTS, OLDEST DUE FIRST, FOR A WIRE ---
       01  WS-OPEN-REQ-TABLE.
           05  WS-ORQ-COUNT                PIC 9(03) VALUE 0.
           05  WS-ORQ-MAX                  PIC 9(03) VALUE 200.
           05  WS-ORQ-ENTRY OCCURS 200 TIMES.
               10  WS-ORQ-REQUEST-ID       PIC X(20).
               10  WS-ORQ-OPEN             PIC S9(11)V99 COMP-3.

       01  HV-ASO-VARS.
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-DUE-DATE                 PIC 9(08).
           05  HV-GROUP-NO                 PIC X(10).
           05  HV-GROUP-NAME               PIC X(40).
           05  HV-TERMS-DAYS               PIC S9(04) COMP.
           05  HV-GRACE-DAYS               PIC S9(04) COMP.
           05  HV-HOLD-FLAG                PIC X(01).
           05  HV-REQUEST-ID               PIC X(20).
           05  HV-REQ-STATUS               PIC X(08).
           05  HV-CLAIM-ID                 PIC X(20).
           05  HV-CHECK-NUMBER             PIC X(10).
           05  HV-PAY-METHOD               PIC X(03).
           05  HV-PAY-STATUS               PIC X(02).
           05  HV-ACTIVITY-DATE            PIC X(08).
           05  HV-PROVIDER-NPI             PIC X(10).
           05  HV-AMOUNT                   PIC S9(09)V99.
           05  HV-OPEN-BALANCE             PIC S9(11)V99.
           05  HV-APPLY-AMT                PIC S9(11)V99.
           05  HV-PRIOR-OPEN               PIC S9(11)V99.
           05  HV-PRIOR-CREDIT             PIC S9(11)V99.
           05  HV-PAYMENT-AMT              PIC S9(11)V99.
           05  HV-VOID-AMT                 PIC S9(11)V99.
           05  HV-REFUND-AMT               PIC S9(11)V99.
           05  HV-HRA-AMT                  PIC S9(11)V99.
           05  HV-ASMT-AMT                 PIC S9(11)V99.
           05  HV-REQUEST-AMT              PIC S9(11)V99.
           05  HV-CLAIM-COUNT              PIC S9(09) COMP.
           05  HV-WIRE-DATE                PIC 9(08).
           05  HV-WIRE-AMT                 PIC S9(11)V99.
           05  HV-BANK-REF                 PIC X(20).

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
               VALUE 'ASO EMPLOYER FUNDING CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

       01  WS-AGING-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE 'GROUP'.
           05  FILLER                      PIC X(16)
               VALUE '        CURRENT'.
           05  FILLER                      PIC X(16)
               VALUE '      1-15 DAYS'.
           05  FILLER                      PIC X(16)
               VALUE '     16-30 DAYS'.
           05  FILLER                      PIC X(16)
               VALUE '     31-60 DAYS'.
           05  FILLER                      PIC X(16)
               VALUE '    OVER 60 DAY'.
           05  FILLER                      PIC X(16)
               VALUE '   TOTAL UNPAID'.
           05  FILLER                      PIC X(24)
               VALUE '  FUNDING HOLD'.

       01  WS-AGING-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-AL-GROUP-NO              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-AL-CURRENT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-AL-01-15                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-AL-16-30                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-AL-31-60                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-AL-OVER-60               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-AL-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-AL-HOLD                  PIC X(12).
           05  FILLER                      PIC X(11) VALUE SPACES.

      *--- EMPLOYER FUNDING STATEMENT LINES ---
       01  WS-STMT-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(50)
               VALUE 'ASO CLAIM FUNDING STATEMENT'.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'DATE: '.
           05  WS-SH-RUN-DATE              PIC 9(08).
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-STMT-HEADER-2.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE 'GROUP: '.
           05  WS-SH-GROUP-NO              PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SH-GROUP-NAME            PIC X(40).
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-STMT-HEADER-3.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE 'REQUEST: '.
           05  WS-SH-REQUEST-ID            PIC X(20).
           05  FILLER                      PIC X(12)
               VALUE '  DUE DATE: '.
           05  WS-SH-DUE-DATE              PIC 9(08).
           05  FILLER                      PIC X(83) VALUE SPACES.

       01  WS-STMT-COLUMN-HDR.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE 'ACTIVITY'.
           05  FILLER                      PIC X(22) VALUE 'CLAIM'.
           05  FILLER                      PIC X(12) VALUE 'PAYMENT NO'.
           05  FILLER                      PIC X(05) VALUE 'MTH'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(12) VALUE 'PROVIDER'.
           05  FILLER                      PIC X(57)
               VALUE '         AMOUNT'.

       01  WS-STMT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-ACTIVITY              PIC X(12).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-CLAIM-ID              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-CHECK-NUMBER          PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-METHOD                PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-DATE                  PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-PROVIDER-NPI          PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-STMT-TOTAL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ST-LABEL                 PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-ST-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(74) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - APPLY WIRES, ISSUE REQUESTS, AGE AND SET HOLDS      *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-ASO-GROUPS
               THRU 1100-LOAD-ASO-GROUPS-EXIT
           PERFORM 2000-APPLY-WIRES
               THRU 2000-APPLY-WIRES-EXIT
           PERFORM 3000-BUILD-FUNDING-REQUESTS
               THRU 3000-BUILD-FUNDING-REQUESTS-EXIT
           PERFORM 4000-AGE-OPEN-REQUESTS
               THRU 4000-AGE-OPEN-REQUESTS-EXIT
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

           OPEN INPUT ASO-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'ASO-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ ASO-CONTROL-FILE
           IF NOT CTRL-OK OR FC-RUN-DATE NOT NUMERIC
               MOVE 'RUN DATE CARD MISSING OR BAD' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE ASO-CONTROL-FILE
           MOVE FC-RUN-DATE TO HV-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(HV-RUN-DATE)

           OPEN INPUT ASO-WIRE-FILE
           IF NOT WIRE-OK
               MOVE 'ASO-WIRE-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT ASO-REQUEST-FILE
                       ASO-STATEMENT-FILE
                       ASO-CONTROL-RPT
           IF NOT FREQ-OK OR NOT STMT-OK OR NOT CRPT-OK
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

           WRITE ASO-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE ASO-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO ASO-CONTROL-RPT-REC
           WRITE ASO-CONTROL-RPT-REC
           .

      *================================================================*
      * 1100 - LOAD THE ACTIVE ASO GROUPS WITH THEIR FUNDING TERMS.    *
      * NO TERMS ON FILE MEANS 10 DAYS TO FUND, 5 DAYS' GRACE.         *
      *================================================================*
       1100-LOAD-ASO-GROUPS.
           EXEC SQL
               DECLARE ASO_GROUP_CURSOR CURSOR FOR
               SELECT GROUP_NO, GROUP_NAME,
                      ISNULL(FUNDING_TERMS_DAYS, 10),
                      ISNULL(HOLD_GRACE_DAYS, 5),
                      ISNULL(FUNDING_HOLD_FLAG, 'N')
               FROM   ASO_FUNDING_GROUP
               WHERE  ACTIVE_FLAG = 'Y'
               ORDER BY GROUP_NO
           END-EXEC

           EXEC SQL
               OPEN ASO_GROUP_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ASO GROUP CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_GROUP_CURSOR
                   INTO  :HV-GROUP-NO, :HV-GROUP-NAME,
                         :HV-TERMS-DAYS, :HV-GRACE-DAYS,
                         :HV-HOLD-FLAG
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   IF WS-GRP-COUNT < WS-GRP-MAX
                       ADD 1 TO WS-GRP-COUNT
                       MOVE WS-GRP-COUNT TO WS-GRP-SUB
                       INITIALIZE WS-GRP-ENTRY(WS-GRP-SUB)
                       MOVE HV-GROUP-NO TO WS-GRP-NO(WS-GRP-SUB)
                       MOVE HV-GROUP-NAME TO WS-GRP-NAME(WS-GRP-SUB)
                       MOVE HV-TERMS-DAYS
                         TO WS-GRP-TERMS-DAYS(WS-GRP-SUB)
                       MOVE HV-GRACE-DAYS
                         TO WS-GRP-GRACE-DAYS(WS-GRP-SUB)
                       MOVE HV-HOLD-FLAG
                         TO WS-GRP-OLD-HOLD(WS-GRP-SUB)
                   ELSE
                       MOVE 'ASO GROUP TABLE FULL' TO WS-ERR-MESSAGE
                       MOVE 'F' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_GROUP_CURSOR
           END-EXEC

           MOVE 'ACTIVE ASO GROUPS' TO WS-RPT-LABEL
           MOVE WS-GRP-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       1100-LOAD-ASO-GROUPS-EXIT.
           EXIT.

       1200-FIND-GROUP.
      *----------------------------------------------------------------*
      * LOCATE WS-FIND-GROUP-NO IN THE GROUP TABLE (WS-GRP-SUB)        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-GROUP-FOUND-SW
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               OR GROUP-FOUND
               IF WS-GRP-NO(WS-GRP-SUB) = WS-FIND-GROUP-NO
                   SET GROUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF GROUP-FOUND
               SUBTRACT 1 FROM WS-GRP-SUB
           END-IF
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE ASO-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

       1400-WRITE-STMT-TOTAL.
      *----------------------------------------------------------------*
      * WRITE ONE SUMMARY LINE TO THE GROUP'S STATEMENT                *
      *----------------------------------------------------------------*
           WRITE ASO-STATEMENT-REC FROM WS-STMT-TOTAL-LINE
           .

      *================================================================*
      * 2000 - APPLY THE EMPLOYER WIRES RECEIVED TO THE OPEN REQUESTS  *
      *================================================================*
       2000-APPLY-WIRES.
           PERFORM UNTIL WIRE-AT-EOF
               READ ASO-WIRE-FILE
                   AT END
                       SET WIRE-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-APPLY-ONE-WIRE
                           THRU 2100-APPLY-ONE-WIRE-EXIT
               END-READ
           END-PERFORM
           CLOSE ASO-WIRE-FILE
           .
       2000-APPLY-WIRES-EXIT.
           EXIT.

       2100-APPLY-ONE-WIRE.
      *----------------------------------------------------------------*
      * THE REQUEST NAMED ON THE WIRE TAKES IT FIRST; WHAT IS LEFT     *
      * PAYS THE GROUP'S OTHER OPEN REQUESTS OLDEST DUE FIRST. A WIRE  *
      * FROM A GROUP WE DO NOT KNOW, OR CASH BEYOND EVERYTHING OPEN,   *
      * GOES TO WIRE SUSPENSE FOR TREASURY.                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-WIRES-READ
           ADD AW-WIRE-AMOUNT TO WS-TOT-WIRES
           MOVE AW-WIRE-AMOUNT TO WS-WIRE-REMAINING
           MOVE AW-WIRE-DATE TO HV-WIRE-DATE
           MOVE AW-BANK-REFERENCE TO HV-BANK-REF
           MOVE AW-GROUP-NO TO HV-GROUP-NO

           MOVE AW-GROUP-NO TO WS-FIND-GROUP-NO
           PERFORM 1200-FIND-GROUP
           IF NOT GROUP-FOUND
               MOVE 'WIRE FROM UNKNOWN ASO GROUP' TO WS-RPT-LABEL
               PERFORM 2500-WIRE-TO-SUSPENSE
               GO TO 2100-APPLY-ONE-WIRE-EXIT
           END-IF

           PERFORM 2150-LOAD-OPEN-REQUESTS

      *--- THE REQUEST THE EMPLOYER NAMED ---
           IF AW-REQUEST-ID NOT = SPACES
               PERFORM VARYING WS-ORQ-SUB FROM 1 BY 1
                   UNTIL WS-ORQ-SUB > WS-ORQ-COUNT
                   IF WS-ORQ-REQUEST-ID(WS-ORQ-SUB) = AW-REQUEST-ID
                       PERFORM 2200-APPLY-TO-REQUEST
                   END-IF
               END-PERFORM
           END-IF

      *--- THEN OLDEST DUE FIRST ---
           PERFORM VARYING WS-ORQ-SUB FROM 1 BY 1
               UNTIL WS-ORQ-SUB > WS-ORQ-COUNT
               OR WS-WIRE-REMAINING NOT > 0
               PERFORM 2200-APPLY-TO-REQUEST
           END-PERFORM

           IF WS-WIRE-REMAINING > 0
               MOVE 'WIRE EXCEEDS OPEN FUNDING REQUESTS'
                 TO WS-RPT-LABEL
               PERFORM 2500-WIRE-TO-SUSPENSE
           END-IF
           .
       2100-APPLY-ONE-WIRE-EXIT.
           EXIT.

       2150-LOAD-OPEN-REQUESTS.
      *----------------------------------------------------------------*
      * THE WIRING GROUP'S OPEN AND PARTIALLY FUNDED REQUESTS          *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-ORQ-COUNT
           EXEC SQL
               DECLARE ASO_OPEN_CURSOR CURSOR FOR
               SELECT REQUEST_ID, OPEN_BALANCE
               FROM   ASO_FUNDING_REQUEST
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    STATUS IN ('OPEN', 'PARTIAL')
               ORDER BY DUE_DATE, REQUEST_ID
           END-EXEC

           EXEC SQL
               OPEN ASO_OPEN_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'OPEN REQUEST CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               MOVE 'N' TO WS-EVENT-EOF-SW
               PERFORM UNTIL EVENT-AT-EOF
                   EXEC SQL
                       FETCH ASO_OPEN_CURSOR
                       INTO  :HV-REQUEST-ID, :HV-OPEN-BALANCE
                   END-EXEC
                   IF WS-SQLCODE NOT = 0
                      OR WS-ORQ-COUNT NOT < WS-ORQ-MAX
                       SET EVENT-AT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-ORQ-COUNT
                       MOVE HV-REQUEST-ID
                         TO WS-ORQ-REQUEST-ID(WS-ORQ-COUNT)
                       MOVE HV-OPEN-BALANCE
                         TO WS-ORQ-OPEN(WS-ORQ-COUNT)
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE ASO_OPEN_CURSOR
               END-EXEC
           END-IF
           .

       2200-APPLY-TO-REQUEST.
      *----------------------------------------------------------------*
      * APPLY THE UNSPENT WIRE TO ONE OPEN REQUEST AND RECORD THE      *
      * RECEIPT. FULLY FUNDED GOES TO PAID, SHORT GOES TO PARTIAL.     *
      *----------------------------------------------------------------*
           IF WS-ORQ-OPEN(WS-ORQ-SUB) > 0
              AND WS-WIRE-REMAINING > 0
               IF WS-WIRE-REMAINING >= WS-ORQ-OPEN(WS-ORQ-SUB)
                   MOVE WS-ORQ-OPEN(WS-ORQ-SUB) TO WS-APPLY-AMOUNT
                   MOVE 'PAID' TO HV-REQ-STATUS
               ELSE
                   MOVE WS-WIRE-REMAINING TO WS-APPLY-AMOUNT
                   MOVE 'PARTIAL' TO HV-REQ-STATUS
               END-IF
               MOVE WS-APPLY-AMOUNT TO HV-APPLY-AMT
               MOVE WS-ORQ-REQUEST-ID(WS-ORQ-SUB) TO HV-REQUEST-ID

               EXEC SQL
                   UPDATE ASO_FUNDING_REQUEST
                   SET    FUNDED_AMOUNT = FUNDED_AMOUNT + :HV-APPLY-AMT,
                          OPEN_BALANCE = OPEN_BALANCE - :HV-APPLY-AMT,
                          STATUS = :HV-REQ-STATUS,
                          LAST_FUNDED_DATE = :HV-WIRE-DATE
                   WHERE  REQUEST_ID = :HV-REQUEST-ID
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 'FUNDING REQUEST UPDATE FAILED'
                     TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               ELSE
                   EXEC SQL
                       INSERT INTO ASO_FUNDING_RECEIPT
                           (GROUP_NO, REQUEST_ID, WIRE_DATE,
                            BANK_REFERENCE, APPLIED_AMOUNT, STATUS,
                            CREATED_DATE, CREATED_BY)
                       VALUES
                           (:HV-GROUP-NO, :HV-REQUEST-ID,
                            :HV-WIRE-DATE, :HV-BANK-REF,
                            :HV-APPLY-AMT, 'APPLIED',
                            GETDATE(), 'HCASOFND')
                   END-EXEC
                   IF WS-SQLCODE NOT = 0
                       MOVE 'FUNDING RECEIPT INSERT FAILED'
                         TO WS-ERR-MESSAGE
                       MOVE 'E' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-WIRE-REMAINING
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-ORQ-OPEN(WS-ORQ-SUB)
                   ADD 1 TO WS-CTR-WIRE-APPLICATIONS
                   ADD WS-APPLY-AMOUNT TO WS-TOT-WIRES-APPLIED

                   MOVE 'WIRE APPLIED' TO WS-RPT-LABEL
                   MOVE WS-APPLY-AMOUNT TO WS-EDIT-AMT
                   MOVE SPACES TO WS-RPT-VALUE
                   STRING HV-GROUP-NO ' ' HV-REQUEST-ID
                       ' ' HV-REQ-STATUS ' AMT ' WS-EDIT-AMT
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1300-WRITE-DETAIL-LINE
               END-IF
           END-IF
           .

       2500-WIRE-TO-SUSPENSE.
      *----------------------------------------------------------------*
      * UNMATCHED WIRE CASH: RECORD IT UNAPPLIED AND LIST IT           *
      *----------------------------------------------------------------*
           MOVE WS-WIRE-REMAINING TO HV-WIRE-AMT
           EXEC SQL
               INSERT INTO ASO_FUNDING_RECEIPT
                   (GROUP_NO, REQUEST_ID, WIRE_DATE,
                    BANK_REFERENCE, APPLIED_AMOUNT, STATUS,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-GROUP-NO, NULL, :HV-WIRE-DATE,
                    :HV-BANK-REF, :HV-WIRE-AMT, 'UNAPPLIED',
                    GETDATE(), 'HCASOFND')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'WIRE SUSPENSE INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           ADD 1 TO WS-CTR-WIRE-SUSPENSE
           ADD WS-WIRE-REMAINING TO WS-TOT-WIRE-SUSPENSE
           MOVE WS-WIRE-REMAINING TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-VALUE
           STRING AW-GROUP-NO ' REF ' AW-BANK-REFERENCE
               ' AMT ' WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 0 TO WS-WIRE-REMAINING
           .

      *================================================================*
      * 3000 - ONE FUNDING REQUEST PER GROUP WITH UNREQUESTED ACTIVITY *
      *================================================================*
       3000-BUILD-FUNDING-REQUESTS.
           MOVE SPACES TO ASO-CONTROL-RPT-REC
           WRITE ASO-CONTROL-RPT-REC
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 3100-BUILD-GROUP-REQUEST
                   THRU 3100-BUILD-GROUP-REQUEST-EXIT
           END-PERFORM

      *--- FILE TRAILER: REQUEST COUNT AND GRAND TOTAL ---
           MOVE SPACES TO ASO-REQUEST-REC
           SET FR-FILE-TRAILER TO TRUE
           MOVE WS-CTR-REQUESTS-ISSUED TO FR-CLAIM-COUNT
           MOVE 0 TO FR-PAYMENT-TOTAL FR-VOID-TOTAL
                     FR-REFUND-TOTAL FR-CREDIT-TOTAL FR-PRIOR-OPEN
           MOVE WS-TOT-REQUESTED TO FR-NET-REQUEST
           WRITE ASO-REQUEST-REC
           .
       3000-BUILD-FUNDING-REQUESTS-EXIT.
           EXIT.

       3100-BUILD-GROUP-REQUEST.
      *----------------------------------------------------------------*
      * GATHER THE GROUP'S PAYMENTS, VOID/STOP CREDITS, REFUND         *
      * CREDITS, HRA DRAWS, STATE ASSESSMENT PASS-THROUGH AND PRIOR    *
      * CREDIT; NET THEM INTO ONE                                      *
      * REQUEST DUE IN THE GROUP'S FUNDING TERMS. A GROUP WITH         *
      * NOTHING NEW IS SKIPPED, AS IS ONE ALREADY REQUESTED TODAY      *
      * (RERUN).                                                       *
      *----------------------------------------------------------------*
           MOVE WS-GRP-NO(WS-GRP-SUB) TO HV-GROUP-NO
           MOVE 0 TO WS-PENDING-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   PAYMENT_CLAIM_DETAIL
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    CHECK_DATE <= :HV-RUN-DATE
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-DB-ROW-COUNT TO WS-PENDING-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   PAYMENT_CLAIM_DETAIL D, CHECK_REGISTER R
               WHERE  D.GROUP_NO = :HV-GROUP-NO
               AND    D.VOID_REQUEST_ID IS NULL
               AND    R.CHECK_NUMBER = D.CHECK_NUMBER
               AND    R.PAYMENT_METHOD = D.PAYMENT_METHOD
               AND    R.STATUS IN ('VD', 'ST')
               AND    ISNULL(R.REISSUE_QUEUED, 'N') <> 'Y'
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-DB-ROW-COUNT TO WS-PENDING-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   CLAIM_REFUND_APPLIED F, CLAIM_HEADER C
               WHERE  C.CLAIM_ID = F.CLAIM_ID
               AND    C.GROUP_NO = :HV-GROUP-NO
               AND    F.FUNDING_REQUEST_ID IS NULL
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-DB-ROW-COUNT TO WS-PENDING-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   HRA_DRAW
               WHERE  GROUP_ID = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    DRAW_DATE <= :HV-RUN-DATE
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-DB-ROW-COUNT TO WS-PENDING-COUNT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   STATE_ASSESSMENT_PASSTHRU
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    CALC_DATE <= :HV-RUN-DATE
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-DB-ROW-COUNT TO WS-PENDING-COUNT
           END-IF

           IF WS-PENDING-COUNT = 0
               GO TO 3100-BUILD-GROUP-REQUEST-EXIT
           END-IF

      *--- REQUEST ID IS GROUP AND RUN DATE; DUE AFTER THE TERMS ---
           MOVE SPACES TO HV-REQUEST-ID
           STRING HV-GROUP-NO DELIMITED BY SPACE
               '-' HV-RUN-DATE DELIMITED BY SIZE
               INTO HV-REQUEST-ID
           END-STRING

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   ASO_FUNDING_REQUEST
               WHERE  REQUEST_ID = :HV-REQUEST-ID
           END-EXEC
           IF WS-SQLCODE = 0 AND WS-DB-ROW-COUNT > 0
               MOVE 'REQUEST ALREADY ISSUED THIS RUN DATE'
                 TO WS-RPT-LABEL
               MOVE HV-REQUEST-ID TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3100-BUILD-GROUP-REQUEST-EXIT
           END-IF

           COMPUTE WS-WORK-INT =
               WS-RUN-DATE-INT + WS-GRP-TERMS-DAYS(WS-GRP-SUB)
           COMPUTE HV-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT)

      *--- WHAT THE GROUP ALREADY OWES, FOR THE STATEMENT ---
           MOVE 0 TO HV-PRIOR-OPEN
           EXEC SQL
               SELECT ISNULL(SUM(OPEN_BALANCE), 0)
               INTO   :HV-PRIOR-OPEN
               FROM   ASO_FUNDING_REQUEST
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    STATUS IN ('OPEN', 'PARTIAL')
           END-EXEC

           MOVE 0 TO WS-GRP-CLAIM-COUNT
           MOVE 0 TO WS-GRP-PAYMENT-TOTAL WS-GRP-VOID-TOTAL
                     WS-GRP-REFUND-TOTAL WS-GRP-CREDIT-TOTAL
                     WS-GRP-HRA-TOTAL WS-GRP-ASMT-TOTAL

           MOVE SPACES TO ASO-REQUEST-REC
           SET FR-GROUP-HEADER TO TRUE
           MOVE HV-GROUP-NO TO FR-GROUP-NO
           MOVE HV-REQUEST-ID TO FR-REQUEST-ID
           MOVE WS-GRP-NAME(WS-GRP-SUB) TO FR-GROUP-NAME
           MOVE HV-RUN-DATE TO FR-REQUEST-DATE
           MOVE HV-DUE-DATE TO FR-DUE-DATE
           WRITE ASO-REQUEST-REC

           MOVE HV-RUN-DATE TO WS-SH-RUN-DATE
           MOVE HV-GROUP-NO TO WS-SH-GROUP-NO
           MOVE WS-GRP-NAME(WS-GRP-SUB) TO WS-SH-GROUP-NAME
           MOVE HV-REQUEST-ID TO WS-SH-REQUEST-ID
           MOVE HV-DUE-DATE TO WS-SH-DUE-DATE
           WRITE ASO-STATEMENT-REC FROM WS-STMT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE ASO-STATEMENT-REC FROM WS-STMT-HEADER-2
           WRITE ASO-STATEMENT-REC FROM WS-STMT-HEADER-3
           MOVE SPACES TO ASO-STATEMENT-REC
           WRITE ASO-STATEMENT-REC
           WRITE ASO-STATEMENT-REC FROM WS-STMT-COLUMN-HDR

           PERFORM 3200-GATHER-CLAIM-PAYMENTS
           PERFORM 3300-GATHER-VOID-CREDITS
           PERFORM 3400-GATHER-REFUND-CREDITS
           PERFORM 3450-GATHER-HRA-DRAWS
           PERFORM 3460-GATHER-ASSESSMENTS
           PERFORM 3500-APPLY-PRIOR-CREDIT

           COMPUTE WS-GRP-NET-REQUEST =
               WS-GRP-PAYMENT-TOTAL + WS-GRP-VOID-TOTAL
             + WS-GRP-REFUND-TOTAL + WS-GRP-HRA-TOTAL
             + WS-GRP-ASMT-TOTAL
             + WS-GRP-CREDIT-TOTAL

           PERFORM 3600-RECORD-REQUEST
               THRU 3600-RECORD-REQUEST-EXIT
           PERFORM 3700-WRITE-GROUP-TOTALS
           .
       3100-BUILD-GROUP-REQUEST-EXIT.
           EXIT.

       3200-GATHER-CLAIM-PAYMENTS.
      *----------------------------------------------------------------*
      * CHECKS, EFTS AND VIRTUAL CARDS ISSUED ON THE GROUP'S CLAIMS    *
      * SINCE ITS LAST REQUEST                                         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ASO_PAY_CURSOR CURSOR FOR
               SELECT CLAIM_ID, CHECK_NUMBER, PAYMENT_METHOD,
                      CHECK_DATE, PAID_AMOUNT
               FROM   PAYMENT_CLAIM_DETAIL
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    CHECK_DATE <= :HV-RUN-DATE
               ORDER BY CHECK_DATE, CHECK_NUMBER, CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN ASO_PAY_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM PAYMENT CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_PAY_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CHECK-NUMBER,
                         :HV-PAY-METHOD, :HV-ACTIVITY-DATE,
                         :HV-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO ASO-REQUEST-REC
                   SET FR-CLAIM-PAYMENT TO TRUE
                   MOVE 'IS' TO HV-PAY-STATUS
                   MOVE SPACES TO HV-PROVIDER-NPI
                   MOVE 'CLAIM PAYMENT' TO WS-SD-ACTIVITY
                   PERFORM 3800-WRITE-BACKUP-DETAIL
                   ADD 1 TO WS-GRP-CLAIM-COUNT
                   ADD 1 TO WS-CTR-CLAIM-PAYMENTS
                   ADD HV-AMOUNT TO WS-GRP-PAYMENT-TOTAL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_PAY_CURSOR
           END-EXEC
           .

       3300-GATHER-VOID-CREDITS.
      *----------------------------------------------------------------*
      * PAYMENTS ALREADY FUNDED OR BEING REQUESTED THAT WERE SINCE     *
      * VOIDED OR STOPPED. ONE WITH A REPLACEMENT QUEUED IS STILL      *
      * OWED TO THE PROVIDER, SO THE EMPLOYER GETS NO CREDIT FOR IT.   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ASO_VOID_CURSOR CURSOR FOR
               SELECT D.CLAIM_ID, D.CHECK_NUMBER, D.PAYMENT_METHOD,
                      R.STATUS,
                      CONVERT(CHAR(8), R.STATUS_CHANGE_DATE, 112),
                      D.PAID_AMOUNT
               FROM   PAYMENT_CLAIM_DETAIL D, CHECK_REGISTER R
               WHERE  D.GROUP_NO = :HV-GROUP-NO
               AND    D.VOID_REQUEST_ID IS NULL
               AND    R.CHECK_NUMBER = D.CHECK_NUMBER
               AND    R.PAYMENT_METHOD = D.PAYMENT_METHOD
               AND    R.STATUS IN ('VD', 'ST')
               AND    ISNULL(R.REISSUE_QUEUED, 'N') <> 'Y'
               ORDER BY D.CHECK_NUMBER, D.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN ASO_VOID_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'VOID CREDIT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_VOID_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CHECK-NUMBER,
                         :HV-PAY-METHOD, :HV-PAY-STATUS,
                         :HV-ACTIVITY-DATE, :HV-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   COMPUTE HV-AMOUNT = 0 - HV-AMOUNT
                   MOVE SPACES TO ASO-REQUEST-REC
                   SET FR-VOID-CREDIT TO TRUE
                   MOVE SPACES TO HV-PROVIDER-NPI
                   IF HV-PAY-STATUS = 'ST'
                       MOVE 'STOP PAYMENT' TO WS-SD-ACTIVITY
                   ELSE
                       MOVE 'VOID' TO WS-SD-ACTIVITY
                   END-IF
                   PERFORM 3800-WRITE-BACKUP-DETAIL
                   ADD 1 TO WS-CTR-VOID-CREDITS
                   ADD HV-AMOUNT TO WS-GRP-VOID-TOTAL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_VOID_CURSOR
           END-EXEC
           .

       3400-GATHER-REFUND-CREDITS.
      *----------------------------------------------------------------*
      * PROVIDER REFUNDS APPLIED THROUGH HCREFAPP ON THE GROUP'S       *
      * CLAIMS - THE MONEY CAME BACK, SO IT GOES BACK TO THE EMPLOYER  *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ASO_RFND_CURSOR CURSOR FOR
               SELECT F.CLAIM_ID, F.CHECK_NUMBER, F.PROVIDER_NPI,
                      CONVERT(CHAR(8), F.APPLIED_DATE, 112),
                      F.APPLIED_AMOUNT
               FROM   CLAIM_REFUND_APPLIED F, CLAIM_HEADER C
               WHERE  C.CLAIM_ID = F.CLAIM_ID
               AND    C.GROUP_NO = :HV-GROUP-NO
               AND    F.FUNDING_REQUEST_ID IS NULL
               ORDER BY F.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN ASO_RFND_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'REFUND CREDIT CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_RFND_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CHECK-NUMBER,
                         :HV-PROVIDER-NPI, :HV-ACTIVITY-DATE,
                         :HV-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   COMPUTE HV-AMOUNT = 0 - HV-AMOUNT
                   MOVE SPACES TO ASO-REQUEST-REC
                   SET FR-REFUND-CREDIT TO TRUE
                   MOVE 'RFD' TO HV-PAY-METHOD
                   MOVE SPACES TO HV-PAY-STATUS
                   MOVE 'REFUND' TO WS-SD-ACTIVITY
                   PERFORM 3800-WRITE-BACKUP-DETAIL
                   ADD 1 TO WS-CTR-REFUND-CREDITS
                   ADD HV-AMOUNT TO WS-GRP-REFUND-TOTAL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_RFND_CURSOR
           END-EXEC
           .

       3450-GATHER-HRA-DRAWS.
      *----------------------------------------------------------------*
      * COST SHARING HCCLMADJ PAID FROM THE MEMBERS' HRA ACCOUNTS. THE *
      * PROVIDER WAS PAID IT WITH THE CLAIM BUT ONLY THE PLAN PORTION  *
      * IS ON PAYMENT_CLAIM_DETAIL, SO THE EMPLOYER FUNDS THE HRA      *
      * HERE. A VOIDED CLAIM'S REVERSAL ROW IS NEGATIVE.               *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ASO_HRA_CURSOR CURSOR FOR
               SELECT CLAIM_ID, HOLDER_ID,
                      CONVERT(CHAR(8), DRAW_DATE, 112),
                      DRAW_AMOUNT
               FROM   HRA_DRAW
               WHERE  GROUP_ID = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    DRAW_DATE <= :HV-RUN-DATE
               ORDER BY DRAW_DATE, CLAIM_ID, LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN ASO_HRA_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA DRAW CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_HRA_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CHECK-NUMBER,
                         :HV-ACTIVITY-DATE, :HV-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO ASO-REQUEST-REC
                   SET FR-HRA-DRAW TO TRUE
                   MOVE 'HRA' TO HV-PAY-METHOD
                   MOVE SPACES TO HV-PAY-STATUS HV-PROVIDER-NPI
                   IF HV-AMOUNT < 0
                       MOVE 'HRA REVERSAL' TO WS-SD-ACTIVITY
                   ELSE
                       MOVE 'HRA DRAW' TO WS-SD-ACTIVITY
                   END-IF
                   PERFORM 3800-WRITE-BACKUP-DETAIL
                   ADD 1 TO WS-CTR-HRA-DRAWS
                   ADD HV-AMOUNT TO WS-GRP-HRA-TOTAL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_HRA_CURSOR
           END-EXEC
           .

       3460-GATHER-ASSESSMENTS.
      *----------------------------------------------------------------*
      * THE GROUP'S SHARE OF STATE ASSESSMENTS (HCSTASMT) WHERE THE    *
      * STATE ALLOWS THEM PASSED THROUGH TO SELF-FUNDED EMPLOYERS. THE *
      * BACKUP SHOWS STATE-TYPE IN THE CLAIM COLUMN AND THE            *
      * ASSESSMENT MONTH IN THE CHECK COLUMN.                          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE ASO_ASMT_CURSOR CURSOR FOR
               SELECT STATE_CODE + '-' + ASSESSMENT_TYPE
                          + '-' + LINE_OF_BUSINESS,
                      CONVERT(CHAR(6), ASSESSMENT_MONTH),
                      CONVERT(CHAR(8), CALC_DATE),
                      PASSTHRU_AMOUNT
               FROM   STATE_ASSESSMENT_PASSTHRU
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    CALC_DATE <= :HV-RUN-DATE
               ORDER BY ASSESSMENT_MONTH, STATE_CODE, ASSESSMENT_TYPE
           END-EXEC

           EXEC SQL
               OPEN ASO_ASMT_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ASSESSMENT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_ASMT_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CHECK-NUMBER,
                         :HV-ACTIVITY-DATE, :HV-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO ASO-REQUEST-REC
                   SET FR-STATE-ASSESSMENT TO TRUE
                   MOVE 'SAS' TO HV-PAY-METHOD
                   MOVE SPACES TO HV-PAY-STATUS HV-PROVIDER-NPI
                   MOVE 'STATE ASSMT' TO WS-SD-ACTIVITY
                   PERFORM 3800-WRITE-BACKUP-DETAIL
                   ADD 1 TO WS-CTR-ASSESSMENTS
                   ADD HV-AMOUNT TO WS-GRP-ASMT-TOTAL
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_ASMT_CURSOR
           END-EXEC
           .

       3500-APPLY-PRIOR-CREDIT.
      *----------------------------------------------------------------*
      * AN EARLIER REQUEST THAT NETTED TO A CREDIT IS TAKEN OFF THIS   *
      * ONE (THE CREDIT REQUESTS ARE CLOSED IN 3600)                   *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-PRIOR-CREDIT
           EXEC SQL
               SELECT ISNULL(SUM(OPEN_BALANCE), 0)
               INTO   :HV-PRIOR-CREDIT
               FROM   ASO_FUNDING_REQUEST
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    STATUS = 'CREDIT'
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-PRIOR-CREDIT < 0
               MOVE HV-PRIOR-CREDIT TO WS-GRP-CREDIT-TOTAL
               MOVE SPACES TO ASO-REQUEST-REC
               SET FR-PRIOR-CREDIT TO TRUE
               MOVE SPACES TO HV-CLAIM-ID HV-CHECK-NUMBER
                              HV-PAY-METHOD HV-PAY-STATUS
                              HV-PROVIDER-NPI
               MOVE HV-RUN-DATE TO HV-ACTIVITY-DATE
               MOVE HV-PRIOR-CREDIT TO HV-AMOUNT
               MOVE 'PRIOR CREDIT' TO WS-SD-ACTIVITY
               PERFORM 3800-WRITE-BACKUP-DETAIL
           END-IF
           .

       3600-RECORD-REQUEST.
      *----------------------------------------------------------------*
      * RECORD THE REQUEST AND STAMP EVERY SOURCE ROW WITH IT SO NO    *
      * PAYMENT, VOID OR REFUND IS EVER REQUESTED TWICE. A REQUEST     *
      * THAT NETS TO A CREDIT STAYS OPEN AS A CREDIT FOR THE NEXT ONE. *
      *----------------------------------------------------------------*
           MOVE WS-GRP-PAYMENT-TOTAL TO HV-PAYMENT-AMT
           MOVE WS-GRP-VOID-TOTAL TO HV-VOID-AMT
           MOVE WS-GRP-REFUND-TOTAL TO HV-REFUND-AMT
           MOVE WS-GRP-HRA-TOTAL TO HV-HRA-AMT
           MOVE WS-GRP-ASMT-TOTAL TO HV-ASMT-AMT
           MOVE WS-GRP-NET-REQUEST TO HV-REQUEST-AMT
           MOVE WS-GRP-NET-REQUEST TO HV-OPEN-BALANCE
           MOVE WS-GRP-CLAIM-COUNT TO HV-CLAIM-COUNT
           EVALUATE TRUE
               WHEN WS-GRP-NET-REQUEST > 0
                   MOVE 'OPEN' TO HV-REQ-STATUS
               WHEN WS-GRP-NET-REQUEST < 0
                   MOVE 'CREDIT' TO HV-REQ-STATUS
               WHEN OTHER
                   MOVE 'PAID' TO HV-REQ-STATUS
           END-EVALUATE

           EXEC SQL
               INSERT INTO ASO_FUNDING_REQUEST
                   (REQUEST_ID, GROUP_NO, REQUEST_DATE, DUE_DATE,
                    PAYMENT_AMOUNT, VOID_AMOUNT, REFUND_AMOUNT,
                    HRA_AMOUNT, ASSESSMENT_AMOUNT,
                    CREDIT_APPLIED, REQUEST_AMOUNT, FUNDED_AMOUNT,
                    OPEN_BALANCE, CLAIM_COUNT, STATUS,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-REQUEST-ID, :HV-GROUP-NO, :HV-RUN-DATE,
                    :HV-DUE-DATE,
                    :HV-PAYMENT-AMT, :HV-VOID-AMT, :HV-REFUND-AMT,
                    :HV-HRA-AMT, :HV-ASMT-AMT,
                    :HV-PRIOR-CREDIT, :HV-REQUEST-AMT, 0,
                    :HV-OPEN-BALANCE, :HV-CLAIM-COUNT, :HV-REQ-STATUS,
                    GETDATE(), 'HCASOFND')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'FUNDING REQUEST INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3600-RECORD-REQUEST-EXIT
           END-IF

           EXEC SQL
               UPDATE PAYMENT_CLAIM_DETAIL
               SET    FUNDING_REQUEST_ID = :HV-REQUEST-ID
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    CHECK_DATE <= :HV-RUN-DATE
           END-EXEC

           EXEC SQL
               UPDATE PAYMENT_CLAIM_DETAIL
               SET    VOID_REQUEST_ID = :HV-REQUEST-ID
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    VOID_REQUEST_ID IS NULL
               AND    EXISTS
                      (SELECT 1
                       FROM   CHECK_REGISTER R
                       WHERE  R.CHECK_NUMBER =
                                  PAYMENT_CLAIM_DETAIL.CHECK_NUMBER
                       AND    R.PAYMENT_METHOD =
                                  PAYMENT_CLAIM_DETAIL.PAYMENT_METHOD
                       AND    R.STATUS IN ('VD', 'ST')
                       AND    ISNULL(R.REISSUE_QUEUED, 'N') <> 'Y')
           END-EXEC

           EXEC SQL
               UPDATE CLAIM_REFUND_APPLIED
               SET    FUNDING_REQUEST_ID = :HV-REQUEST-ID
               WHERE  FUNDING_REQUEST_ID IS NULL
               AND    CLAIM_ID IN
                      (SELECT CLAIM_ID
                       FROM   CLAIM_HEADER
                       WHERE  GROUP_NO = :HV-GROUP-NO)
           END-EXEC

           EXEC SQL
               UPDATE HRA_DRAW
               SET    FUNDING_REQUEST_ID = :HV-REQUEST-ID
               WHERE  GROUP_ID = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    DRAW_DATE <= :HV-RUN-DATE
           END-EXEC

           EXEC SQL
               UPDATE STATE_ASSESSMENT_PASSTHRU
               SET    FUNDING_REQUEST_ID = :HV-REQUEST-ID
               WHERE  GROUP_NO = :HV-GROUP-NO
               AND    FUNDING_REQUEST_ID IS NULL
               AND    CALC_DATE <= :HV-RUN-DATE
           END-EXEC

           IF HV-PRIOR-CREDIT < 0
               EXEC SQL
                   UPDATE ASO_FUNDING_REQUEST
                   SET    OPEN_BALANCE = 0,
                          STATUS = 'APPLIED',
                          APPLIED_REQUEST_ID = :HV-REQUEST-ID
                   WHERE  GROUP_NO = :HV-GROUP-NO
                   AND    STATUS = 'CREDIT'
                   AND    REQUEST_ID <> :HV-REQUEST-ID
               END-EXEC
           END-IF

           ADD 1 TO WS-CTR-REQUESTS-ISSUED
           IF WS-GRP-NET-REQUEST > 0
               ADD WS-GRP-NET-REQUEST TO WS-TOT-REQUESTED
           END-IF

           MOVE 'FUNDING REQUEST ISSUED' TO WS-RPT-LABEL
           MOVE WS-GRP-NET-REQUEST TO WS-EDIT-AMT
           MOVE SPACES TO WS-RPT-VALUE
           STRING HV-REQUEST-ID ' ' HV-REQ-STATUS
               ' AMT ' WS-EDIT-AMT
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       3600-RECORD-REQUEST-EXIT.
           EXIT.

       3700-WRITE-GROUP-TOTALS.
      *----------------------------------------------------------------*
      * GROUP TRAILER ON THE REQUEST FILE; SUMMARY ON THE STATEMENT    *
      *----------------------------------------------------------------*
           MOVE SPACES TO ASO-REQUEST-REC
           SET FR-GROUP-TRAILER TO TRUE
           MOVE HV-GROUP-NO TO FR-GROUP-NO
           MOVE HV-REQUEST-ID TO FR-REQUEST-ID
           MOVE WS-GRP-CLAIM-COUNT TO FR-CLAIM-COUNT
           MOVE WS-GRP-PAYMENT-TOTAL TO FR-PAYMENT-TOTAL
           MOVE WS-GRP-VOID-TOTAL TO FR-VOID-TOTAL
           MOVE WS-GRP-REFUND-TOTAL TO FR-REFUND-TOTAL
           MOVE WS-GRP-HRA-TOTAL TO FR-HRA-TOTAL
           MOVE WS-GRP-ASMT-TOTAL TO FR-ASSESSMENT-TOTAL
           MOVE WS-GRP-CREDIT-TOTAL TO FR-CREDIT-TOTAL
           MOVE WS-GRP-NET-REQUEST TO FR-NET-REQUEST
           MOVE HV-PRIOR-OPEN TO FR-PRIOR-OPEN
           WRITE ASO-REQUEST-REC

           MOVE SPACES TO ASO-STATEMENT-REC
           WRITE ASO-STATEMENT-REC
           MOVE 'CLAIM PAYMENTS ISSUED' TO WS-ST-LABEL
           MOVE WS-GRP-PAYMENT-TOTAL TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'LESS VOIDED / STOPPED PAYMENTS' TO WS-ST-LABEL
           MOVE WS-GRP-VOID-TOTAL TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'LESS PROVIDER REFUNDS RECEIVED' TO WS-ST-LABEL
           MOVE WS-GRP-REFUND-TOTAL TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'PLUS HRA PAID FOR MEMBERS' TO WS-ST-LABEL
           MOVE WS-GRP-HRA-TOTAL TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'PLUS STATE ASSESSMENTS PASSED THROUGH' TO WS-ST-LABEL
           MOVE WS-GRP-ASMT-TOTAL TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'LESS PRIOR CREDIT' TO WS-ST-LABEL
           MOVE WS-GRP-CREDIT-TOTAL TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'THIS FUNDING REQUEST' TO WS-ST-LABEL
           MOVE WS-GRP-NET-REQUEST TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'PRIOR REQUESTS NOT YET FUNDED' TO WS-ST-LABEL
           MOVE HV-PRIOR-OPEN TO WS-ST-AMOUNT
           PERFORM 1400-WRITE-STMT-TOTAL
           MOVE 'TOTAL AMOUNT TO FUND' TO WS-ST-LABEL
           IF WS-GRP-NET-REQUEST > 0
               COMPUTE WS-ST-AMOUNT =
                   WS-GRP-NET-REQUEST + HV-PRIOR-OPEN
           ELSE
               MOVE HV-PRIOR-OPEN TO WS-ST-AMOUNT
           END-IF
           PERFORM 1400-WRITE-STMT-TOTAL
           .

       3800-WRITE-BACKUP-DETAIL.
      *----------------------------------------------------------------*
      * ONE CLAIM-LEVEL BACKUP ITEM TO THE REQUEST FILE AND THE        *
      * STATEMENT. CALLER SETS THE RECORD TYPE AND ACTIVITY TEXT.      *
      *----------------------------------------------------------------*
           MOVE HV-GROUP-NO TO FR-GROUP-NO
           MOVE HV-REQUEST-ID TO FR-REQUEST-ID
           MOVE HV-CLAIM-ID TO FR-CLAIM-ID
           MOVE HV-CHECK-NUMBER TO FR-CHECK-NUMBER
           MOVE HV-PAY-METHOD TO FR-PAY-METHOD
           MOVE HV-PAY-STATUS TO FR-PAY-STATUS
           MOVE HV-ACTIVITY-DATE TO FR-ACTIVITY-DATE
           MOVE HV-AMOUNT TO FR-AMOUNT
           MOVE HV-PROVIDER-NPI TO FR-PROVIDER-NPI
           WRITE ASO-REQUEST-REC

           MOVE HV-CLAIM-ID TO WS-SD-CLAIM-ID
           MOVE HV-CHECK-NUMBER TO WS-SD-CHECK-NUMBER
           MOVE HV-PAY-METHOD TO WS-SD-METHOD
           MOVE HV-ACTIVITY-DATE TO WS-SD-DATE
           MOVE HV-PROVIDER-NPI TO WS-SD-PROVIDER-NPI
           MOVE HV-AMOUNT TO WS-SD-AMOUNT
           WRITE ASO-STATEMENT-REC FROM WS-STMT-DETAIL-LINE
           .

      *================================================================*
      * 4000 - AGE THE UNFUNDED BALANCES AND SET THE FUNDING HOLDS     *
      *================================================================*
       4000-AGE-OPEN-REQUESTS.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               MOVE 'N' TO WS-GRP-NEW-HOLD(WS-GRP-SUB)
               MOVE 0 TO WS-GRP-AGE-CURRENT(WS-GRP-SUB)
                         WS-GRP-AGE-01-15(WS-GRP-SUB)
                         WS-GRP-AGE-16-30(WS-GRP-SUB)
                         WS-GRP-AGE-31-60(WS-GRP-SUB)
                         WS-GRP-AGE-OVER-60(WS-GRP-SUB)
                         WS-GRP-AGE-TOTAL(WS-GRP-SUB)
           END-PERFORM

           EXEC SQL
               DECLARE ASO_AGE_CURSOR CURSOR FOR
               SELECT GROUP_NO, REQUEST_ID, DUE_DATE, OPEN_BALANCE
               FROM   ASO_FUNDING_REQUEST
               WHERE  STATUS IN ('OPEN', 'PARTIAL')
               ORDER BY GROUP_NO, DUE_DATE
           END-EXEC

           EXEC SQL
               OPEN ASO_AGE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'AGING CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4000-AGE-OPEN-REQUESTS-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ASO_AGE_CURSOR
                   INTO  :HV-GROUP-NO, :HV-REQUEST-ID,
                         :HV-DUE-DATE, :HV-OPEN-BALANCE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 4100-AGE-ONE-REQUEST
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ASO_AGE_CURSOR
           END-EXEC

           MOVE SPACES TO ASO-CONTROL-RPT-REC
           WRITE ASO-CONTROL-RPT-REC
           WRITE ASO-CONTROL-RPT-REC FROM WS-AGING-HEADER
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 4200-SET-GROUP-HOLD
           END-PERFORM
           .
       4000-AGE-OPEN-REQUESTS-EXIT.
           EXIT.

       4100-AGE-ONE-REQUEST.
      *----------------------------------------------------------------*
      * BUCKET ONE OPEN BALANCE BY DAYS PAST DUE. PAST DUE BEYOND THE  *
      * GROUP'S GRACE DAYS PUTS THE GROUP ON FUNDING HOLD.             *
      *----------------------------------------------------------------*
           MOVE HV-GROUP-NO TO WS-FIND-GROUP-NO
           PERFORM 1200-FIND-GROUP
           IF NOT GROUP-FOUND
               MOVE 'OPEN REQUEST - GROUP NOT ACTIVE' TO WS-RPT-LABEL
               MOVE HV-REQUEST-ID TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           ELSE
               COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(HV-DUE-DATE)
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE NOT > 0
                       ADD HV-OPEN-BALANCE
                         TO WS-GRP-AGE-CURRENT(WS-GRP-SUB)
                   WHEN WS-DAYS-PAST-DUE NOT > 15
                       ADD HV-OPEN-BALANCE
                         TO WS-GRP-AGE-01-15(WS-GRP-SUB)
                   WHEN WS-DAYS-PAST-DUE NOT > 30
                       ADD HV-OPEN-BALANCE
                         TO WS-GRP-AGE-16-30(WS-GRP-SUB)
                   WHEN WS-DAYS-PAST-DUE NOT > 60
                       ADD HV-OPEN-BALANCE
                         TO WS-GRP-AGE-31-60(WS-GRP-SUB)
                   WHEN OTHER
                       ADD HV-OPEN-BALANCE
                         TO WS-GRP-AGE-OVER-60(WS-GRP-SUB)
               END-EVALUATE
               ADD HV-OPEN-BALANCE TO WS-GRP-AGE-TOTAL(WS-GRP-SUB)
               ADD HV-OPEN-BALANCE TO WS-TOT-UNFUNDED
               IF WS-DAYS-PAST-DUE > WS-GRP-GRACE-DAYS(WS-GRP-SUB)
                  AND HV-OPEN-BALANCE > 0
                   MOVE 'Y' TO WS-GRP-NEW-HOLD(WS-GRP-SUB)
               END-IF
           END-IF
           .

       4200-SET-GROUP-HOLD.
      *----------------------------------------------------------------*
      * REPORT THE GROUP'S AGING AND POST ANY CHANGE IN ITS FUNDING    *
      * HOLD - HCREMIT READS THE FLAG ON EVERY CLAIM OF THE GROUP      *
      *----------------------------------------------------------------*
           IF WS-GRP-NEW-HOLD(WS-GRP-SUB) = 'Y'
               ADD 1 TO WS-CTR-GROUPS-HELD
           END-IF

           IF WS-GRP-AGE-TOTAL(WS-GRP-SUB) NOT = 0
              OR WS-GRP-NEW-HOLD(WS-GRP-SUB) = 'Y'
              OR WS-GRP-OLD-HOLD(WS-GRP-SUB) = 'Y'
               MOVE WS-GRP-NO(WS-GRP-SUB) TO WS-AL-GROUP-NO
               MOVE WS-GRP-AGE-CURRENT(WS-GRP-SUB) TO WS-AL-CURRENT
               MOVE WS-GRP-AGE-01-15(WS-GRP-SUB) TO WS-AL-01-15
               MOVE WS-GRP-AGE-16-30(WS-GRP-SUB) TO WS-AL-16-30
               MOVE WS-GRP-AGE-31-60(WS-GRP-SUB) TO WS-AL-31-60
               MOVE WS-GRP-AGE-OVER-60(WS-GRP-SUB) TO WS-AL-OVER-60
               MOVE WS-GRP-AGE-TOTAL(WS-GRP-SUB) TO WS-AL-TOTAL
               EVALUATE TRUE
                   WHEN WS-GRP-NEW-HOLD(WS-GRP-SUB) =
                        WS-GRP-OLD-HOLD(WS-GRP-SUB)
                       IF WS-GRP-NEW-HOLD(WS-GRP-SUB) = 'Y'
                           MOVE 'HELD' TO WS-AL-HOLD
                       ELSE
                           MOVE SPACES TO WS-AL-HOLD
                       END-IF
                   WHEN WS-GRP-NEW-HOLD(WS-GRP-SUB) = 'Y'
                       MOVE 'HOLD PLACED' TO WS-AL-HOLD
                   WHEN OTHER
                       MOVE 'RELEASED' TO WS-AL-HOLD
               END-EVALUATE
               WRITE ASO-CONTROL-RPT-REC FROM WS-AGING-LINE
           END-IF

           IF WS-GRP-NEW-HOLD(WS-GRP-SUB) NOT =
              WS-GRP-OLD-HOLD(WS-GRP-SUB)
               MOVE WS-GRP-NO(WS-GRP-SUB) TO HV-GROUP-NO
               MOVE WS-GRP-NEW-HOLD(WS-GRP-SUB) TO HV-HOLD-FLAG
               EXEC SQL
                   UPDATE ASO_FUNDING_GROUP
                   SET    FUNDING_HOLD_FLAG = :HV-HOLD-FLAG,
                          HOLD_CHANGE_DATE = :HV-RUN-DATE
                   WHERE  GROUP_NO = :HV-GROUP-NO
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 'FUNDING HOLD UPDATE FAILED' TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               ELSE
                   IF HV-HOLD-FLAG = 'Y'
                       ADD 1 TO WS-CTR-HOLDS-PLACED
                   ELSE
                       ADD 1 TO WS-CTR-HOLDS-RELEASED
                   END-IF
               END-IF
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCASOFND' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCASOFND - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCASOFND - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCASOFND - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO ASO-CONTROL-RPT-REC
           WRITE ASO-CONTROL-RPT-REC
           MOVE 'WIRES RECEIVED' TO WS-RPT-LABEL
           MOVE WS-CTR-WIRES-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'WIRE AMOUNT RECEIVED' TO WS-RPT-LABEL
           MOVE WS-TOT-WIRES TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'WIRE AMOUNT APPLIED' TO WS-RPT-LABEL
           MOVE WS-TOT-WIRES-APPLIED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'WIRE AMOUNT TO SUSPENSE' TO WS-RPT-LABEL
           MOVE WS-TOT-WIRE-SUSPENSE TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'FUNDING REQUESTS ISSUED' TO WS-RPT-LABEL
           MOVE WS-CTR-REQUESTS-ISSUED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT REQUESTED' TO WS-RPT-LABEL
           MOVE WS-TOT-REQUESTED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL UNFUNDED BALANCE' TO WS-RPT-LABEL
           MOVE WS-TOT-UNFUNDED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'GROUPS ON FUNDING HOLD' TO WS-RPT-LABEL
           MOVE WS-CTR-GROUPS-HELD TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCASOFND - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'WIRES READ:         ' WS-CTR-WIRES-READ
           DISPLAY 'WIRE APPLICATIONS:  ' WS-CTR-WIRE-APPLICATIONS
           DISPLAY 'WIRES TO SUSPENSE:  ' WS-CTR-WIRE-SUSPENSE
           DISPLAY 'REQUESTS ISSUED:    ' WS-CTR-REQUESTS-ISSUED
           DISPLAY 'CLAIM PAYMENTS:     ' WS-CTR-CLAIM-PAYMENTS
           DISPLAY 'VOID CREDITS:       ' WS-CTR-VOID-CREDITS
           DISPLAY 'REFUND CREDITS:     ' WS-CTR-REFUND-CREDITS
           DISPLAY 'HRA DRAWS BILLED:   ' WS-CTR-HRA-DRAWS
           DISPLAY 'ASSESSMENTS BILLED: ' WS-CTR-ASSESSMENTS
           DISPLAY 'GROUPS ON HOLD:     ' WS-CTR-GROUPS-HELD
           DISPLAY 'HOLDS PLACED:       ' WS-CTR-HOLDS-PLACED
           DISPLAY 'HOLDS RELEASED:     ' WS-CTR-HOLDS-RELEASED
           DISPLAY 'TOTAL REQUESTED:    ' WS-TOT-REQUESTED
           DISPLAY 'TOTAL UNFUNDED:     ' WS-TOT-UNFUNDED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE ASO-REQUEST-FILE
           CLOSE ASO-STATEMENT-FILE
           CLOSE ASO-CONTROL-RPT
           .
