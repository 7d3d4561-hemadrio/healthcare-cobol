       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCACCRSQ.
      *================================================================*
      * PROGRAM:     HCACCRSQ                                          *
      * DESCRIPTION: ACCUMULATOR RESEQUENCING.                         *
      *              HCCLMADJ APPLIES COST SHARING IN THE ORDER CLAIMS *
      *              REACH IT, NOT THE ORDER SERVICES WERE RENDERED.   *
      *              A LATE-ARRIVING EARLY-YEAR CLAIM, OR A VOID       *
      *              THROUGH 2160-PROCESS-REPLACEMENT-VOID, LEAVES     *
      *              LATER CLAIMS WITH THE WRONG DEDUCTIBLE AND        *
      *              COINSURANCE SPLIT. FOR EACH MEMBER AND PLAN YEAR  *
      *              THIS JOB REPLAYS EVERY PAID CLAIM IN DATE-OF-     *
      *              SERVICE ORDER AGAINST THE PLAN'S COST-SHARING     *
      *              RULES FROM A ZERO BALANCE, AND FOR EVERY CLAIM    *
      *              WHOSE MEMBER RESPONSIBILITY CHANGES:              *
      *                - WRITES A REVERSAL AND A REPLACEMENT RECORD    *
      *                  IN THE ADJOUTFL AND PAYFL LAYOUTS, SO THE     *
      *                  PROVIDER PAYMENT AND MEMBER LIABILITY         *
      *                  DIFFERENCES FLOW THROUGH HCREMIT              *
      *                - RESTATES THE CLAIM_HEADER AMOUNTS AND WRITES  *
      *                  A CLAIM LIFECYCLE EVENT                       *
      *              THE MEMBER'S ACCUMULATOR ROW IS THEN SET TO THE   *
      *              REPLAYED BALANCES, WITH AN ACCUM_JOURNAL ROW PER  *
      *              TYPE MOVED SO HCACCJRN CAN BACK THE RUN OUT.      *
      *              REQUEST CARDS:                                    *
      *                M - ONE MEMBER AND PLAN YEAR                    *
      *                S - SWEEP A RUN DATE: EVERY MEMBER AND PLAN     *
      *                    YEAR WITH A CLAIM ADJUDICATED THAT DAY      *
      *                    WHOSE SERVICE DATE PRECEDES AN ALREADY-     *
      *                    PAID CLAIM, OR WITH A CLAIM VOIDED THAT DAY *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  RSQCTRL  - RESEQUENCING REQUEST CARD             *
      * OUTPUT FILES: RSQADJ   - REVERSAL/REPLACEMENT ADJUDICATION     *
      *                          RECORDS (ADJOUTFL LAYOUT)             *
      *               RSQPAY   - REVERSAL/REPLACEMENT PAYMENT RECORDS  *
      *                          (PAYFL LAYOUT)                        *
      *               RSQEVT   - CLAIM LIFECYCLE EVENTS (CPYCEVT)      *
      *               RSQRPT   - RESEQUENCING CONTROL REPORT           *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 DHOLT    INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSQ-CONTROL-FILE
               ASSIGN TO RSQCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT RSQ-ADJ-FILE
               ASSIGN TO RSQADJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADJOUT-STATUS.

           SELECT RSQ-PAY-FILE
               ASSIGN TO RSQPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.

           SELECT RSQ-EVENT-FILE
               ASSIGN TO RSQEVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

           SELECT RSQ-CONTROL-RPT
               ASSIGN TO RSQRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * RESEQUENCING REQUEST: M MEMBER PLAN-YEAR, OR S RUN-DATE        *
      * (RUN DATE ZERO SWEEPS TODAY)                                   *
      *----------------------------------------------------------------*
       FD  RSQ-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSQ-CONTROL-REC.
           05  RQ-REQUEST-MODE             PIC X(01).
               88  RQ-MODE-MEMBER          VALUE 'M'.
               88  RQ-MODE-SWEEP           VALUE 'S'.
           05  FILLER                      PIC X(01).
           05  RQ-MEMBER-ID                PIC X(20).
           05  FILLER                      PIC X(01).
           05  RQ-PLAN-YEAR                PIC 9(04).
           05  FILLER                      PIC X(01).
           05  RQ-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(44).

       FD  RSQ-ADJ-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSQ-ADJ-REC                     PIC X(1500).

       FD  RSQ-PAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSQ-PAY-REC                     PIC X(500).

       FD  RSQ-EVENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYCEVT.

       FD  RSQ-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RSQ-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-ADJOUT-STATUS            PIC X(02).
               88  ADJOUT-OK               VALUE '00'.
           05  WS-PAY-STATUS               PIC X(02).
               88  PAY-OK                  VALUE '00'.
           05  WS-EVT-STATUS               PIC X(02).
               88  EVT-OK                  VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CTRL-EOF-SW              PIC X(01) VALUE 'N'.
               88  CTRL-AT-EOF             VALUE 'Y'.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-RSQ-REJECT-SW            PIC X(01) VALUE 'N'.
               88  RSQ-MEMBER-REJECTED     VALUE 'Y'.
               88  RSQ-MEMBER-OK           VALUE 'N'.
           05  WS-RSQ-NETWORK-SW           PIC X(01) VALUE 'I'.
               88  RSQ-IN-NETWORK          VALUE 'I'.
               88  RSQ-OUT-OF-NETWORK      VALUE 'O'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-REQUESTS-READ        PIC 9(05) COMP-3 VALUE 0.
           05  WS-CTR-MEMBERS-RESEQ        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-REPLAYED      PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-CORRECTED     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TYPES-RESTATED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ADJ-WRITTEN          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PAY-WRITTEN          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REJECTED             PIC 9(05) COMP-3 VALUE 0.
           05  WS-TOT-PROVIDER-DIFF        PIC S9(11)V99 COMP-3
                                                     VALUE 0.
           05  WS-TOT-MEMBER-DIFF          PIC S9(11)V99 COMP-3
                                                     VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-EDITED-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDITED-COUNT             PIC ZZZ,ZZ9.

      *----------------------------------------------------------------*
      * MEMBER/PLAN-YEAR WORK LIST. A SWEEP COLLECTS ITS KEYS HERE     *
      * BEFORE ANY ROW IS TOUCHED, SO THE SWEEP CURSOR NEVER READS     *
      * CLAIMS THIS RUN IS RESTATING                                   *
      *----------------------------------------------------------------*
       01  WS-RSQ-WORK-LIST.
           05  WS-RSQ-KEY-COUNT            PIC 9(05) COMP-3 VALUE 0.
           05  WS-RSQ-KEY-MAX              PIC 9(05) COMP-3
                                                     VALUE 2000.
           05  WS-RSQ-KEY-IDX              PIC 9(05) COMP-3 VALUE 0.
           05  WS-RSQ-KEY OCCURS 2000 TIMES.
               10  WS-RSQ-KEY-MEMBER-ID    PIC X(20).
               10  WS-RSQ-KEY-PLAN-YEAR    PIC 9(04).

      *----------------------------------------------------------------*
      * PLAN TERMS THE REPLAY RUNS ON (BENEFIT_PLAN, SAME COLUMNS      *
      * HCCLMADJ 2400-LOAD-BENEFIT-PLAN READS)                         *
      *----------------------------------------------------------------*
       01  WS-RSQ-PLAN-TERMS.
           05  WS-RSQ-PLAN-CODE            PIC X(10).
           05  WS-RSQ-INN-IND-DEDUCT       PIC S9(07)V99 COMP-3.
           05  WS-RSQ-INN-FAM-DEDUCT       PIC S9(07)V99 COMP-3.
           05  WS-RSQ-OON-IND-DEDUCT       PIC S9(07)V99 COMP-3.
           05  WS-RSQ-OON-FAM-DEDUCT       PIC S9(07)V99 COMP-3.
           05  WS-RSQ-INN-COINSURANCE      PIC S9(03)V99 COMP-3.
           05  WS-RSQ-OON-COINSURANCE      PIC S9(03)V99 COMP-3.
           05  WS-RSQ-INN-IND-OOP          PIC S9(07)V99 COMP-3.
           05  WS-RSQ-INN-FAM-OOP          PIC S9(07)V99 COMP-3.
           05  WS-RSQ-OON-IND-OOP          PIC S9(07)V99 COMP-3.
           05  WS-RSQ-OON-FAM-OOP          PIC S9(07)V99 COMP-3.
           05  WS-RSQ-EMBEDDED-IND         PIC X(01).
               88  RSQ-EMBEDDED-DEDUCT     VALUE 'Y'.
           05  WS-RSQ-COPAY-BEFORE-DED     PIC X(01).
               88  RSQ-COPAY-BEFORE-DED    VALUE 'Y'.
           05  WS-RSQ-COPAY-TO-OOP         PIC X(01).
               88  RSQ-COPAY-COUNTS-TO-OOP VALUE 'Y'.

      *----------------------------------------------------------------*
      * STORED ACCUMULATOR ROW, AND THE RUNNING BALANCES OF THE        *
      * REPLAY. THE FAMILY FIGURES CARRY THE OTHER FAMILY MEMBERS'     *
      * SHARE (STORED FAMILY LESS THIS MEMBER'S STORED INDIVIDUAL)     *
      * PLUS THIS MEMBER'S REPLAYED BALANCE                            *
      *----------------------------------------------------------------*
       01  WS-RSQ-ACCUMULATORS.
           05  WS-RSQ-OLD-IND-DED          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-OLD-FAM-DED          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-OLD-IND-OOP          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-OLD-FAM-OOP          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-OLD-ANNUAL           PIC S9(09)V99 COMP-3.
           05  WS-RSQ-OLD-LIFETIME         PIC S9(09)V99 COMP-3.
           05  WS-RSQ-RUN-IND-DED          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-RUN-FAM-DED          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-RUN-IND-OOP          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-RUN-FAM-OOP          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-PAID-DIFF            PIC S9(09)V99 COMP-3.
           05  WS-RSQ-NEW-ANNUAL           PIC S9(09)V99 COMP-3.
           05  WS-RSQ-NEW-LIFETIME         PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * THE MEMBER'S PAID CLAIMS FOR THE YEAR, IN SERVICE-DATE ORDER.  *
      * LOADED IN FULL BEFORE ANY CLAIM IS RESTATED                    *
      *----------------------------------------------------------------*
       01  WS-RSQ-CLAIM-TABLE.
           05  WS-RSQ-CLM-COUNT            PIC 9(04) COMP-3 VALUE 0.
           05  WS-RSQ-CLM-MAX              PIC 9(04) COMP-3 VALUE 500.
           05  WS-RSQ-CLM-IDX              PIC 9(04) COMP-3 VALUE 0.
           05  WS-RSQ-CLM OCCURS 500 TIMES.
               10  WS-RSQ-CLM-ID           PIC X(15).
               10  WS-RSQ-CLM-STATUS       PIC X(02).
               10  WS-RSQ-CLM-NPI          PIC X(10).
               10  WS-RSQ-CLM-PAR-STATUS   PIC X(02).
               10  WS-RSQ-CLM-FROM-DATE    PIC 9(08).
               10  WS-RSQ-CLM-BILLED       PIC S9(09)V99 COMP-3.
               10  WS-RSQ-CLM-ALLOWED      PIC S9(09)V99 COMP-3.
               10  WS-RSQ-CLM-DEDUCT       PIC S9(07)V99 COMP-3.
               10  WS-RSQ-CLM-COPAY        PIC S9(07)V99 COMP-3.
               10  WS-RSQ-CLM-COINS        PIC S9(07)V99 COMP-3.
               10  WS-RSQ-CLM-COB          PIC S9(07)V99 COMP-3.
               10  WS-RSQ-CLM-PAID         PIC S9(09)V99 COMP-3.
               10  WS-RSQ-CLM-WITHHOLD     PIC S9(07)V99 COMP-3.
               10  WS-RSQ-CLM-INTEREST     PIC S9(07)V99 COMP-3.
               10  WS-RSQ-CLM-NET          PIC S9(09)V99 COMP-3.
               10  WS-RSQ-CLM-PAT-RESP     PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * ONE CLAIM'S REPLAYED COST SHARING                              *
      *----------------------------------------------------------------*
       01  WS-RSQ-REPLAY.
           05  WS-RSQ-NEW-DEDUCT           PIC S9(07)V99 COMP-3.
           05  WS-RSQ-NEW-COPAY            PIC S9(07)V99 COMP-3.
           05  WS-RSQ-NEW-COINS            PIC S9(07)V99 COMP-3.
           05  WS-RSQ-NEW-PAID             PIC S9(09)V99 COMP-3.
           05  WS-RSQ-NEW-NET              PIC S9(09)V99 COMP-3.
           05  WS-RSQ-NEW-PAT-RESP         PIC S9(09)V99 COMP-3.
           05  WS-RSQ-MEMBER-DIFF          PIC S9(09)V99 COMP-3.
           05  WS-RSQ-DED-LIMIT            PIC S9(07)V99 COMP-3.
           05  WS-RSQ-FAM-DED-LIMIT        PIC S9(07)V99 COMP-3.
           05  WS-RSQ-OOP-LIMIT            PIC S9(07)V99 COMP-3.
           05  WS-RSQ-FAM-OOP-LIMIT        PIC S9(07)V99 COMP-3.
           05  WS-RSQ-COINS-PCT            PIC S9(03)V99 COMP-3.
           05  WS-RSQ-REMAINING            PIC S9(09)V99 COMP-3.
           05  WS-RSQ-DED-REMAINING        PIC S9(09)V99 COMP-3.
           05  WS-RSQ-OOP-REMAINING        PIC S9(09)V99 COMP-3.
           05  WS-RSQ-FAM-OOP-REMAINING    PIC S9(09)V99 COMP-3.
           05  WS-RSQ-MEMBER-RESP          PIC S9(09)V99 COMP-3.

       01  HV-RSQ-VARS.
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-PLAN-YEAR                PIC 9(04).
           05  HV-PLAN-CODE                PIC X(10).
           05  HV-YEAR-START               PIC 9(08).
           05  HV-YEAR-END                 PIC 9(08).
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-ROW-COUNT                PIC S9(09) COMP.
           05  HV-CLAIM-ID                 PIC X(15).
           05  HV-CLAIM-STATUS             PIC X(02).
           05  HV-PROVIDER-NPI             PIC X(10).
           05  HV-PROVIDER-TAX-ID          PIC X(09).
           05  HV-PAR-STATUS               PIC X(02).
           05  HV-FROM-DATE                PIC 9(08).
           05  HV-BILLED-AMT               PIC S9(09)V99.
           05  HV-ALLOWED-AMT              PIC S9(09)V99.
           05  HV-DEDUCT-AMT               PIC S9(07)V99.
           05  HV-COPAY-AMT                PIC S9(07)V99.
           05  HV-COINS-AMT                PIC S9(07)V99.
           05  HV-COB-AMT                  PIC S9(07)V99.
           05  HV-PAID-AMT                 PIC S9(09)V99.
           05  HV-WITHHOLD-AMT             PIC S9(07)V99.
           05  HV-INTEREST-AMT             PIC S9(07)V99.
           05  HV-NET-AMT                  PIC S9(09)V99.
           05  HV-PAT-RESP-AMT             PIC S9(09)V99.
           05  HV-ACCUM-TYPE               PIC X(03).
           05  HV-BEFORE-VALUE             PIC S9(09)V99.
           05  HV-AFTER-VALUE              PIC S9(09)V99.
           05  HV-IND-DED                  PIC S9(09)V99.
           05  HV-FAM-DED                  PIC S9(09)V99.
           05  HV-IND-OOP                  PIC S9(09)V99.
           05  HV-FAM-OOP                  PIC S9(09)V99.
           05  HV-ANNUAL                   PIC S9(09)V99.
           05  HV-LIFETIME                 PIC S9(09)V99.

      *----------------------------------------------------------------*
      * ADJOUTFL AND PAYFL RECORD LAYOUTS (AS WRITTEN BY HCCLMADJ)     *
      *----------------------------------------------------------------*
       01  WS-ADJ-OUTPUT-REC.
           05  WS-ADJ-CLAIM-ID            PIC X(15).
           05  WS-ADJ-MEMBER-ID           PIC X(12).
           05  WS-ADJ-PROVIDER-NPI        PIC X(10).
           05  WS-ADJ-STATUS              PIC X(02).
           05  WS-ADJ-TOTAL-BILLED        PIC S9(09)V99 COMP-3.
           05  WS-ADJ-TOTAL-ALLOWED       PIC S9(09)V99 COMP-3.
           05  WS-ADJ-TOTAL-DEDUCTIBLE    PIC S9(07)V99 COMP-3.
           05  WS-ADJ-TOTAL-COPAY         PIC S9(07)V99 COMP-3.
           05  WS-ADJ-TOTAL-COINSURANCE   PIC S9(07)V99 COMP-3.
           05  WS-ADJ-TOTAL-COB           PIC S9(07)V99 COMP-3.
           05  WS-ADJ-TOTAL-PAID          PIC S9(09)V99 COMP-3.
           05  WS-ADJ-TOTAL-WITHHOLD      PIC S9(07)V99 COMP-3.
           05  WS-ADJ-TOTAL-INTEREST      PIC S9(07)V99 COMP-3.
           05  WS-ADJ-NET-PAYMENT         PIC S9(09)V99 COMP-3.
           05  WS-ADJ-PATIENT-RESP        PIC S9(09)V99 COMP-3.
           05  WS-ADJ-PRICING-METHOD      PIC X(02).
           05  WS-ADJ-COB-ORDER           PIC X(01).
           05  WS-ADJ-PROCESS-DATE        PIC 9(08).
           05  WS-ADJ-DENY-REASON         PIC X(05).
           05  WS-ADJ-LINE-COUNT          PIC 9(03) COMP-3.
           05  WS-ADJ-SPLIT-IND           PIC X(01).
           05  WS-ADJ-PLAN-PERIOD-IND     PIC X(01).
           05  WS-ADJ-PLAN-PERIOD OCCURS 2 TIMES.
               10  WS-ADJ-PP-PLAN-YEAR    PIC 9(04).
               10  WS-ADJ-PP-ALLOWED      PIC S9(07)V99 COMP-3.
               10  WS-ADJ-PP-DEDUCTIBLE   PIC S9(07)V99 COMP-3.
               10  WS-ADJ-PP-COPAY        PIC S9(07)V99 COMP-3.
               10  WS-ADJ-PP-COINSURANCE  PIC S9(07)V99 COMP-3.
           05  WS-ADJ-SHARE-OF-COST       PIC S9(07)V99 COMP-3.
           05  WS-ADJ-FILLER              PIC X(1320).

       01  WS-PAY-OUTPUT-REC.
           05  WS-PYR-CLAIM-ID            PIC X(15).
           05  WS-PYR-PROVIDER-NPI        PIC X(10).
           05  WS-PYR-PROVIDER-TAX-ID     PIC X(09).
           05  WS-PYR-PAYMENT-DATE        PIC 9(08).
           05  WS-PYR-GROSS-PAYMENT       PIC S9(09)V99 COMP-3.
           05  WS-PYR-WITHHOLD            PIC S9(07)V99 COMP-3.
           05  WS-PYR-INTEREST            PIC S9(07)V99 COMP-3.
           05  WS-PYR-NET-PAYMENT         PIC S9(09)V99 COMP-3.
           05  WS-PYR-PATIENT-RESP        PIC S9(09)V99 COMP-3.
           05  WS-PYR-CHECK-NUMBER        PIC X(10).
           05  WS-PYR-SEQUESTRATION       PIC S9(07)V99 COMP-3.
           05  WS-PYR-FILLER              PIC X(400).

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
               VALUE 'ACCUMULATOR RESEQUENCING REPORT'.
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
      * MAINLINE - APPLY EVERY RESEQUENCING REQUEST ON THE CARD FILE   *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-APPLY-REQUESTS
               THRU 2000-APPLY-REQUESTS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT RSQ-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'RSQ-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT RSQ-ADJ-FILE
           IF NOT ADJOUT-OK
               MOVE 'RSQ-ADJ-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT RSQ-PAY-FILE
           IF NOT PAY-OK
               MOVE 'RSQ-PAY-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT RSQ-EVENT-FILE
           IF NOT EVT-OK
               MOVE 'RSQ-EVENT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT RSQ-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'RSQ-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE RSQ-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE RSQ-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO RSQ-CONTROL-RPT-REC
           WRITE RSQ-CONTROL-RPT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE RSQ-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - APPLY EVERY REQUEST CARD                                *
      *================================================================*
       2000-APPLY-REQUESTS.
           PERFORM UNTIL CTRL-AT-EOF
               READ RSQ-CONTROL-FILE
                   AT END
                       SET CTRL-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-REQUESTS-READ
                       EVALUATE TRUE
                           WHEN RQ-MODE-MEMBER
                               PERFORM 2100-MEMBER-REQUEST
                                   THRU 2100-MEMBER-REQUEST-EXIT
                           WHEN RQ-MODE-SWEEP
                               PERFORM 2500-SWEEP-RUN-DATE
                                   THRU 2500-SWEEP-RUN-DATE-EXIT
                           WHEN OTHER
                               ADD 1 TO WS-CTR-REJECTED
                               MOVE 'REQUEST REJECTED'
                                 TO WS-RPT-LABEL
                               MOVE 'MODE MUST BE M OR S'
                                 TO WS-RPT-VALUE
                               PERFORM 1300-WRITE-DETAIL-LINE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .
       2000-APPLY-REQUESTS-EXIT.
           EXIT.

       2100-MEMBER-REQUEST.
      *----------------------------------------------------------------*
      * ONE MEMBER AND PLAN YEAR NAMED ON THE CARD                     *
      *----------------------------------------------------------------*
           IF RQ-MEMBER-ID = SPACES
              OR RQ-PLAN-YEAR NOT NUMERIC
              OR RQ-PLAN-YEAR < 1900
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'RESEQUENCE REJECTED' TO WS-RPT-LABEL
               MOVE 'MEMBER AND PLAN YEAR REQUIRED'
                 TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-MEMBER-REQUEST-EXIT
           END-IF

           MOVE RQ-MEMBER-ID TO HV-MEMBER-ID
           MOVE RQ-PLAN-YEAR TO HV-PLAN-YEAR
           PERFORM 3000-RESEQUENCE-MEMBER
               THRU 3000-RESEQUENCE-MEMBER-EXIT
           .
       2100-MEMBER-REQUEST-EXIT.
           EXIT.

      *================================================================*
      * 2500 - SWEEP A RUN DATE. A MEMBER AND PLAN YEAR IS OUT OF      *
      * SEQUENCE WHEN A CLAIM ADJUDICATED THAT DAY HAS A SERVICE DATE  *
      * EARLIER THAN A CLAIM ALREADY PAID BEFORE IT, OR WHEN A PAID    *
      * CLAIM WAS VOIDED THAT DAY.                                     *
      *================================================================*
       2500-SWEEP-RUN-DATE.
           IF RQ-RUN-DATE NOT NUMERIC
              OR RQ-RUN-DATE = 0
               MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           ELSE
               MOVE RQ-RUN-DATE TO HV-RUN-DATE
           END-IF

           MOVE 0 TO WS-RSQ-KEY-COUNT

           EXEC SQL
               DECLARE RSQ_SWEEP_CURSOR CURSOR FOR
               SELECT C1.MEMBER_ID,
                      C1.SERVICE_FROM_DATE / 10000
               FROM   CLAIM_HEADER C1
               WHERE  C1.ADJUDICATION_DATE = :HV-RUN-DATE
               AND    C1.CLAIM_STATUS IN ('PA', 'AJ')
               AND    EXISTS
                      (SELECT 1
                       FROM  CLAIM_HEADER C2
                       WHERE C2.MEMBER_ID = C1.MEMBER_ID
                       AND   C2.CLAIM_STATUS IN ('PA', 'AJ')
                       AND   C2.ADJUDICATION_DATE < :HV-RUN-DATE
                       AND   C2.SERVICE_FROM_DATE >
                             C1.SERVICE_FROM_DATE
                       AND   C2.SERVICE_FROM_DATE / 10000 =
                             C1.SERVICE_FROM_DATE / 10000)
               UNION
               SELECT C3.MEMBER_ID,
                      C3.SERVICE_FROM_DATE / 10000
               FROM   CLAIM_HEADER C3
               WHERE  C3.CLAIM_STATUS = 'VD'
               AND    C3.LAST_UPDATE_DATE = :HV-RUN-DATE
               AND    C3.PAID_AMOUNT <> 0
           END-EXEC

           EXEC SQL
               OPEN RSQ_SWEEP_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SWEEP CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2500-SWEEP-RUN-DATE-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH RSQ_SWEEP_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-PLAN-YEAR
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   IF WS-RSQ-KEY-COUNT < WS-RSQ-KEY-MAX
                       ADD 1 TO WS-RSQ-KEY-COUNT
                       MOVE HV-MEMBER-ID
                         TO WS-RSQ-KEY-MEMBER-ID(WS-RSQ-KEY-COUNT)
                       MOVE HV-PLAN-YEAR
                         TO WS-RSQ-KEY-PLAN-YEAR(WS-RSQ-KEY-COUNT)
                   ELSE
                       ADD 1 TO WS-CTR-REJECTED
                       MOVE 'SWEEP MEMBER NOT RESEQUENCED'
                         TO WS-RPT-LABEL
                       STRING HV-MEMBER-ID ' YEAR ' HV-PLAN-YEAR
                           ' - WORK LIST FULL, RUN AS M CARD'
                           DELIMITED BY SIZE
                           INTO WS-RPT-VALUE
                       END-STRING
                       PERFORM 1300-WRITE-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RSQ_SWEEP_CURSOR
           END-EXEC

           MOVE 'SWEEP RUN DATE' TO WS-RPT-LABEL
           MOVE WS-RSQ-KEY-COUNT TO WS-EDITED-COUNT
           STRING HV-RUN-DATE ' - MEMBER YEARS FOUND: '
               WS-EDITED-COUNT
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           PERFORM VARYING WS-RSQ-KEY-IDX FROM 1 BY 1
                   UNTIL WS-RSQ-KEY-IDX > WS-RSQ-KEY-COUNT
               MOVE WS-RSQ-KEY-MEMBER-ID(WS-RSQ-KEY-IDX)
                 TO HV-MEMBER-ID
               MOVE WS-RSQ-KEY-PLAN-YEAR(WS-RSQ-KEY-IDX)
                 TO HV-PLAN-YEAR
               PERFORM 3000-RESEQUENCE-MEMBER
                   THRU 3000-RESEQUENCE-MEMBER-EXIT
           END-PERFORM
           .
       2500-SWEEP-RUN-DATE-EXIT.
           EXIT.

      *================================================================*
      * 3000 - RESEQUENCE ONE MEMBER AND PLAN YEAR. HV-MEMBER-ID AND   *
      * HV-PLAN-YEAR NAME THE KEY.                                     *
      *================================================================*
       3000-RESEQUENCE-MEMBER.
           SET RSQ-MEMBER-OK TO TRUE
           COMPUTE HV-YEAR-START = HV-PLAN-YEAR * 10000 + 0101
           COMPUTE HV-YEAR-END = HV-PLAN-YEAR * 10000 + 1231

           PERFORM 3100-LOAD-ACCUMULATOR-ROW
               THRU 3100-LOAD-ACCUMULATOR-ROW-EXIT
           IF RSQ-MEMBER-REJECTED
               GO TO 3000-RESEQUENCE-MEMBER-EXIT
           END-IF

           PERFORM 3200-LOAD-PLAN-TERMS
               THRU 3200-LOAD-PLAN-TERMS-EXIT
           IF RSQ-MEMBER-REJECTED
               GO TO 3000-RESEQUENCE-MEMBER-EXIT
           END-IF

           PERFORM 3300-LOAD-PAID-CLAIMS
               THRU 3300-LOAD-PAID-CLAIMS-EXIT
           IF RSQ-MEMBER-REJECTED
               GO TO 3000-RESEQUENCE-MEMBER-EXIT
           END-IF

      *--- REPLAY FROM A ZERO BALANCE. THE FAMILY FIGURES START FROM
      *--- THE OTHER FAMILY MEMBERS' SHARE OF THE STORED TOTALS ---
           MOVE +0 TO WS-RSQ-RUN-IND-DED
           MOVE +0 TO WS-RSQ-RUN-IND-OOP
           MOVE +0 TO WS-RSQ-PAID-DIFF
           COMPUTE WS-RSQ-RUN-FAM-DED =
               WS-RSQ-OLD-FAM-DED - WS-RSQ-OLD-IND-DED
           COMPUTE WS-RSQ-RUN-FAM-OOP =
               WS-RSQ-OLD-FAM-OOP - WS-RSQ-OLD-IND-OOP
           IF WS-RSQ-RUN-FAM-DED < 0
               MOVE +0 TO WS-RSQ-RUN-FAM-DED
           END-IF
           IF WS-RSQ-RUN-FAM-OOP < 0
               MOVE +0 TO WS-RSQ-RUN-FAM-OOP
           END-IF

           PERFORM VARYING WS-RSQ-CLM-IDX FROM 1 BY 1
                   UNTIL WS-RSQ-CLM-IDX > WS-RSQ-CLM-COUNT
               PERFORM 3400-REPLAY-CLAIM
                   THRU 3400-REPLAY-CLAIM-EXIT
           END-PERFORM

           PERFORM 3700-RESTATE-ACCUMULATORS
               THRU 3700-RESTATE-ACCUMULATORS-EXIT

           ADD 1 TO WS-CTR-MEMBERS-RESEQ
           MOVE 'MEMBER RESEQUENCED' TO WS-RPT-LABEL
           MOVE WS-RSQ-CLM-COUNT TO WS-EDITED-COUNT
           STRING HV-MEMBER-ID ' YEAR ' HV-PLAN-YEAR
               ' CLAIMS ' WS-EDITED-COUNT
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       3000-RESEQUENCE-MEMBER-EXIT.
           EXIT.

       3100-LOAD-ACCUMULATOR-ROW.
      *----------------------------------------------------------------*
      * THE MEMBER'S ACCUMULATOR ROW FOR THE YEAR. A YEAR CARRIED ON   *
      * MORE THAN ONE PLAN CODE (A MID-YEAR PLAN CHANGE) CANNOT BE     *
      * REPLAYED ON ONE SET OF TERMS AND GOES TO MANUAL REVIEW.        *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   BENEFIT_ACCUMULATORS
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-ROW-COUNT
           END-IF

           IF HV-ROW-COUNT NOT = 1
               SET RSQ-MEMBER-REJECTED TO TRUE
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'RESEQUENCE REJECTED' TO WS-RPT-LABEL
               IF HV-ROW-COUNT = 0
                   STRING HV-MEMBER-ID ' YEAR ' HV-PLAN-YEAR
                       ' - NO ACCUMULATOR ROW'
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
               ELSE
                   STRING HV-MEMBER-ID ' YEAR ' HV-PLAN-YEAR
                       ' - MORE THAN ONE PLAN CODE, MANUAL REVIEW'
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
               END-IF
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3100-LOAD-ACCUMULATOR-ROW-EXIT
           END-IF

           EXEC SQL
               SELECT PLAN_CODE,
                      INN_DEDUCTIBLE_USED, FAM_DEDUCTIBLE_USED,
                      INN_OOP_USED, FAM_OOP_USED,
                      ANNUAL_USED, LIFETIME_USED
               INTO  :HV-PLAN-CODE,
                     :HV-IND-DED, :HV-FAM-DED,
                     :HV-IND-OOP, :HV-FAM-OOP,
                     :HV-ANNUAL, :HV-LIFETIME
               FROM  BENEFIT_ACCUMULATORS
               WHERE MEMBER_ID = :HV-MEMBER-ID
               AND   PLAN_YEAR = :HV-PLAN-YEAR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ACCUMULATOR ROW READ FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               SET RSQ-MEMBER-REJECTED TO TRUE
               GO TO 3100-LOAD-ACCUMULATOR-ROW-EXIT
           END-IF

           MOVE HV-PLAN-CODE TO WS-RSQ-PLAN-CODE
           MOVE HV-IND-DED TO WS-RSQ-OLD-IND-DED
           MOVE HV-FAM-DED TO WS-RSQ-OLD-FAM-DED
           MOVE HV-IND-OOP TO WS-RSQ-OLD-IND-OOP
           MOVE HV-FAM-OOP TO WS-RSQ-OLD-FAM-OOP
           MOVE HV-ANNUAL TO WS-RSQ-OLD-ANNUAL
           MOVE HV-LIFETIME TO WS-RSQ-OLD-LIFETIME
           .
       3100-LOAD-ACCUMULATOR-ROW-EXIT.
           EXIT.

       3200-LOAD-PLAN-TERMS.
      *----------------------------------------------------------------*
      * THE PLAN'S COST-SHARING TERMS FOR THE YEAR                     *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT INN_IND_DEDUCTIBLE,
                      INN_FAM_DEDUCTIBLE,
                      OON_IND_DEDUCTIBLE,
                      OON_FAM_DEDUCTIBLE,
                      INN_COINSURANCE_PCT,
                      OON_COINSURANCE_PCT,
                      INN_IND_OOP_MAX,
                      INN_FAM_OOP_MAX,
                      OON_IND_OOP_MAX,
                      OON_FAM_OOP_MAX,
                      EMBEDDED_DEDUCTIBLE_IND,
                      COPAY_BEFORE_DEDUCTIBLE,
                      COPAY_APPLIES_TO_OOP
               INTO   :WS-RSQ-INN-IND-DEDUCT,
                      :WS-RSQ-INN-FAM-DEDUCT,
                      :WS-RSQ-OON-IND-DEDUCT,
                      :WS-RSQ-OON-FAM-DEDUCT,
                      :WS-RSQ-INN-COINSURANCE,
                      :WS-RSQ-OON-COINSURANCE,
                      :WS-RSQ-INN-IND-OOP,
                      :WS-RSQ-INN-FAM-OOP,
                      :WS-RSQ-OON-IND-OOP,
                      :WS-RSQ-OON-FAM-OOP,
                      :WS-RSQ-EMBEDDED-IND,
                      :WS-RSQ-COPAY-BEFORE-DED,
                      :WS-RSQ-COPAY-TO-OOP
               FROM   BENEFIT_PLAN
               WHERE  PLAN_CODE = :HV-PLAN-CODE
               AND    PLAN_YEAR = :HV-PLAN-YEAR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               SET RSQ-MEMBER-REJECTED TO TRUE
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'RESEQUENCE REJECTED' TO WS-RPT-LABEL
               STRING HV-MEMBER-ID ' YEAR ' HV-PLAN-YEAR
                   ' - BENEFIT PLAN ' HV-PLAN-CODE ' NOT ON FILE'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       3200-LOAD-PLAN-TERMS-EXIT.
           EXIT.

       3300-LOAD-PAID-CLAIMS.
      *----------------------------------------------------------------*
      * EVERY PAID OR ADJUSTED CLAIM OF THE YEAR, OLDEST SERVICE DATE  *
      * FIRST. CLAIM ID BREAKS TIES SO A RERUN REPLAYS THE SAME ORDER. *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-RSQ-CLM-COUNT

           EXEC SQL
               DECLARE RSQ_CLAIM_CURSOR CURSOR FOR
               SELECT CLAIM_ID, CLAIM_STATUS, PROVIDER_NPI,
                      PROVIDER_PAR_STATUS, SERVICE_FROM_DATE,
                      TOTAL_BILLED_AMOUNT, ALLOWED_AMOUNT,
                      DEDUCTIBLE_AMOUNT, COPAY_AMOUNT,
                      COINSURANCE_AMOUNT, COB_AMOUNT,
                      PAID_AMOUNT, WITHHOLD_AMOUNT,
                      INTEREST_AMOUNT, NET_PAYMENT,
                      PATIENT_RESPONSIBILITY
               FROM   CLAIM_HEADER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    CLAIM_STATUS IN ('PA', 'AJ')
               AND    SERVICE_FROM_DATE >= :HV-YEAR-START
               AND    SERVICE_FROM_DATE <= :HV-YEAR-END
               ORDER BY SERVICE_FROM_DATE, CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN RSQ_CLAIM_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               SET RSQ-MEMBER-REJECTED TO TRUE
               GO TO 3300-LOAD-PAID-CLAIMS-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH RSQ_CLAIM_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CLAIM-STATUS,
                         :HV-PROVIDER-NPI, :HV-PAR-STATUS,
                         :HV-FROM-DATE, :HV-BILLED-AMT,
                         :HV-ALLOWED-AMT, :HV-DEDUCT-AMT,
                         :HV-COPAY-AMT, :HV-COINS-AMT,
                         :HV-COB-AMT, :HV-PAID-AMT,
                         :HV-WITHHOLD-AMT, :HV-INTEREST-AMT,
                         :HV-NET-AMT, :HV-PAT-RESP-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   IF WS-RSQ-CLM-COUNT < WS-RSQ-CLM-MAX
                       ADD 1 TO WS-RSQ-CLM-COUNT
                       PERFORM 3310-STORE-CLAIM
                   ELSE
                       SET RSQ-MEMBER-REJECTED TO TRUE
                       SET CURSOR-AT-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RSQ_CLAIM_CURSOR
           END-EXEC

           IF RSQ-MEMBER-REJECTED
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'RESEQUENCE REJECTED' TO WS-RPT-LABEL
               STRING HV-MEMBER-ID ' YEAR ' HV-PLAN-YEAR
                   ' - CLAIM TABLE FULL, MANUAL REVIEW'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       3300-LOAD-PAID-CLAIMS-EXIT.
           EXIT.

       3310-STORE-CLAIM.
      *----------------------------------------------------------------*
      * KEEP ONE FETCHED CLAIM IN THE REPLAY TABLE                     *
      *----------------------------------------------------------------*
           MOVE HV-CLAIM-ID TO WS-RSQ-CLM-ID(WS-RSQ-CLM-COUNT)
           MOVE HV-CLAIM-STATUS TO WS-RSQ-CLM-STATUS(WS-RSQ-CLM-COUNT)
           MOVE HV-PROVIDER-NPI TO WS-RSQ-CLM-NPI(WS-RSQ-CLM-COUNT)
           MOVE HV-PAR-STATUS
             TO WS-RSQ-CLM-PAR-STATUS(WS-RSQ-CLM-COUNT)
           MOVE HV-FROM-DATE TO WS-RSQ-CLM-FROM-DATE(WS-RSQ-CLM-COUNT)
           MOVE HV-BILLED-AMT TO WS-RSQ-CLM-BILLED(WS-RSQ-CLM-COUNT)
           MOVE HV-ALLOWED-AMT
             TO WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-COUNT)
           MOVE HV-DEDUCT-AMT TO WS-RSQ-CLM-DEDUCT(WS-RSQ-CLM-COUNT)
           MOVE HV-COPAY-AMT TO WS-RSQ-CLM-COPAY(WS-RSQ-CLM-COUNT)
           MOVE HV-COINS-AMT TO WS-RSQ-CLM-COINS(WS-RSQ-CLM-COUNT)
           MOVE HV-COB-AMT TO WS-RSQ-CLM-COB(WS-RSQ-CLM-COUNT)
           MOVE HV-PAID-AMT TO WS-RSQ-CLM-PAID(WS-RSQ-CLM-COUNT)
           MOVE HV-WITHHOLD-AMT
             TO WS-RSQ-CLM-WITHHOLD(WS-RSQ-CLM-COUNT)
           MOVE HV-INTEREST-AMT
             TO WS-RSQ-CLM-INTEREST(WS-RSQ-CLM-COUNT)
           MOVE HV-NET-AMT TO WS-RSQ-CLM-NET(WS-RSQ-CLM-COUNT)
           MOVE HV-PAT-RESP-AMT
             TO WS-RSQ-CLM-PAT-RESP(WS-RSQ-CLM-COUNT)
           .

      *================================================================*
      * 3400 - REPLAY ONE CLAIM'S COST SHARING AGAINST THE RUNNING     *
      * BALANCES, BY THE SAME RULES AS HCCLMADJ 4100 THROUGH 4410.     *
      * THE COPAY IS THE ONE THE CLAIM ORIGINALLY TOOK - IT DEPENDS ON *
      * THE SERVICE, NOT ON THE ORDER CLAIMS ARRIVED.                  *
      *================================================================*
       3400-REPLAY-CLAIM.
           ADD 1 TO WS-CTR-CLAIMS-REPLAYED

           IF WS-RSQ-CLM-PAR-STATUS(WS-RSQ-CLM-IDX) = 'OO'
               SET RSQ-OUT-OF-NETWORK TO TRUE
               MOVE WS-RSQ-OON-IND-DEDUCT TO WS-RSQ-DED-LIMIT
               MOVE WS-RSQ-OON-FAM-DEDUCT TO WS-RSQ-FAM-DED-LIMIT
               MOVE WS-RSQ-OON-IND-OOP TO WS-RSQ-OOP-LIMIT
               MOVE WS-RSQ-OON-FAM-OOP TO WS-RSQ-FAM-OOP-LIMIT
               MOVE WS-RSQ-OON-COINSURANCE TO WS-RSQ-COINS-PCT
           ELSE
               SET RSQ-IN-NETWORK TO TRUE
               MOVE WS-RSQ-INN-IND-DEDUCT TO WS-RSQ-DED-LIMIT
               MOVE WS-RSQ-INN-FAM-DEDUCT TO WS-RSQ-FAM-DED-LIMIT
               MOVE WS-RSQ-INN-IND-OOP TO WS-RSQ-OOP-LIMIT
               MOVE WS-RSQ-INN-FAM-OOP TO WS-RSQ-FAM-OOP-LIMIT
               MOVE WS-RSQ-INN-COINSURANCE TO WS-RSQ-COINS-PCT
           END-IF

           MOVE +0 TO WS-RSQ-NEW-DEDUCT
           MOVE WS-RSQ-CLM-COPAY(WS-RSQ-CLM-IDX) TO WS-RSQ-NEW-COPAY
           MOVE +0 TO WS-RSQ-NEW-COINS

      *--- DEDUCTIBLE: FAMILY MET ON A NON-EMBEDDED PLAN, OR
      *--- INDIVIDUAL MET, TAKES NONE ---
           IF WS-RSQ-RUN-FAM-DED >= WS-RSQ-FAM-DED-LIMIT
              AND WS-RSQ-FAM-DED-LIMIT > 0
              AND NOT RSQ-EMBEDDED-DEDUCT
               GO TO 3400-REPLAY-COINSURANCE
           END-IF

           IF WS-RSQ-RUN-IND-DED >= WS-RSQ-DED-LIMIT
              AND WS-RSQ-DED-LIMIT > 0
               GO TO 3400-REPLAY-COINSURANCE
           END-IF

           COMPUTE WS-RSQ-DED-REMAINING =
               WS-RSQ-DED-LIMIT - WS-RSQ-RUN-IND-DED

           IF RSQ-COPAY-BEFORE-DED
               COMPUTE WS-RSQ-REMAINING =
                   WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-IDX)
                 - WS-RSQ-NEW-COPAY
           ELSE
               MOVE WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-IDX)
                 TO WS-RSQ-REMAINING
           END-IF

           IF WS-RSQ-REMAINING <= WS-RSQ-DED-REMAINING
               MOVE WS-RSQ-REMAINING TO WS-RSQ-NEW-DEDUCT
           ELSE
               MOVE WS-RSQ-DED-REMAINING TO WS-RSQ-NEW-DEDUCT
           END-IF
           IF WS-RSQ-NEW-DEDUCT < 0
               MOVE +0 TO WS-RSQ-NEW-DEDUCT
           END-IF

      *--- A COPAY TAKEN AFTER THE DEDUCTIBLE CANNOT EXCEED WHAT THE
      *--- DEDUCTIBLE LEFT ---
           IF NOT RSQ-COPAY-BEFORE-DED
               COMPUTE WS-RSQ-REMAINING =
                   WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-IDX)
                 - WS-RSQ-NEW-DEDUCT
               IF WS-RSQ-NEW-COPAY > WS-RSQ-REMAINING
                   MOVE WS-RSQ-REMAINING TO WS-RSQ-NEW-COPAY
               END-IF
               IF WS-RSQ-REMAINING <= 0
                   MOVE +0 TO WS-RSQ-NEW-COPAY
               END-IF
           END-IF
           .

       3400-REPLAY-COINSURANCE.
           COMPUTE WS-RSQ-REMAINING =
               WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-IDX)
             - WS-RSQ-NEW-DEDUCT
             - WS-RSQ-NEW-COPAY
           IF WS-RSQ-REMAINING > 0
               COMPUTE WS-RSQ-NEW-COINS ROUNDED =
                   WS-RSQ-REMAINING
                   * (1 - (WS-RSQ-COINS-PCT / 100))
           END-IF
           IF WS-RSQ-NEW-COINS < 0
               MOVE +0 TO WS-RSQ-NEW-COINS
           END-IF

           PERFORM 3450-REPLAY-OOP-MAXIMUM
               THRU 3450-REPLAY-OOP-MAXIMUM-EXIT

      *--- CARRY THE REPLAYED CLAIM INTO THE RUNNING BALANCES ---
           ADD WS-RSQ-NEW-DEDUCT TO WS-RSQ-RUN-IND-DED
           ADD WS-RSQ-NEW-DEDUCT TO WS-RSQ-RUN-FAM-DED
           COMPUTE WS-RSQ-RUN-IND-OOP = WS-RSQ-RUN-IND-OOP
               + WS-RSQ-NEW-DEDUCT + WS-RSQ-NEW-COPAY
               + WS-RSQ-NEW-COINS
           COMPUTE WS-RSQ-RUN-FAM-OOP = WS-RSQ-RUN-FAM-OOP
               + WS-RSQ-NEW-DEDUCT + WS-RSQ-NEW-COPAY
               + WS-RSQ-NEW-COINS

           COMPUTE WS-RSQ-MEMBER-DIFF =
               (WS-RSQ-NEW-DEDUCT + WS-RSQ-NEW-COPAY
                + WS-RSQ-NEW-COINS)
             - (WS-RSQ-CLM-DEDUCT(WS-RSQ-CLM-IDX)
                + WS-RSQ-CLM-COPAY(WS-RSQ-CLM-IDX)
                + WS-RSQ-CLM-COINS(WS-RSQ-CLM-IDX))

           IF WS-RSQ-NEW-DEDUCT NOT = WS-RSQ-CLM-DEDUCT(WS-RSQ-CLM-IDX)
              OR WS-RSQ-NEW-COPAY
                 NOT = WS-RSQ-CLM-COPAY(WS-RSQ-CLM-IDX)
              OR WS-RSQ-NEW-COINS
                 NOT = WS-RSQ-CLM-COINS(WS-RSQ-CLM-IDX)
               PERFORM 3500-CORRECT-CLAIM
                   THRU 3500-CORRECT-CLAIM-EXIT
           END-IF
           .
       3400-REPLAY-CLAIM-EXIT.
           EXIT.

       3450-REPLAY-OOP-MAXIMUM.
      *----------------------------------------------------------------*
      * OUT-OF-POCKET MAXIMUM: FAMILY OR INDIVIDUAL ALREADY MET TAKES  *
      * NOTHING; A CLAIM THAT REACHES IT TAKES ONLY THE REMAINDER,     *
      * DEDUCTIBLE FIRST, THEN COPAY (WHERE IT COUNTS), COINSURANCE    *
      *----------------------------------------------------------------*
           COMPUTE WS-RSQ-MEMBER-RESP =
               WS-RSQ-NEW-DEDUCT + WS-RSQ-NEW-COINS
           IF RSQ-COPAY-COUNTS-TO-OOP
               ADD WS-RSQ-NEW-COPAY TO WS-RSQ-MEMBER-RESP
           END-IF

           IF (WS-RSQ-RUN-FAM-OOP >= WS-RSQ-FAM-OOP-LIMIT
               AND WS-RSQ-FAM-OOP-LIMIT > 0)
              OR (WS-RSQ-RUN-IND-OOP >= WS-RSQ-OOP-LIMIT
               AND WS-RSQ-OOP-LIMIT > 0)
               MOVE +0 TO WS-RSQ-NEW-DEDUCT
               MOVE +0 TO WS-RSQ-NEW-COPAY
               MOVE +0 TO WS-RSQ-NEW-COINS
               GO TO 3450-REPLAY-OOP-MAXIMUM-EXIT
           END-IF

           COMPUTE WS-RSQ-OOP-REMAINING =
               WS-RSQ-OOP-LIMIT - WS-RSQ-RUN-IND-OOP
           COMPUTE WS-RSQ-FAM-OOP-REMAINING =
               WS-RSQ-FAM-OOP-LIMIT - WS-RSQ-RUN-FAM-OOP
           IF WS-RSQ-FAM-OOP-REMAINING > 0
              AND WS-RSQ-FAM-OOP-REMAINING < WS-RSQ-OOP-REMAINING
               MOVE WS-RSQ-FAM-OOP-REMAINING TO WS-RSQ-OOP-REMAINING
           END-IF

           IF WS-RSQ-MEMBER-RESP <= WS-RSQ-OOP-REMAINING
              OR WS-RSQ-OOP-REMAINING <= 0
               GO TO 3450-REPLAY-OOP-MAXIMUM-EXIT
           END-IF

           MOVE WS-RSQ-OOP-REMAINING TO WS-RSQ-MEMBER-RESP
           IF WS-RSQ-NEW-DEDUCT > WS-RSQ-MEMBER-RESP
               MOVE WS-RSQ-MEMBER-RESP TO WS-RSQ-NEW-DEDUCT
               MOVE +0 TO WS-RSQ-NEW-COINS
               IF RSQ-COPAY-COUNTS-TO-OOP
                   MOVE +0 TO WS-RSQ-NEW-COPAY
               END-IF
           ELSE
               COMPUTE WS-RSQ-REMAINING =
                   WS-RSQ-MEMBER-RESP - WS-RSQ-NEW-DEDUCT
               IF RSQ-COPAY-COUNTS-TO-OOP
                   IF WS-RSQ-NEW-COPAY > WS-RSQ-REMAINING
                       MOVE WS-RSQ-REMAINING TO WS-RSQ-NEW-COPAY
                       MOVE +0 TO WS-RSQ-NEW-COINS
                   ELSE
                       COMPUTE WS-RSQ-NEW-COINS =
                           WS-RSQ-REMAINING - WS-RSQ-NEW-COPAY
                   END-IF
               ELSE
                   IF WS-RSQ-REMAINING < WS-RSQ-NEW-COINS
                       MOVE WS-RSQ-REMAINING TO WS-RSQ-NEW-COINS
                   END-IF
               END-IF
           END-IF
           .
       3450-REPLAY-OOP-MAXIMUM-EXIT.
           EXIT.

      *================================================================*
      * 3500 - CORRECT ONE CLAIM WHOSE MEMBER RESPONSIBILITY MOVED.    *
      * AS IN HCCLMADJ 2160, THE PRIOR PAYMENT REVERSES IN FULL ON     *
      * BOTH FILES; THE REPLACEMENT THEN CARRIES THE RESTATED AMOUNTS, *
      * SO THE NET ON EACH FILE IS THE PROVIDER PAYMENT AND MEMBER     *
      * LIABILITY DIFFERENCE HCREMIT REMITS.                           *
      *================================================================*
       3500-CORRECT-CLAIM.
           COMPUTE WS-RSQ-NEW-PAID =
               WS-RSQ-CLM-PAID(WS-RSQ-CLM-IDX) - WS-RSQ-MEMBER-DIFF
           IF WS-RSQ-NEW-PAID < 0
               MOVE +0 TO WS-RSQ-NEW-PAID
           END-IF
           COMPUTE WS-RSQ-NEW-NET =
               WS-RSQ-CLM-NET(WS-RSQ-CLM-IDX)
             + WS-RSQ-NEW-PAID - WS-RSQ-CLM-PAID(WS-RSQ-CLM-IDX)
           COMPUTE WS-RSQ-NEW-PAT-RESP =
               WS-RSQ-CLM-PAT-RESP(WS-RSQ-CLM-IDX)
             + WS-RSQ-MEMBER-DIFF

           MOVE WS-RSQ-CLM-NPI(WS-RSQ-CLM-IDX) TO HV-PROVIDER-NPI
           MOVE SPACES TO HV-PROVIDER-TAX-ID
           EXEC SQL
               SELECT TAX_ID
               INTO   :HV-PROVIDER-TAX-ID
               FROM   PROVIDER
               WHERE  NPI = :HV-PROVIDER-NPI
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE SPACES TO HV-PROVIDER-TAX-ID
           END-IF

      *--- RESTATE THE CLAIM ON THE DATABASE FIRST; A CLAIM THAT
      *--- CANNOT BE RESTATED WRITES NO TRANSACTIONS ---
           MOVE WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX) TO HV-CLAIM-ID
           MOVE WS-RSQ-NEW-DEDUCT TO HV-DEDUCT-AMT
           MOVE WS-RSQ-NEW-COPAY TO HV-COPAY-AMT
           MOVE WS-RSQ-NEW-COINS TO HV-COINS-AMT
           MOVE WS-RSQ-NEW-PAID TO HV-PAID-AMT
           MOVE WS-RSQ-NEW-NET TO HV-NET-AMT
           MOVE WS-RSQ-NEW-PAT-RESP TO HV-PAT-RESP-AMT

           EXEC SQL
               UPDATE CLAIM_HEADER
               SET    CLAIM_STATUS = 'AJ',
                      DEDUCTIBLE_AMOUNT = :HV-DEDUCT-AMT,
                      COPAY_AMOUNT = :HV-COPAY-AMT,
                      COINSURANCE_AMOUNT = :HV-COINS-AMT,
                      PAID_AMOUNT = :HV-PAID-AMT,
                      NET_PAYMENT = :HV-NET-AMT,
                      PATIENT_RESPONSIBILITY = :HV-PAT-RESP-AMT,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = 'HCACCRSQ'
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM HEADER RESTATEMENT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3500-CORRECT-CLAIM-EXIT
           END-IF

           PERFORM 3510-WRITE-REVERSAL
               THRU 3510-WRITE-REVERSAL-EXIT
           PERFORM 3520-WRITE-REPLACEMENT
               THRU 3520-WRITE-REPLACEMENT-EXIT

           MOVE WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX) TO EV-CLAIM-ID
           MOVE WS-RSQ-CLM-STATUS(WS-RSQ-CLM-IDX) TO EV-OLD-STATUS
           MOVE 'AJ' TO EV-NEW-STATUS
           MOVE 'HCACCRSQ' TO EV-PROGRAM
           MOVE SPACES TO EV-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO EV-TIMESTAMP
           WRITE CLAIM-EVENT-REC

           COMPUTE WS-RSQ-PAID-DIFF = WS-RSQ-PAID-DIFF
               + WS-RSQ-NEW-PAID - WS-RSQ-CLM-PAID(WS-RSQ-CLM-IDX)
           COMPUTE WS-TOT-PROVIDER-DIFF = WS-TOT-PROVIDER-DIFF
               + WS-RSQ-NEW-PAID - WS-RSQ-CLM-PAID(WS-RSQ-CLM-IDX)
           ADD WS-RSQ-MEMBER-DIFF TO WS-TOT-MEMBER-DIFF
           ADD 1 TO WS-CTR-CLAIMS-CORRECTED

           MOVE 'CLAIM RESTATED' TO WS-RPT-LABEL
           MOVE WS-RSQ-MEMBER-DIFF TO WS-EDITED-AMOUNT
           STRING WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX)
               ' DOS ' WS-RSQ-CLM-FROM-DATE(WS-RSQ-CLM-IDX)
               ' MEMBER LIABILITY CHANGE ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       3500-CORRECT-CLAIM-EXIT.
           EXIT.

       3510-WRITE-REVERSAL.
      *----------------------------------------------------------------*
      * NEGATIVE OF THE CLAIM AS IT STOOD, ON BOTH FILES               *
      *----------------------------------------------------------------*
           INITIALIZE WS-PAY-OUTPUT-REC
           MOVE WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX) TO WS-PYR-CLAIM-ID
           MOVE WS-RSQ-CLM-NPI(WS-RSQ-CLM-IDX) TO WS-PYR-PROVIDER-NPI
           MOVE HV-PROVIDER-TAX-ID TO WS-PYR-PROVIDER-TAX-ID
           MOVE WS-CURR-DATE-8 TO WS-PYR-PAYMENT-DATE
           COMPUTE WS-PYR-GROSS-PAYMENT =
               0 - WS-RSQ-CLM-PAID(WS-RSQ-CLM-IDX)
           COMPUTE WS-PYR-WITHHOLD =
               0 - WS-RSQ-CLM-WITHHOLD(WS-RSQ-CLM-IDX)
           COMPUTE WS-PYR-INTEREST =
               0 - WS-RSQ-CLM-INTEREST(WS-RSQ-CLM-IDX)
           COMPUTE WS-PYR-NET-PAYMENT =
               0 - WS-RSQ-CLM-NET(WS-RSQ-CLM-IDX)
           COMPUTE WS-PYR-PATIENT-RESP =
               0 - WS-RSQ-CLM-PAT-RESP(WS-RSQ-CLM-IDX)
           WRITE RSQ-PAY-REC FROM WS-PAY-OUTPUT-REC
           IF NOT PAY-OK
               MOVE 'REVERSAL PAYMENT WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-PAY-WRITTEN

           INITIALIZE WS-ADJ-OUTPUT-REC
           MOVE WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX) TO WS-ADJ-CLAIM-ID
           MOVE HV-MEMBER-ID TO WS-ADJ-MEMBER-ID
           MOVE WS-RSQ-CLM-NPI(WS-RSQ-CLM-IDX) TO WS-ADJ-PROVIDER-NPI
           MOVE 'VD' TO WS-ADJ-STATUS
           COMPUTE WS-ADJ-TOTAL-BILLED =
               0 - WS-RSQ-CLM-BILLED(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-ALLOWED =
               0 - WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-DEDUCTIBLE =
               0 - WS-RSQ-CLM-DEDUCT(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-COPAY =
               0 - WS-RSQ-CLM-COPAY(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-COINSURANCE =
               0 - WS-RSQ-CLM-COINS(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-COB =
               0 - WS-RSQ-CLM-COB(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-PAID =
               0 - WS-RSQ-CLM-PAID(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-WITHHOLD =
               0 - WS-RSQ-CLM-WITHHOLD(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-TOTAL-INTEREST =
               0 - WS-RSQ-CLM-INTEREST(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-NET-PAYMENT =
               0 - WS-RSQ-CLM-NET(WS-RSQ-CLM-IDX)
           COMPUTE WS-ADJ-PATIENT-RESP =
               0 - WS-RSQ-CLM-PAT-RESP(WS-RSQ-CLM-IDX)
           MOVE WS-CURR-DATE-8 TO WS-ADJ-PROCESS-DATE
           WRITE RSQ-ADJ-REC FROM WS-ADJ-OUTPUT-REC
           IF NOT ADJOUT-OK
               MOVE 'REVERSAL ADJ RECORD WRITE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-ADJ-WRITTEN
           .
       3510-WRITE-REVERSAL-EXIT.
           EXIT.

       3520-WRITE-REPLACEMENT.
      *----------------------------------------------------------------*
      * THE CLAIM AS RESTATED, ON BOTH FILES                           *
      *----------------------------------------------------------------*
           INITIALIZE WS-PAY-OUTPUT-REC
           MOVE WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX) TO WS-PYR-CLAIM-ID
           MOVE WS-RSQ-CLM-NPI(WS-RSQ-CLM-IDX) TO WS-PYR-PROVIDER-NPI
           MOVE HV-PROVIDER-TAX-ID TO WS-PYR-PROVIDER-TAX-ID
           MOVE WS-CURR-DATE-8 TO WS-PYR-PAYMENT-DATE
           MOVE WS-RSQ-NEW-PAID TO WS-PYR-GROSS-PAYMENT
           MOVE WS-RSQ-CLM-WITHHOLD(WS-RSQ-CLM-IDX) TO WS-PYR-WITHHOLD
           MOVE WS-RSQ-CLM-INTEREST(WS-RSQ-CLM-IDX) TO WS-PYR-INTEREST
           MOVE WS-RSQ-NEW-NET TO WS-PYR-NET-PAYMENT
           MOVE WS-RSQ-NEW-PAT-RESP TO WS-PYR-PATIENT-RESP
           WRITE RSQ-PAY-REC FROM WS-PAY-OUTPUT-REC
           IF NOT PAY-OK
               MOVE 'REPLACEMENT PAYMENT WRITE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-PAY-WRITTEN

           INITIALIZE WS-ADJ-OUTPUT-REC
           MOVE WS-RSQ-CLM-ID(WS-RSQ-CLM-IDX) TO WS-ADJ-CLAIM-ID
           MOVE HV-MEMBER-ID TO WS-ADJ-MEMBER-ID
           MOVE WS-RSQ-CLM-NPI(WS-RSQ-CLM-IDX) TO WS-ADJ-PROVIDER-NPI
           MOVE 'AJ' TO WS-ADJ-STATUS
           MOVE WS-RSQ-CLM-BILLED(WS-RSQ-CLM-IDX)
             TO WS-ADJ-TOTAL-BILLED
           MOVE WS-RSQ-CLM-ALLOWED(WS-RSQ-CLM-IDX)
             TO WS-ADJ-TOTAL-ALLOWED
           MOVE WS-RSQ-NEW-DEDUCT TO WS-ADJ-TOTAL-DEDUCTIBLE
           MOVE WS-RSQ-NEW-COPAY TO WS-ADJ-TOTAL-COPAY
           MOVE WS-RSQ-NEW-COINS TO WS-ADJ-TOTAL-COINSURANCE
           MOVE WS-RSQ-CLM-COB(WS-RSQ-CLM-IDX) TO WS-ADJ-TOTAL-COB
           MOVE WS-RSQ-NEW-PAID TO WS-ADJ-TOTAL-PAID
           MOVE WS-RSQ-CLM-WITHHOLD(WS-RSQ-CLM-IDX)
             TO WS-ADJ-TOTAL-WITHHOLD
           MOVE WS-RSQ-CLM-INTEREST(WS-RSQ-CLM-IDX)
             TO WS-ADJ-TOTAL-INTEREST
           MOVE WS-RSQ-NEW-NET TO WS-ADJ-NET-PAYMENT
           MOVE WS-RSQ-NEW-PAT-RESP TO WS-ADJ-PATIENT-RESP
           MOVE WS-CURR-DATE-8 TO WS-ADJ-PROCESS-DATE
           WRITE RSQ-ADJ-REC FROM WS-ADJ-OUTPUT-REC
           IF NOT ADJOUT-OK
               MOVE 'REPLACEMENT ADJ RECORD WRITE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-ADJ-WRITTEN
           .
       3520-WRITE-REPLACEMENT-EXIT.
           EXIT.

      *================================================================*
      * 3700 - SET THE MEMBER'S ACCUMULATOR ROW TO THE REPLAYED        *
      * BALANCES. THE FAMILY TOTALS MOVE BY THIS MEMBER'S CHANGE ONLY; *
      * ANNUAL AND LIFETIME MOVE BY THE CHANGE IN PLAN PAYMENT.        *
      *================================================================*
       3700-RESTATE-ACCUMULATORS.
           COMPUTE WS-RSQ-NEW-ANNUAL =
               WS-RSQ-OLD-ANNUAL + WS-RSQ-PAID-DIFF
           COMPUTE WS-RSQ-NEW-LIFETIME =
               WS-RSQ-OLD-LIFETIME + WS-RSQ-PAID-DIFF

           IF WS-RSQ-RUN-IND-DED = WS-RSQ-OLD-IND-DED
              AND WS-RSQ-RUN-FAM-DED = WS-RSQ-OLD-FAM-DED
              AND WS-RSQ-RUN-IND-OOP = WS-RSQ-OLD-IND-OOP
              AND WS-RSQ-RUN-FAM-OOP = WS-RSQ-OLD-FAM-OOP
              AND WS-RSQ-PAID-DIFF = 0
               GO TO 3700-RESTATE-ACCUMULATORS-EXIT
           END-IF

           MOVE WS-RSQ-RUN-IND-DED TO HV-IND-DED
           MOVE WS-RSQ-RUN-FAM-DED TO HV-FAM-DED
           MOVE WS-RSQ-RUN-IND-OOP TO HV-IND-OOP
           MOVE WS-RSQ-RUN-FAM-OOP TO HV-FAM-OOP
           MOVE WS-RSQ-NEW-ANNUAL TO HV-ANNUAL
           MOVE WS-RSQ-NEW-LIFETIME TO HV-LIFETIME

           EXEC SQL
               UPDATE BENEFIT_ACCUMULATORS
               SET    INN_DEDUCTIBLE_USED = :HV-IND-DED,
                      FAM_DEDUCTIBLE_USED = :HV-FAM-DED,
                      INN_OOP_USED = :HV-IND-OOP,
                      FAM_OOP_USED = :HV-FAM-OOP,
                      ANNUAL_USED = :HV-ANNUAL,
                      LIFETIME_USED = :HV-LIFETIME,
                      LAST_UPDATE_TIMESTAMP = GETDATE()
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
               AND    PLAN_CODE = :HV-PLAN-CODE
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ACCUMULATOR RESTATEMENT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3700-RESTATE-ACCUMULATORS-EXIT
           END-IF

           MOVE 'DED' TO HV-ACCUM-TYPE
           MOVE WS-RSQ-OLD-IND-DED TO HV-BEFORE-VALUE
           MOVE WS-RSQ-RUN-IND-DED TO HV-AFTER-VALUE
           PERFORM 3710-JOURNAL-ONE-TYPE
           MOVE 'FDD' TO HV-ACCUM-TYPE
           MOVE WS-RSQ-OLD-FAM-DED TO HV-BEFORE-VALUE
           MOVE WS-RSQ-RUN-FAM-DED TO HV-AFTER-VALUE
           PERFORM 3710-JOURNAL-ONE-TYPE
           MOVE 'OOP' TO HV-ACCUM-TYPE
           MOVE WS-RSQ-OLD-IND-OOP TO HV-BEFORE-VALUE
           MOVE WS-RSQ-RUN-IND-OOP TO HV-AFTER-VALUE
           PERFORM 3710-JOURNAL-ONE-TYPE
           MOVE 'FOP' TO HV-ACCUM-TYPE
           MOVE WS-RSQ-OLD-FAM-OOP TO HV-BEFORE-VALUE
           MOVE WS-RSQ-RUN-FAM-OOP TO HV-AFTER-VALUE
           PERFORM 3710-JOURNAL-ONE-TYPE
           MOVE 'ANN' TO HV-ACCUM-TYPE
           MOVE WS-RSQ-OLD-ANNUAL TO HV-BEFORE-VALUE
           MOVE WS-RSQ-NEW-ANNUAL TO HV-AFTER-VALUE
           PERFORM 3710-JOURNAL-ONE-TYPE
           MOVE 'LTM' TO HV-ACCUM-TYPE
           MOVE WS-RSQ-OLD-LIFETIME TO HV-BEFORE-VALUE
           MOVE WS-RSQ-NEW-LIFETIME TO HV-AFTER-VALUE
           PERFORM 3710-JOURNAL-ONE-TYPE
           .
       3700-RESTATE-ACCUMULATORS-EXIT.
           EXIT.

       3710-JOURNAL-ONE-TYPE.
      *----------------------------------------------------------------*
      * ONE ACCUM_JOURNAL ROW FOR A TYPE THE RESTATEMENT MOVED         *
      *----------------------------------------------------------------*
           IF HV-BEFORE-VALUE NOT = HV-AFTER-VALUE
               EXEC SQL
                   INSERT INTO ACCUM_JOURNAL
                       (MEMBER_ID, PLAN_YEAR, ACCUM_TYPE,
                        BEFORE_VALUE, AFTER_VALUE,
                        UPDATE_PROGRAM, REFERENCE_ID,
                        JOURNAL_TIMESTAMP)
                   VALUES
                       (:HV-MEMBER-ID, :HV-PLAN-YEAR,
                        :HV-ACCUM-TYPE, :HV-BEFORE-VALUE,
                        :HV-AFTER-VALUE,
                        'HCACCRSQ', 'RESEQUENCE', GETDATE())
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-TYPES-RESTATED
               END-IF
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCACCRSQ' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCACCRSQ - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCACCRSQ - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCACCRSQ - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO RSQ-CONTROL-RPT-REC
           WRITE RSQ-CONTROL-RPT-REC
           MOVE 'REQUESTS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-REQUESTS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBER YEARS RESEQUENCED' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBERS-RESEQ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS REPLAYED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-REPLAYED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-CORRECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ADJUDICATION RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-CTR-ADJ-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PAYMENT RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-CTR-PAY-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NET PROVIDER PAYMENT CHANGE' TO WS-RPT-LABEL
           MOVE WS-TOT-PROVIDER-DIFF TO WS-EDITED-AMOUNT
           MOVE WS-EDITED-AMOUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NET MEMBER LIABILITY CHANGE' TO WS-RPT-LABEL
           MOVE WS-TOT-MEMBER-DIFF TO WS-EDITED-AMOUNT
           MOVE WS-EDITED-AMOUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ACCUM TYPES RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-TYPES-RESTATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'REQUESTS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCACCRSQ - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'REQUESTS READ:      ' WS-CTR-REQUESTS-READ
           DISPLAY 'MEMBER YEARS:       ' WS-CTR-MEMBERS-RESEQ
           DISPLAY 'CLAIMS REPLAYED:    ' WS-CTR-CLAIMS-REPLAYED
           DISPLAY 'CLAIMS RESTATED:    ' WS-CTR-CLAIMS-CORRECTED
           DISPLAY 'TYPES RESTATED:     ' WS-CTR-TYPES-RESTATED
           DISPLAY 'REQUESTS REJECTED:  ' WS-CTR-REJECTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE RSQ-CONTROL-FILE
           CLOSE RSQ-ADJ-FILE
           CLOSE RSQ-PAY-FILE
           CLOSE RSQ-EVENT-FILE
           CLOSE RSQ-CONTROL-RPT
           .
