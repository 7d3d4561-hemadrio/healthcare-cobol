       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCFFMREC.
      *================================================================*
      * PROGRAM:     HCFFMREC                                          *
      * DESCRIPTION: FEDERALLY FACILITATED MARKETPLACE (FFM) MONTHLY   *
      *              ENROLLMENT RECONCILIATION. PARSES THE CMS MONTHLY *
      *              RECONCILIATION (RCNI) FILE, STAGES EACH MEMBER    *
      *              ON FFM_RECON_MEMBER AND MATCHES IT TO THE MEMBER  *
      *              SPAN ON T_MEMBER_ELIG AND THE OPEN APTC/CSR ROW   *
      *              ON T_APTC_DETAIL. EVERY DISCREPANCY IS FILED ON   *
      *              FFM_RECON_DISCREPANCY UNDER THE MARKETPLACE       *
      *              DISPUTE CATEGORIES (COVERAGE START, COVERAGE      *
      *              END, EFFECTUATION, APTC, PREMIUM, CSR, MEMBER     *
      *              MISSING ON THE ISSUER SIDE, MEMBER MISSING ON     *
      *              THE FFM SIDE) AND WRITTEN TO THE OUTBOUND         *
      *              RECONCILIATION RESPONSE FILE. KEYED DECISIONS     *
      *              (FFMCONF) CLOSE A DISCREPANCY; A CONFIRMED        *
      *              CORRECTION IS WRITTEN AS AN ENRL834-LAYOUT        *
      *              TRANSACTION FOR HCELIGVR TO APPLY.                *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  FFMCTRL  - RUN CONTROL CARD                      *
      *               FFMRCNI  - CMS MONTHLY RECONCILIATION FILE       *
      *               FFMCONF  - KEYED DISCREPANCY DECISIONS (80)      *
      * OUTPUT FILES: FFMRESP  - OUTBOUND RECONCILIATION RESPONSE      *
      *               FFM834   - CORRECTIONS (ENRL834 LAYOUT)          *
      *               FFMRPT   - RECONCILIATION CONTROL REPORT         *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 AHUANG   INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFM-CONTROL-FILE
               ASSIGN TO FFMCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT FFM-RCNI-FILE
               ASSIGN TO FFMRCNI
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCNI-STATUS.

           SELECT FFM-CONFIRM-FILE
               ASSIGN TO FFMCONF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCNF-STATUS.

           SELECT FFM-RESPONSE-FILE
               ASSIGN TO FFMRESP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FRSP-STATUS.

           SELECT CORR-834-FILE
               ASSIGN TO FFM834
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-F834-STATUS.

           SELECT FFM-CONTROL-RPT
               ASSIGN TO FFMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTROL CARD: ISSUER HIOS ID (MUST MATCH THE RCNI HEADER),     *
      * PRODUCTION/TEST, AND THE APTC AND PREMIUM DOLLAR TOLERANCES    *
      * BELOW WHICH A DIFFERENCE IS NOT TREATED AS A DISCREPANCY       *
      *----------------------------------------------------------------*
       FD  FFM-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FFM-CONTROL-REC.
           05  CC-ISSUER-HIOS-ID        PIC X(05).
           05  CC-PROD-TEST-IND         PIC X(01).
           05  CC-APTC-TOLERANCE        PIC 9(03)V99.
           05  CC-PREMIUM-TOLERANCE     PIC 9(03)V99.
           05  FILLER                   PIC X(64).

      *----------------------------------------------------------------*
      * CMS MONTHLY RECONCILIATION FILE - 300 BYTES. HEADER (HDR),     *
      * ONE DETAIL (DTL) PER MEMBER ON AN FFM POLICY, TRAILER (TRL).   *
      * APTC AND TOTAL PREMIUM ARE POLICY-LEVEL AND ARE COMPARED ON    *
      * THE SUBSCRIBER'S DETAIL ONLY.                                  *
      *----------------------------------------------------------------*
       FD  FFM-RCNI-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FFM-RCNI-REC.
           05  RC-RECORD-TYPE           PIC X(03).
               88  RC-HEADER            VALUE 'HDR'.
               88  RC-DETAIL            VALUE 'DTL'.
               88  RC-TRAILER           VALUE 'TRL'.
           05  RC-REC-BODY              PIC X(297).
           05  RC-HDR-BODY REDEFINES RC-REC-BODY.
               10  RC-HDR-ISSUER-ID     PIC X(05).
               10  RC-HDR-RECON-MONTH   PIC 9(06).
               10  RC-HDR-FILE-DATE     PIC X(08).
               10  FILLER               PIC X(278).
           05  RC-DTL-BODY REDEFINES RC-REC-BODY.
               10  RC-POLICY-ID         PIC X(12).
               10  RC-EXCH-MEMBER-ID    PIC X(12).
               10  RC-ISSUER-MEMBER-ID  PIC X(12).
               10  RC-SUBSCRIBER-IND    PIC X(01).
                   88  RC-IS-SUBSCRIBER VALUE 'Y'.
               10  RC-RELATION-CODE     PIC X(02).
               10  RC-SSN               PIC X(09).
               10  RC-LAST-NAME         PIC X(30).
               10  RC-FIRST-NAME        PIC X(20).
               10  RC-DOB               PIC X(08).
               10  RC-GENDER            PIC X(01).
               10  RC-HIOS-PLAN-ID      PIC X(16).
               10  RC-BENEFIT-START     PIC X(08).
               10  RC-BENEFIT-END       PIC X(08).
               10  RC-EFFECTUATED-IND   PIC X(01).
                   88  RC-EFFECTUATED   VALUE 'Y'.
               10  RC-APTC-AMOUNT       PIC 9(07)V99.
               10  RC-TOTAL-PREMIUM     PIC 9(07)V99.
               10  RC-CSR-VARIANT       PIC X(02).
               10  FILLER               PIC X(137).
           05  RC-TRL-BODY REDEFINES RC-REC-BODY.
               10  RC-TRL-DETAIL-COUNT  PIC 9(07).
               10  FILLER               PIC X(290).

      *----------------------------------------------------------------*
      * KEYED DECISIONS - ONE PER DISCREPANCY REVIEWED. MEMBER ID IS   *
      * THE ID THE DISCREPANCY WAS FILED UNDER ON THE REPORT.          *
      *----------------------------------------------------------------*
       FD  FFM-CONFIRM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FFM-CONFIRM-REC.
           05  FC-RECON-MONTH           PIC 9(06).
           05  FC-MEMBER-ID             PIC X(12).
           05  FC-CATEGORY              PIC X(03).
           05  FC-ACTION                PIC X(01).
               88  FC-CONFIRM           VALUE 'C'.
               88  FC-REJECT            VALUE 'R'.
           05  FC-KEYED-BY              PIC X(08).
           05  FILLER                   PIC X(50).

       FD  FFM-RESPONSE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FFM-RESPONSE-REC             PIC X(200).

       FD  CORR-834-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CORR-834-REC                 PIC X(500).

       FD  FFM-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FFM-CONTROL-RPT-REC          PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-FCTL-STATUS           PIC X(02).
           05  WS-RCNI-STATUS           PIC X(02).
               88  RCNI-OK              VALUE '00'.
           05  WS-FCNF-STATUS           PIC X(02).
               88  FCNF-OK              VALUE '00'.
           05  WS-FRSP-STATUS           PIC X(02).
               88  FRSP-OK              VALUE '00'.
           05  WS-F834-STATUS           PIC X(02).
               88  F834-OK              VALUE '00'.
           05  WS-FRPT-STATUS           PIC X(02).
               88  FRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RCNI-EOF-SW           PIC X(01) VALUE 'N'.
               88  RCNI-AT-EOF          VALUE 'Y'.
           05  WS-FCNF-EOF-SW           PIC X(01) VALUE 'N'.
               88  FCNF-AT-EOF          VALUE 'Y'.
           05  WS-CURS-EOF-SW           PIC X(01).
               88  CURSOR-AT-EOF        VALUE 'Y'.
           05  WS-HEADER-SEEN-SW        PIC X(01) VALUE 'N'.
               88  HEADER-SEEN          VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW       PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN         VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW       PIC X(01).
               88  MEMBER-FOUND         VALUE 'Y'.
           05  WS-CORR-BUILT-SW         PIC X(01).
               88  CORRECTION-BUILT     VALUE 'Y'.
           05  WS-CMS-EFFECTUATED-SW    PIC X(01).
               88  CMS-EFFECTUATED      VALUE 'Y'.
           05  WS-ISS-EFFECTUATED-SW    PIC X(01).
               88  ISSUER-EFFECTUATED   VALUE 'Y'.

      *----------------------------------------------------------------*
      * MARKETPLACE DISPUTE CATEGORIES                                 *
      *----------------------------------------------------------------*
       01  WS-CATEGORY-VALUES.
           05  FILLER                   PIC X(03) VALUE 'CSD'.
           05  FILLER                   PIC X(30)
               VALUE 'COVERAGE START DATE'.
           05  FILLER                   PIC X(03) VALUE 'CED'.
           05  FILLER                   PIC X(30)
               VALUE 'COVERAGE END DATE'.
           05  FILLER                   PIC X(03) VALUE 'EFF'.
           05  FILLER                   PIC X(30)
               VALUE 'EFFECTUATION STATUS'.
           05  FILLER                   PIC X(03) VALUE 'APT'.
           05  FILLER                   PIC X(30)
               VALUE 'APTC AMOUNT'.
           05  FILLER                   PIC X(03) VALUE 'PRM'.
           05  FILLER                   PIC X(30)
               VALUE 'TOTAL PREMIUM'.
           05  FILLER                   PIC X(03) VALUE 'CSR'.
           05  FILLER                   PIC X(30)
               VALUE 'CSR VARIANT'.
           05  FILLER                   PIC X(03) VALUE 'MIS'.
           05  FILLER                   PIC X(30)
               VALUE 'MEMBER MISSING - ISSUER'.
           05  FILLER                   PIC X(03) VALUE 'MFF'.
           05  FILLER                   PIC X(30)
               VALUE 'MEMBER MISSING - FFM'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CAT-ENTRY OCCURS 8 TIMES.
               10  WS-CAT-CODE          PIC X(03).
               10  WS-CAT-DESC          PIC X(30).
       01  WS-CATEGORY-COUNTS.
           05  WS-CAT-COUNT             PIC 9(07) OCCURS 8 TIMES.

      *----------------------------------------------------------------*
      * DISCREPANCY BEING FILED                                        *
      *----------------------------------------------------------------*
       01  WS-DISCREPANCY.
           05  WS-DSC-CATEGORY          PIC X(03).
               88  DSC-COVERAGE-START   VALUE 'CSD'.
               88  DSC-COVERAGE-END     VALUE 'CED'.
               88  DSC-EFFECTUATION     VALUE 'EFF'.
               88  DSC-APTC             VALUE 'APT'.
               88  DSC-PREMIUM          VALUE 'PRM'.
               88  DSC-CSR              VALUE 'CSR'.
               88  DSC-MISSING-ISSUER   VALUE 'MIS'.
               88  DSC-MISSING-FFM      VALUE 'MFF'.
           05  WS-DSC-MEMBER-ID         PIC X(12).
           05  WS-DSC-POLICY-ID         PIC X(12).
           05  WS-DSC-EXCH-MEMBER-ID    PIC X(12).
           05  WS-DSC-HIOS-PLAN-ID      PIC X(16).
           05  WS-DSC-CMS-VALUE         PIC X(20).
           05  WS-DSC-ISSUER-VALUE      PIC X(20).

      *----------------------------------------------------------------*
      * OUTBOUND RECONCILIATION RESPONSE - 200 BYTES. HEADER (HDR),    *
      * ONE DETAIL (DTL) PER DISCREPANCY, TRAILER (TRL)                *
      *----------------------------------------------------------------*
       01  WS-RESP-REC.
           05  RS-RECORD-TYPE           PIC X(03).
           05  RS-REC-BODY              PIC X(197).
           05  RS-HDR-BODY REDEFINES RS-REC-BODY.
               10  RS-HDR-ISSUER-ID     PIC X(05).
               10  RS-HDR-RECON-MONTH   PIC 9(06).
               10  RS-HDR-CREATE-DATE   PIC 9(08).
               10  RS-HDR-PROD-TEST     PIC X(01).
               10  FILLER               PIC X(177).
           05  RS-DTL-BODY REDEFINES RS-REC-BODY.
               10  RS-DTL-POLICY-ID     PIC X(12).
               10  RS-DTL-EXCH-MEMBER   PIC X(12).
               10  RS-DTL-ISSUER-MEMBER PIC X(12).
               10  RS-DTL-HIOS-PLAN-ID  PIC X(16).
               10  RS-DTL-CATEGORY      PIC X(03).
               10  RS-DTL-CMS-VALUE     PIC X(20).
               10  RS-DTL-ISSUER-VALUE  PIC X(20).
               10  FILLER               PIC X(102).
           05  RS-TRL-BODY REDEFINES RS-REC-BODY.
               10  RS-TRL-DETAIL-COUNT  PIC 9(07).
               10  FILLER               PIC X(190).

      *--- ENRL834 INPUT LAYOUT FOR THE CONFIRMED CORRECTIONS ---
       01  WS-CORR-834-FIELDS.
           05  WC-TRANS-TYPE            PIC X(03).
           05  WC-MEMBER-SSN            PIC X(09).
           05  WC-MEMBER-ID             PIC X(12).
           05  WC-SUBSCRIBER-IND        PIC X(01).
           05  WC-RELATION-CODE         PIC X(02).
           05  WC-LAST-NAME             PIC X(30).
           05  WC-FIRST-NAME            PIC X(20).
           05  WC-MIDDLE-INIT           PIC X(01).
           05  WC-DOB                   PIC X(08).
           05  WC-GENDER                PIC X(01).
           05  WC-EFF-DATE              PIC X(08).
           05  WC-TERM-DATE             PIC X(08).
           05  WC-PLAN-CODE             PIC X(08).
           05  WC-PRIOR-PLAN-CODE       PIC X(08).
           05  WC-GROUP-NUMBER          PIC X(10).
           05  WC-DIVISION-CODE         PIC X(04).
           05  WC-CLASS-CODE            PIC X(04).
           05  WC-COVERAGE-LEVEL        PIC X(02).
           05  WC-COBRA-QUAL-EVENT      PIC X(02).
           05  WC-COBRA-EVENT-DATE      PIC X(08).
           05  WC-ACA-EXCHANGE-IND      PIC X(01).
           05  WC-APTC-AMOUNT           PIC S9(07)V99.
           05  WC-CSR-LEVEL             PIC X(02).
           05  WC-METAL-TIER            PIC X(02).
           05  WC-SPEC-ENRL-REASON      PIC X(03).
           05  WC-PCP-NPI               PIC X(10).
           05  WC-TERM-REASON-CODE      PIC X(03).
           05  FILLER                   PIC X(321) VALUE SPACES.

       01  WS-DB-HOST-VARS.
           05  HV-RECON-MONTH           PIC 9(06).
           05  HV-MONTH-START           PIC X(08).
           05  HV-MONTH-END             PIC X(08).
           05  HV-RUN-DATE              PIC 9(08).
      *--- ISSUER MEMBER SPAN (T_MEMBER_ELIG) ---
           05  HV-ME-MEMBER-ID          PIC X(12).
           05  HV-ME-SUBSCRIBER-ID      PIC X(12).
           05  HV-ME-SSN                PIC X(09).
           05  HV-ME-LAST-NAME          PIC X(30).
           05  HV-ME-FIRST-NAME         PIC X(20).
           05  HV-ME-DOB                PIC X(08).
           05  HV-ME-GENDER             PIC X(01).
           05  HV-ME-RELATION-CODE      PIC X(02).
           05  HV-ME-PLAN-CODE          PIC X(08).
           05  HV-ME-COVERAGE-LEVEL     PIC X(02).
           05  HV-ME-GROUP-NUM          PIC X(10).
           05  HV-ME-EFF-DATE           PIC X(08).
           05  HV-ME-TERM-DATE          PIC X(08).
           05  HV-ME-STATUS             PIC X(01).
           05  HV-ME-METAL-TIER         PIC X(02).
           05  HV-ME-PCP-NPI            PIC X(10).
      *--- OPEN APTC / CSR ROW (T_APTC_DETAIL) ---
           05  HV-AX-APTC-AMOUNT        PIC S9(07)V99 COMP-3.
           05  HV-AX-CSR-LEVEL          PIC X(02).
           05  HV-PREMIUM-AMOUNT        PIC S9(07)V99 COMP-3.
      *--- STAGED CMS MEMBER (FFM_RECON_MEMBER) ---
           05  HV-RM-POLICY-ID          PIC X(12).
           05  HV-RM-EXCH-MEMBER-ID     PIC X(12).
           05  HV-RM-MEMBER-ID          PIC X(12).
           05  HV-RM-SUBSCRIBER-IND     PIC X(01).
           05  HV-RM-RELATION-CODE      PIC X(02).
           05  HV-RM-SSN                PIC X(09).
           05  HV-RM-LAST-NAME          PIC X(30).
           05  HV-RM-FIRST-NAME         PIC X(20).
           05  HV-RM-DOB                PIC X(08).
           05  HV-RM-GENDER             PIC X(01).
           05  HV-RM-HIOS-PLAN-ID       PIC X(16).
           05  HV-RM-BENEFIT-START      PIC X(08).
           05  HV-RM-BENEFIT-END        PIC X(08).
           05  HV-RM-EFFECTUATED-IND    PIC X(01).
           05  HV-RM-APTC-AMOUNT        PIC S9(07)V99 COMP-3.
           05  HV-RM-TOTAL-PREMIUM      PIC S9(07)V99 COMP-3.
           05  HV-RM-CSR-VARIANT        PIC X(02).
      *--- DISCREPANCY / DECISION ---
           05  HV-DS-CMS-VALUE          PIC X(20).
           05  HV-DS-ISSUER-VALUE       PIC X(20).
           05  HV-EXCHANGE-PLAN-ID      PIC X(14).
           05  HV-MAP-PLAN-CODE         PIC X(08).
           05  HV-MAP-METAL-TIER        PIC X(02).
           05  HV-MAP-GROUP-NUM         PIC X(10).
           05  HV-SPOUSE-COUNT          PIC S9(05) COMP-3.
           05  HV-CHILD-COUNT           PIC S9(05) COMP-3.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RCNI-READ         PIC 9(07) VALUE 0.
           05  WS-CTR-DETAILS-READ      PIC 9(07) VALUE 0.
           05  WS-CTR-MATCHED           PIC 9(07) VALUE 0.
           05  WS-CTR-CLEAN             PIC 9(07) VALUE 0.
           05  WS-CTR-DISCREPANCIES     PIC 9(07) VALUE 0.
           05  WS-CTR-ALREADY-DECIDED   PIC 9(07) VALUE 0.
           05  WS-CTR-FFM-MISSING       PIC 9(07) VALUE 0.
           05  WS-CTR-CONFIRMS-READ     PIC 9(07) VALUE 0.
           05  WS-CTR-CONFIRMED         PIC 9(07) VALUE 0.
           05  WS-CTR-REJECTED          PIC 9(07) VALUE 0.
           05  WS-CTR-DECISION-SKIPPED  PIC 9(07) VALUE 0.
           05  WS-CTR-834-WRITTEN       PIC 9(07) VALUE 0.
           05  WS-CTR-RESP-DETAILS      PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
           05  WS-CAT-IDX               PIC 9(02).
           05  WS-DISCREPANCY-COUNT     PIC 9(03).
           05  WS-YEAR-END              PIC X(08).
           05  WS-CMS-END-NORM          PIC X(08).
           05  WS-ISS-END-NORM          PIC X(08).
           05  WS-ISS-CSR-LEVEL         PIC X(02).
           05  WS-AMT-DIFF              PIC S9(07)V99 COMP-3.
           05  WS-DATE-NUM              PIC 9(08).
           05  WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
               10  WS-DATE-YYYY         PIC 9(04).
               10  WS-DATE-MM           PIC 9(02).
               10  WS-DATE-DD           PIC 9(02).
           05  WS-PRIOR-MONTH-END       PIC X(08).
           05  WS-DISP-AMT              PIC ZZZ,ZZ9.99.
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
               VALUE 'FFM MONTHLY ENROLLMENT RECONCILIATION'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO           PIC Z,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL             PIC X(40).
           05  FILLER                   PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE             PIC X(89).

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - APPLY THE DECISIONS KEYED AGAINST EARLIER RUNS,     *
      * THEN RECONCILE THIS MONTH'S CMS FILE                           *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-APPLY-CONFIRMATIONS
               THRU 2000-APPLY-CONFIRMATIONS-EXIT
           PERFORM 3000-RECONCILE-RCNI-FILE
               THRU 3000-RECONCILE-RCNI-FILE-EXIT
           IF HEADER-SEEN
               PERFORM 4000-FIND-MISSING-ON-FFM
                   THRU 4000-FIND-MISSING-ON-FFM-EXIT
               PERFORM 1500-WRITE-RESPONSE-TRAILER
           END-IF
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
           INITIALIZE WS-CATEGORY-COUNTS

           OPEN INPUT FFM-CONTROL-FILE
           IF WS-FCTL-STATUS NOT = '00'
               MOVE 'FFM-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ FFM-CONTROL-FILE
           IF WS-FCTL-STATUS NOT = '00'
               MOVE 'FFM CONTROL CARD MISSING' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE FFM-CONTROL-FILE

           IF CC-ISSUER-HIOS-ID = SPACES
               MOVE 'ISSUER HIOS ID REQUIRED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF CC-APTC-TOLERANCE NOT NUMERIC
               MOVE 1.00 TO CC-APTC-TOLERANCE
           END-IF
           IF CC-PREMIUM-TOLERANCE NOT NUMERIC
               MOVE 1.00 TO CC-PREMIUM-TOLERANCE
           END-IF

           OPEN INPUT FFM-RCNI-FILE
           IF NOT RCNI-OK
               DISPLAY 'HCFFMREC - NO RCNI FILE - DECISIONS ONLY'
               SET RCNI-AT-EOF TO TRUE
           END-IF

           OPEN INPUT FFM-CONFIRM-FILE
           IF NOT FCNF-OK
               DISPLAY 'HCFFMREC - NO DECISIONS - RECONCILE ONLY'
               SET FCNF-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT FFM-RESPONSE-FILE
                       CORR-834-FILE
                       FFM-CONTROL-RPT
           IF NOT FRSP-OK OR NOT F834-OK OR NOT FRPT-OK
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
           WRITE FFM-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE FFM-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO FFM-CONTROL-RPT-REC
           WRITE FFM-CONTROL-RPT-REC
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
           WRITE FFM-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-RPT-LABEL WS-RPT-VALUE
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

           DISPLAY 'HCFFMREC - DATABASE CONNECTION ESTABLISHED'
           .

       1300-COMPUTE-MONTH-BOUNDS.
      *----------------------------------------------------------------*
      * FIRST AND LAST DAY OF THE RECONCILIATION MONTH, AND THE LAST   *
      * DAY OF THE MONTH BEFORE IT                                     *
      *----------------------------------------------------------------*
           COMPUTE WS-DATE-NUM = HV-RECON-MONTH * 100 + 1
           MOVE WS-DATE-NUM TO HV-MONTH-START
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
           MOVE WS-DATE-NUM TO WS-PRIOR-MONTH-END

           MOVE HV-MONTH-START TO WS-DATE-NUM
           IF WS-DATE-MM = 12
               ADD 1 TO WS-DATE-YYYY
               MOVE 1 TO WS-DATE-MM
           ELSE
               ADD 1 TO WS-DATE-MM
           END-IF
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
           MOVE WS-DATE-NUM TO HV-MONTH-END
           .

       1400-WRITE-RESPONSE-HEADER.
           MOVE SPACES TO WS-RESP-REC
           MOVE 'HDR' TO RS-RECORD-TYPE
           MOVE CC-ISSUER-HIOS-ID TO RS-HDR-ISSUER-ID
           MOVE HV-RECON-MONTH TO RS-HDR-RECON-MONTH
           MOVE WS-CURR-DATE-8 TO RS-HDR-CREATE-DATE
           IF CC-PROD-TEST-IND = 'T'
               MOVE 'T' TO RS-HDR-PROD-TEST
           ELSE
               MOVE 'P' TO RS-HDR-PROD-TEST
           END-IF
           WRITE FFM-RESPONSE-REC FROM WS-RESP-REC
           .

       1500-WRITE-RESPONSE-TRAILER.
           MOVE SPACES TO WS-RESP-REC
           MOVE 'TRL' TO RS-RECORD-TYPE
           MOVE WS-CTR-RESP-DETAILS TO RS-TRL-DETAIL-COUNT
           WRITE FFM-RESPONSE-REC FROM WS-RESP-REC
           .

      *================================================================*
      * 2000 - APPLY THE KEYED DECISIONS. A REJECTED DISCREPANCY IS    *
      * CLOSED AS IS; A CONFIRMED ONE IS CLOSED AND ITS CORRECTION     *
      * WRITTEN IN THE ENRL834 LAYOUT FOR HCELIGVR                     *
      *================================================================*
       2000-APPLY-CONFIRMATIONS.
           PERFORM UNTIL FCNF-AT-EOF
               READ FFM-CONFIRM-FILE
                   AT END
                       SET FCNF-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-CONFIRMS-READ
                       PERFORM 2100-APPLY-ONE-DECISION
                           THRU 2100-APPLY-ONE-DECISION-EXIT
               END-READ
           END-PERFORM
           .
       2000-APPLY-CONFIRMATIONS-EXIT.
           EXIT.

       2100-APPLY-ONE-DECISION.
           MOVE FC-RECON-MONTH TO HV-RECON-MONTH
           MOVE FC-MEMBER-ID TO HV-ME-MEMBER-ID
           MOVE FC-CATEGORY TO WS-DSC-CATEGORY
           MOVE FC-MEMBER-ID TO WS-DSC-MEMBER-ID

           EXEC SQL
               SELECT CMS_VALUE, ISSUER_VALUE
               INTO   :HV-DS-CMS-VALUE, :HV-DS-ISSUER-VALUE
               FROM   FFM_RECON_DISCREPANCY
               WHERE  RECON_MONTH = :HV-RECON-MONTH
               AND    MEMBER_ID = :HV-ME-MEMBER-ID
               AND    CATEGORY = :WS-DSC-CATEGORY
               AND    STATUS = 'O'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-DECISION-SKIPPED
               MOVE 'DECISION SKIPPED' TO WS-RPT-LABEL
               STRING FC-MEMBER-ID ' ' FC-CATEGORY ' '
                   FC-RECON-MONTH ' - NO OPEN DISCREPANCY'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-DECISION-EXIT
           END-IF

           IF FC-REJECT
               EXEC SQL
                   UPDATE FFM_RECON_DISCREPANCY
                   SET    STATUS = 'R',
                          DECIDED_BY = :FC-KEYED-BY,
                          DECIDED_DATE = :HV-RUN-DATE
                   WHERE  RECON_MONTH = :HV-RECON-MONTH
                   AND    MEMBER_ID = :HV-ME-MEMBER-ID
                   AND    CATEGORY = :WS-DSC-CATEGORY
                   AND    STATUS = 'O'
               END-EXEC
               ADD 1 TO WS-CTR-REJECTED
               GO TO 2100-APPLY-ONE-DECISION-EXIT
           END-IF

           IF NOT FC-CONFIRM
               ADD 1 TO WS-CTR-DECISION-SKIPPED
               MOVE 'DECISION SKIPPED' TO WS-RPT-LABEL
               STRING FC-MEMBER-ID ' ' FC-CATEGORY
                   ' - ACTION NOT C OR R'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-DECISION-EXIT
           END-IF

           PERFORM 1300-COMPUTE-MONTH-BOUNDS
           MOVE 'N' TO WS-CORR-BUILT-SW

      *--- CMS SIDE: THE STAGED RCNI DETAIL (NONE FOR MFF) ---
           IF NOT DSC-MISSING-FFM
               PERFORM 2200-LOAD-STAGED-MEMBER
               IF WS-SQLCODE NOT = 0
                   MOVE 'CONFIRMATION NOT APPLIED' TO WS-RPT-LABEL
                   STRING FC-MEMBER-ID ' ' FC-CATEGORY
                       ' - RCNI DETAIL NOT STAGED'
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1150-WRITE-DETAIL-LINE
                   GO TO 2100-APPLY-ONE-DECISION-EXIT
               END-IF
               MOVE HV-RM-BENEFIT-START(1:4) TO WS-YEAR-END(1:4)
               MOVE '1231' TO WS-YEAR-END(5:4)
               MOVE HV-RM-BENEFIT-END TO WS-CMS-END-NORM
               IF WS-CMS-END-NORM = SPACES
                  OR WS-CMS-END-NORM > WS-YEAR-END
                   MOVE WS-YEAR-END TO WS-CMS-END-NORM
               END-IF
           END-IF

      *--- ISSUER SIDE: THE MEMBER SPAN (NONE FOR MIS) ---
           IF NOT DSC-MISSING-ISSUER
               PERFORM 2300-LOAD-ISSUER-MEMBER
                   THRU 2300-LOAD-ISSUER-MEMBER-EXIT
               IF NOT MEMBER-FOUND
                   MOVE 'CONFIRMATION NOT APPLIED' TO WS-RPT-LABEL
                   STRING FC-MEMBER-ID ' ' FC-CATEGORY
                       ' - MEMBER SPAN NOT FOUND'
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1150-WRITE-DETAIL-LINE
                   GO TO 2100-APPLY-ONE-DECISION-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DSC-COVERAGE-START
                   PERFORM 2400-CORRECT-COVERAGE-START
               WHEN DSC-COVERAGE-END
               WHEN DSC-EFFECTUATION
                   PERFORM 2450-CORRECT-COVERAGE-END
               WHEN DSC-APTC
               WHEN DSC-CSR
                   PERFORM 2500-CORRECT-APTC-CSR
                       THRU 2500-CORRECT-APTC-CSR-EXIT
               WHEN DSC-MISSING-ISSUER
                   PERFORM 2600-CORRECT-MISSING-ISSUER
                       THRU 2600-CORRECT-MISSING-ISSUER-EXIT
               WHEN DSC-MISSING-FFM
                   PERFORM 2700-CORRECT-MISSING-FFM
                       THRU 2700-CORRECT-MISSING-FFM-EXIT
      *--- PREMIUM IS A RATE TABLE MATTER - NO ENROLLMENT CHANGE ---
               WHEN DSC-PREMIUM
                   SET CORRECTION-BUILT TO TRUE
                   MOVE 'PREMIUM CONFIRMED - RATE REVIEW'
                     TO WS-RPT-LABEL
                   STRING FC-MEMBER-ID ' CMS ' HV-DS-CMS-VALUE
                       ' ISSUER ' HV-DS-ISSUER-VALUE
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1150-WRITE-DETAIL-LINE
           END-EVALUATE

           IF NOT CORRECTION-BUILT
               MOVE 'CONFIRMATION NOT APPLIED' TO WS-RPT-LABEL
               STRING FC-MEMBER-ID ' ' FC-CATEGORY
                   ' - NO CORRECTION COULD BE BUILT'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-DECISION-EXIT
           END-IF

           EXEC SQL
               UPDATE FFM_RECON_DISCREPANCY
               SET    STATUS = 'C',
                      DECIDED_BY = :FC-KEYED-BY,
                      DECIDED_DATE = :HV-RUN-DATE
               WHERE  RECON_MONTH = :HV-RECON-MONTH
               AND    MEMBER_ID = :HV-ME-MEMBER-ID
               AND    CATEGORY = :WS-DSC-CATEGORY
               AND    STATUS = 'O'
           END-EXEC
           ADD 1 TO WS-CTR-CONFIRMED
           .
       2100-APPLY-ONE-DECISION-EXIT.
           EXIT.

       2200-LOAD-STAGED-MEMBER.
      *----------------------------------------------------------------*
      * THE CMS DETAIL AS STAGED WHEN THE DISCREPANCY WAS FOUND        *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT POLICY_ID, EXCH_MEMBER_ID, MEMBER_ID,
                      SUBSCRIBER_IND, RELATION_CODE, SSN,
                      LAST_NAME, FIRST_NAME, DOB, GENDER,
                      HIOS_PLAN_ID, BENEFIT_START, BENEFIT_END,
                      EFFECTUATED_IND, APTC_AMOUNT, TOTAL_PREMIUM,
                      CSR_VARIANT
               INTO   :HV-RM-POLICY-ID, :HV-RM-EXCH-MEMBER-ID,
                      :HV-RM-MEMBER-ID, :HV-RM-SUBSCRIBER-IND,
                      :HV-RM-RELATION-CODE, :HV-RM-SSN,
                      :HV-RM-LAST-NAME, :HV-RM-FIRST-NAME,
                      :HV-RM-DOB, :HV-RM-GENDER,
                      :HV-RM-HIOS-PLAN-ID, :HV-RM-BENEFIT-START,
                      :HV-RM-BENEFIT-END, :HV-RM-EFFECTUATED-IND,
                      :HV-RM-APTC-AMOUNT, :HV-RM-TOTAL-PREMIUM,
                      :HV-RM-CSR-VARIANT
               FROM   FFM_RECON_MEMBER
               WHERE  RECON_MONTH = :HV-RECON-MONTH
               AND    MEMBER_ID = :HV-ME-MEMBER-ID
           END-EXEC
           .

       2300-LOAD-ISSUER-MEMBER.
      *----------------------------------------------------------------*
      * THE MEMBER'S LATEST SPAN ON T_MEMBER_ELIG AND ITS OPEN APTC    *
      * ROW. AN OPEN SPAN CARRIES TERM DATE 99991231.                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-MEMBER-FOUND-SW
           EXEC SQL
               SELECT member_id, subscriber_id, ssn, last_name,
                      first_name, dob, gender, relation_code,
                      plan_code, coverage_level, group_num,
                      eff_date, COALESCE(term_date, '99991231'),
                      status, metal_tier, pcp_npi
               INTO   :HV-ME-MEMBER-ID, :HV-ME-SUBSCRIBER-ID,
                      :HV-ME-SSN, :HV-ME-LAST-NAME,
                      :HV-ME-FIRST-NAME, :HV-ME-DOB,
                      :HV-ME-GENDER, :HV-ME-RELATION-CODE,
                      :HV-ME-PLAN-CODE, :HV-ME-COVERAGE-LEVEL,
                      :HV-ME-GROUP-NUM, :HV-ME-EFF-DATE,
                      :HV-ME-TERM-DATE, :HV-ME-STATUS,
                      :HV-ME-METAL-TIER, :HV-ME-PCP-NPI
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-ME-MEMBER-ID
               AND    eff_date = (SELECT MAX(eff_date)
                                  FROM   T_MEMBER_ELIG
                                  WHERE  member_id = :HV-ME-MEMBER-ID)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               GO TO 2300-LOAD-ISSUER-MEMBER-EXIT
           END-IF
           SET MEMBER-FOUND TO TRUE

           MOVE 0 TO HV-AX-APTC-AMOUNT
           MOVE '01' TO HV-AX-CSR-LEVEL
           EXEC SQL
               SELECT aptc_amount, csr_level
               INTO   :HV-AX-APTC-AMOUNT, :HV-AX-CSR-LEVEL
               FROM   T_APTC_DETAIL
               WHERE  member_id = :HV-ME-MEMBER-ID
               AND    term_date = '99991231'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-AX-APTC-AMOUNT
               MOVE '01' TO HV-AX-CSR-LEVEL
           END-IF
           IF HV-AX-CSR-LEVEL = SPACES
               MOVE '01' TO HV-AX-CSR-LEVEL
           END-IF
           .
       2300-LOAD-ISSUER-MEMBER-EXIT.
           EXIT.

       2400-CORRECT-COVERAGE-START.
      *----------------------------------------------------------------*
      * 026 RETROACTIVE CHANGE TO THE CMS BENEFIT START DATE           *
      *----------------------------------------------------------------*
           PERFORM 2800-BUILD-834-FROM-MEMBER
           MOVE '026' TO WC-TRANS-TYPE
           MOVE HV-RM-BENEFIT-START TO WC-EFF-DATE
           PERFORM 2900-WRITE-834
           .

       2450-CORRECT-COVERAGE-END.
      *----------------------------------------------------------------*
      * BRING THE SPAN TO THE CMS END DATE / EFFECTUATION STATUS.      *
      * NOT EFFECTUATED AT CMS - CANCEL (024 AT THE EFFECTIVE DATE).   *
      * STILL ACTIVE HERE - 024 AT THE CMS END DATE. TERMED HERE BUT   *
      * COVERED AT CMS - 029 REACTIVATION, FOLLOWED BY A 024 WHEN CMS  *
      * ENDS THE COVERAGE BEFORE THE END OF THE PLAN YEAR.             *
      *----------------------------------------------------------------*
           PERFORM 2800-BUILD-834-FROM-MEMBER

           IF HV-RM-EFFECTUATED-IND NOT = 'Y'
               IF HV-ME-STATUS = 'A'
                   MOVE '024' TO WC-TRANS-TYPE
                   MOVE HV-ME-EFF-DATE TO WC-TERM-DATE
                   PERFORM 2900-WRITE-834
               END-IF
           ELSE
               IF HV-ME-STATUS = 'A'
                   IF WS-CMS-END-NORM < WS-YEAR-END
                       MOVE '024' TO WC-TRANS-TYPE
                       MOVE WS-CMS-END-NORM TO WC-TERM-DATE
                       PERFORM 2900-WRITE-834
                   END-IF
               ELSE
                   MOVE '029' TO WC-TRANS-TYPE
                   MOVE '99991231' TO WC-TERM-DATE
                   PERFORM 2900-WRITE-834
                   IF WS-CMS-END-NORM < WS-YEAR-END
                       MOVE '024' TO WC-TRANS-TYPE
                       MOVE WS-CMS-END-NORM TO WC-TERM-DATE
                       PERFORM 2900-WRITE-834
                   END-IF
               END-IF
           END-IF
           .

       2500-CORRECT-APTC-CSR.
      *----------------------------------------------------------------*
      * 025 ON THE SAME PLAN, EFFECTIVE THE FIRST OF THE RECON MONTH,  *
      * CARRYING THE CMS APTC (POLICY LEVEL - SUBSCRIBER ONLY) AND     *
      * THE CMS CSR VARIANT. HCELIGVR END-DATES THE OPEN APTC ROW.     *
      *----------------------------------------------------------------*
           IF HV-ME-STATUS NOT = 'A'
               GO TO 2500-CORRECT-APTC-CSR-EXIT
           END-IF
           PERFORM 2800-BUILD-834-FROM-MEMBER
           MOVE '025' TO WC-TRANS-TYPE
           MOVE HV-ME-PLAN-CODE TO WC-PRIOR-PLAN-CODE
           MOVE HV-MONTH-START TO WC-EFF-DATE
           MOVE 'Y' TO WC-ACA-EXCHANGE-IND
           IF HV-RM-SUBSCRIBER-IND = 'Y'
               MOVE HV-RM-APTC-AMOUNT TO WC-APTC-AMOUNT
           ELSE
               MOVE HV-AX-APTC-AMOUNT TO WC-APTC-AMOUNT
           END-IF
           MOVE HV-RM-CSR-VARIANT TO WC-CSR-LEVEL
           PERFORM 2900-WRITE-834
           .
       2500-CORRECT-APTC-CSR-EXIT.
           EXIT.

       2600-CORRECT-MISSING-ISSUER.
      *----------------------------------------------------------------*
      * 021 NEW EXCHANGE ENROLLMENT FROM THE CMS DETAIL. THE HIOS PLAN *
      * IS MAPPED TO OUR PLAN CODE THROUGH THE EXCHANGE PLAN ALREADY   *
      * ON FILE FOR OTHER MEMBERS; AN UNMAPPED PLAN IS LEFT OPEN FOR   *
      * MANUAL ENROLLMENT.                                             *
      *----------------------------------------------------------------*
           MOVE HV-RM-HIOS-PLAN-ID(1:14) TO HV-EXCHANGE-PLAN-ID
           MOVE SPACES TO HV-MAP-PLAN-CODE
           EXEC SQL
               SELECT MIN(E.plan_code), MIN(E.metal_tier),
                      MIN(E.group_num)
               INTO   :HV-MAP-PLAN-CODE, :HV-MAP-METAL-TIER,
                      :HV-MAP-GROUP-NUM
               FROM   T_ACA_EXCHANGE X,
                      T_MEMBER_ELIG E
               WHERE  X.exchange_plan_id = :HV-EXCHANGE-PLAN-ID
               AND    E.member_id = X.member_id
               AND    E.aca_exchange_ind = 'Y'
           END-EXEC
           IF WS-SQLCODE NOT = 0 OR HV-MAP-PLAN-CODE = SPACES
               MOVE 'HIOS PLAN NOT MAPPED' TO WS-RPT-LABEL
               STRING HV-RM-MEMBER-ID ' ' HV-RM-HIOS-PLAN-ID
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 2600-CORRECT-MISSING-ISSUER-EXIT
           END-IF

           MOVE SPACES TO WS-CORR-834-FIELDS
           MOVE 0 TO WC-APTC-AMOUNT
           MOVE '021' TO WC-TRANS-TYPE
           MOVE HV-RM-SSN TO WC-MEMBER-SSN
           MOVE HV-RM-MEMBER-ID TO WC-MEMBER-ID
           MOVE HV-RM-SUBSCRIBER-IND TO WC-SUBSCRIBER-IND
           MOVE HV-RM-RELATION-CODE TO WC-RELATION-CODE
           MOVE HV-RM-LAST-NAME TO WC-LAST-NAME
           MOVE HV-RM-FIRST-NAME TO WC-FIRST-NAME
           MOVE HV-RM-DOB TO WC-DOB
           MOVE HV-RM-GENDER TO WC-GENDER
           MOVE HV-RM-BENEFIT-START TO WC-EFF-DATE
           IF WS-CMS-END-NORM < WS-YEAR-END
               MOVE WS-CMS-END-NORM TO WC-TERM-DATE
           ELSE
               MOVE '99991231' TO WC-TERM-DATE
           END-IF
           MOVE HV-MAP-PLAN-CODE TO WC-PLAN-CODE
           MOVE HV-MAP-GROUP-NUM TO WC-GROUP-NUMBER
           MOVE HV-MAP-METAL-TIER TO WC-METAL-TIER
           PERFORM 2650-DERIVE-COVERAGE-LEVEL
           MOVE 'Y' TO WC-ACA-EXCHANGE-IND
           IF HV-RM-SUBSCRIBER-IND = 'Y'
               MOVE HV-RM-APTC-AMOUNT TO WC-APTC-AMOUNT
           END-IF
           MOVE HV-RM-CSR-VARIANT TO WC-CSR-LEVEL
           PERFORM 2900-WRITE-834
           .
       2600-CORRECT-MISSING-ISSUER-EXIT.
           EXIT.

       2650-DERIVE-COVERAGE-LEVEL.
      *----------------------------------------------------------------*
      * COVERAGE LEVEL FROM THE MEMBERS CMS LISTS ON THE SAME POLICY   *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-SPOUSE-COUNT HV-CHILD-COUNT
           EXEC SQL
               SELECT SUM(CASE WHEN RELATION_CODE IN ('01', '53')
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RELATION_CODE NOT IN
                                    ('01', '53', '18')
                               THEN 1 ELSE 0 END)
               INTO   :HV-SPOUSE-COUNT, :HV-CHILD-COUNT
               FROM   FFM_RECON_MEMBER
               WHERE  RECON_MONTH = :HV-RECON-MONTH
               AND    POLICY_ID = :HV-RM-POLICY-ID
           END-EXEC
           EVALUATE TRUE
               WHEN HV-SPOUSE-COUNT > 0 AND HV-CHILD-COUNT > 0
                   MOVE 'FA' TO WC-COVERAGE-LEVEL
               WHEN HV-SPOUSE-COUNT > 0
                   MOVE 'ES' TO WC-COVERAGE-LEVEL
               WHEN HV-CHILD-COUNT > 0
                   MOVE 'EC' TO WC-COVERAGE-LEVEL
               WHEN OTHER
                   MOVE 'EO' TO WC-COVERAGE-LEVEL
           END-EVALUATE
           .

       2700-CORRECT-MISSING-FFM.
      *----------------------------------------------------------------*
      * 024 FOR A MEMBER CMS DOES NOT CARRY - TERMED AT THE END OF THE *
      * PRIOR MONTH, OR CANCELLED IF COVERAGE STARTED THIS MONTH       *
      *----------------------------------------------------------------*
           IF HV-ME-STATUS NOT = 'A'
               GO TO 2700-CORRECT-MISSING-FFM-EXIT
           END-IF
           PERFORM 2800-BUILD-834-FROM-MEMBER
           MOVE '024' TO WC-TRANS-TYPE
           IF HV-ME-EFF-DATE < HV-MONTH-START
               MOVE WS-PRIOR-MONTH-END TO WC-TERM-DATE
           ELSE
               MOVE HV-ME-EFF-DATE TO WC-TERM-DATE
           END-IF
           PERFORM 2900-WRITE-834
           .
       2700-CORRECT-MISSING-FFM-EXIT.
           EXIT.

       2800-BUILD-834-FROM-MEMBER.
      *----------------------------------------------------------------*
      * ENRL834 FIELDS FROM THE MEMBER'S CURRENT SPAN                  *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CORR-834-FIELDS
           MOVE HV-ME-SSN TO WC-MEMBER-SSN
           MOVE HV-ME-MEMBER-ID TO WC-MEMBER-ID
           IF HV-ME-RELATION-CODE = '18'
               MOVE 'Y' TO WC-SUBSCRIBER-IND
           ELSE
               MOVE 'N' TO WC-SUBSCRIBER-IND
           END-IF
           MOVE HV-ME-RELATION-CODE TO WC-RELATION-CODE
           MOVE HV-ME-LAST-NAME TO WC-LAST-NAME
           MOVE HV-ME-FIRST-NAME TO WC-FIRST-NAME
           MOVE HV-ME-DOB TO WC-DOB
           MOVE HV-ME-GENDER TO WC-GENDER
           MOVE HV-ME-EFF-DATE TO WC-EFF-DATE
           MOVE HV-ME-TERM-DATE TO WC-TERM-DATE
           MOVE HV-ME-PLAN-CODE TO WC-PLAN-CODE
           MOVE HV-ME-GROUP-NUM TO WC-GROUP-NUMBER
           MOVE HV-ME-COVERAGE-LEVEL TO WC-COVERAGE-LEVEL
           MOVE 'Y' TO WC-ACA-EXCHANGE-IND
           MOVE HV-AX-APTC-AMOUNT TO WC-APTC-AMOUNT
           MOVE HV-AX-CSR-LEVEL TO WC-CSR-LEVEL
           MOVE HV-ME-METAL-TIER TO WC-METAL-TIER
           MOVE HV-ME-PCP-NPI TO WC-PCP-NPI
           .

       2900-WRITE-834.
      *----------------------------------------------------------------*
      * WRITE ONE CORRECTION INTO HCELIGVR'S 834 INPUT                 *
      *----------------------------------------------------------------*
           WRITE CORR-834-REC FROM WS-CORR-834-FIELDS
           IF NOT F834-OK
               MOVE '834 CORRECTION WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               SET CORRECTION-BUILT TO TRUE
               ADD 1 TO WS-CTR-834-WRITTEN
               MOVE 'CORRECTION 834 WRITTEN' TO WS-RPT-LABEL
               STRING WC-TRANS-TYPE ' ' WC-MEMBER-ID ' '
                   WS-DSC-CATEGORY ' EFF ' WC-EFF-DATE
                   ' TERM ' WC-TERM-DATE ' BY ' FC-KEYED-BY
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF
           .

      *================================================================*
      * 3000 - READ THE CMS RECONCILIATION FILE, STAGE AND MATCH EACH  *
      * MEMBER DETAIL                                                  *
      *================================================================*
       3000-RECONCILE-RCNI-FILE.
           PERFORM UNTIL RCNI-AT-EOF
               READ FFM-RCNI-FILE
                   AT END
                       SET RCNI-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-RCNI-READ
                       EVALUATE TRUE
                           WHEN RC-HEADER
                               PERFORM 3050-START-RECON-MONTH
                           WHEN RC-DETAIL
                               IF NOT HEADER-SEEN
                                   MOVE 'RCNI DETAIL BEFORE HEADER'
                                     TO WS-ERR-MESSAGE
                                   MOVE 'F' TO WS-ERR-SEVERITY
                                   PERFORM 8000-ERROR-HANDLER
                               END-IF
                               ADD 1 TO WS-CTR-DETAILS-READ
                               PERFORM 3100-RECONCILE-ONE-MEMBER
                                   THRU 3100-RECONCILE-ONE-MEMBER-EXIT
                           WHEN RC-TRAILER
                               PERFORM 3900-CHECK-TRAILER
                           WHEN OTHER
                               MOVE 'UNKNOWN RCNI RECORD TYPE'
                                 TO WS-ERR-MESSAGE
                               MOVE 'E' TO WS-ERR-SEVERITY
                               PERFORM 8000-ERROR-HANDLER
                       END-EVALUATE
               END-READ
           END-PERFORM

           IF HEADER-SEEN AND NOT TRAILER-SEEN
               MOVE 'RCNI FILE HAS NO TRAILER' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3000-RECONCILE-RCNI-FILE-EXIT.
           EXIT.

       3050-START-RECON-MONTH.
      *----------------------------------------------------------------*
      * HEADER - VERIFY THE ISSUER, SET THE MONTH, AND CLEAR ANY       *
      * STAGING AND STILL-OPEN DISCREPANCIES FROM AN EARLIER RUN OF    *
      * THE SAME MONTH. DECIDED DISCREPANCIES ARE KEPT.                *
      *----------------------------------------------------------------*
           IF RC-HDR-ISSUER-ID NOT = CC-ISSUER-HIOS-ID
               MOVE 'RCNI FILE IS FOR ANOTHER ISSUER' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF RC-HDR-RECON-MONTH NOT NUMERIC
               MOVE 'RCNI HEADER MONTH INVALID' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           SET HEADER-SEEN TO TRUE
           MOVE RC-HDR-RECON-MONTH TO HV-RECON-MONTH
           PERFORM 1300-COMPUTE-MONTH-BOUNDS

           EXEC SQL
               DELETE FROM FFM_RECON_MEMBER
               WHERE  RECON_MONTH = :HV-RECON-MONTH
           END-EXEC
           EXEC SQL
               DELETE FROM FFM_RECON_DISCREPANCY
               WHERE  RECON_MONTH = :HV-RECON-MONTH
               AND    STATUS = 'O'
           END-EXEC

           PERFORM 1400-WRITE-RESPONSE-HEADER

           MOVE 'RECONCILIATION MONTH' TO WS-RPT-LABEL
           STRING RC-HDR-RECON-MONTH ' CMS FILE DATE '
               RC-HDR-FILE-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE
           .

       3100-RECONCILE-ONE-MEMBER.
      *----------------------------------------------------------------*
      * STAGE THE CMS DETAIL, FIND THE MEMBER, COMPARE                 *
      *----------------------------------------------------------------*
           MOVE RC-POLICY-ID TO WS-DSC-POLICY-ID
           MOVE RC-EXCH-MEMBER-ID TO WS-DSC-EXCH-MEMBER-ID
           MOVE RC-HIOS-PLAN-ID TO WS-DSC-HIOS-PLAN-ID
           IF RC-ISSUER-MEMBER-ID = SPACES
               MOVE RC-EXCH-MEMBER-ID TO WS-DSC-MEMBER-ID
           ELSE
               MOVE RC-ISSUER-MEMBER-ID TO WS-DSC-MEMBER-ID
           END-IF
           MOVE 0 TO WS-DISCREPANCY-COUNT

           PERFORM 3150-STAGE-CMS-MEMBER

           MOVE RC-BENEFIT-START(1:4) TO WS-YEAR-END(1:4)
           MOVE '1231' TO WS-YEAR-END(5:4)
           MOVE RC-BENEFIT-END TO WS-CMS-END-NORM
           IF WS-CMS-END-NORM = SPACES
              OR WS-CMS-END-NORM > WS-YEAR-END
               MOVE WS-YEAR-END TO WS-CMS-END-NORM
           END-IF

           MOVE 'N' TO WS-MEMBER-FOUND-SW
           IF RC-ISSUER-MEMBER-ID NOT = SPACES
               MOVE RC-ISSUER-MEMBER-ID TO HV-ME-MEMBER-ID
               PERFORM 2300-LOAD-ISSUER-MEMBER
                   THRU 2300-LOAD-ISSUER-MEMBER-EXIT
           END-IF

           IF NOT MEMBER-FOUND
               IF RC-EFFECTUATED
                   SET DSC-MISSING-ISSUER TO TRUE
                   MOVE 'ON CMS FILE' TO WS-DSC-CMS-VALUE
                   MOVE 'NOT FOUND' TO WS-DSC-ISSUER-VALUE
                   PERFORM 5000-RECORD-DISCREPANCY
                       THRU 5000-RECORD-DISCREPANCY-EXIT
               ELSE
                   ADD 1 TO WS-CTR-CLEAN
               END-IF
               GO TO 3100-RECONCILE-ONE-MEMBER-EXIT
           END-IF
           ADD 1 TO WS-CTR-MATCHED

           PERFORM 3200-COMPARE-COVERAGE
               THRU 3200-COMPARE-COVERAGE-EXIT
           IF CMS-EFFECTUATED AND ISSUER-EFFECTUATED
               PERFORM 3300-COMPARE-FINANCIALS
                   THRU 3300-COMPARE-FINANCIALS-EXIT
           END-IF

           IF WS-DISCREPANCY-COUNT = 0
               ADD 1 TO WS-CTR-CLEAN
           END-IF
           .
       3100-RECONCILE-ONE-MEMBER-EXIT.
           EXIT.

       3150-STAGE-CMS-MEMBER.
           MOVE RC-APTC-AMOUNT TO HV-RM-APTC-AMOUNT
           MOVE RC-TOTAL-PREMIUM TO HV-RM-TOTAL-PREMIUM
           EXEC SQL
               INSERT INTO FFM_RECON_MEMBER
                   (RECON_MONTH, POLICY_ID, EXCH_MEMBER_ID,
                    MEMBER_ID, SUBSCRIBER_IND, RELATION_CODE, SSN,
                    LAST_NAME, FIRST_NAME, DOB, GENDER,
                    HIOS_PLAN_ID, BENEFIT_START, BENEFIT_END,
                    EFFECTUATED_IND, APTC_AMOUNT, TOTAL_PREMIUM,
                    CSR_VARIANT, LOAD_DATE)
               VALUES
                   (:HV-RECON-MONTH, :RC-POLICY-ID,
                    :RC-EXCH-MEMBER-ID, :WS-DSC-MEMBER-ID,
                    :RC-SUBSCRIBER-IND, :RC-RELATION-CODE, :RC-SSN,
                    :RC-LAST-NAME, :RC-FIRST-NAME, :RC-DOB,
                    :RC-GENDER, :RC-HIOS-PLAN-ID,
                    :RC-BENEFIT-START, :RC-BENEFIT-END,
                    :RC-EFFECTUATED-IND, :HV-RM-APTC-AMOUNT,
                    :HV-RM-TOTAL-PREMIUM, :RC-CSR-VARIANT,
                    :HV-RUN-DATE)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'FFM_RECON_MEMBER INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       3200-COMPARE-COVERAGE.
      *----------------------------------------------------------------*
      * EFFECTUATION FIRST - WHEN ONE SIDE NEVER EFFECTUATED, THE      *
      * DATE AND DOLLAR COMPARISONS ARE NOT MEANINGFUL                 *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CMS-EFFECTUATED-SW
           MOVE 'N' TO WS-ISS-EFFECTUATED-SW
           IF RC-EFFECTUATED
               SET CMS-EFFECTUATED TO TRUE
           END-IF
           IF HV-ME-STATUS = 'A'
              OR HV-ME-TERM-DATE > HV-ME-EFF-DATE
               SET ISSUER-EFFECTUATED TO TRUE
           END-IF

           IF WS-CMS-EFFECTUATED-SW NOT = WS-ISS-EFFECTUATED-SW
               SET DSC-EFFECTUATION TO TRUE
               MOVE RC-EFFECTUATED-IND TO WS-DSC-CMS-VALUE
               MOVE WS-ISS-EFFECTUATED-SW TO WS-DSC-ISSUER-VALUE
               PERFORM 5000-RECORD-DISCREPANCY
                   THRU 5000-RECORD-DISCREPANCY-EXIT
               GO TO 3200-COMPARE-COVERAGE-EXIT
           END-IF
           IF NOT CMS-EFFECTUATED
               GO TO 3200-COMPARE-COVERAGE-EXIT
           END-IF

           IF RC-BENEFIT-START NOT = HV-ME-EFF-DATE
               SET DSC-COVERAGE-START TO TRUE
               MOVE RC-BENEFIT-START TO WS-DSC-CMS-VALUE
               MOVE HV-ME-EFF-DATE TO WS-DSC-ISSUER-VALUE
               PERFORM 5000-RECORD-DISCREPANCY
                   THRU 5000-RECORD-DISCREPANCY-EXIT
           END-IF

           MOVE HV-ME-TERM-DATE TO WS-ISS-END-NORM
           IF WS-ISS-END-NORM > WS-YEAR-END
               MOVE WS-YEAR-END TO WS-ISS-END-NORM
           END-IF
           IF WS-CMS-END-NORM NOT = WS-ISS-END-NORM
               SET DSC-COVERAGE-END TO TRUE
               MOVE WS-CMS-END-NORM TO WS-DSC-CMS-VALUE
               MOVE WS-ISS-END-NORM TO WS-DSC-ISSUER-VALUE
               PERFORM 5000-RECORD-DISCREPANCY
                   THRU 5000-RECORD-DISCREPANCY-EXIT
           END-IF
           .
       3200-COMPARE-COVERAGE-EXIT.
           EXIT.

       3300-COMPARE-FINANCIALS.
      *----------------------------------------------------------------*
      * CSR VARIANT FOR EVERY MEMBER; APTC AND TOTAL PREMIUM ARE       *
      * POLICY LEVEL AND ARE COMPARED ON THE SUBSCRIBER ONLY           *
      *----------------------------------------------------------------*
           MOVE HV-AX-CSR-LEVEL TO WS-ISS-CSR-LEVEL
           IF RC-CSR-VARIANT NOT = SPACES
              AND RC-CSR-VARIANT NOT = WS-ISS-CSR-LEVEL
               SET DSC-CSR TO TRUE
               MOVE RC-CSR-VARIANT TO WS-DSC-CMS-VALUE
               MOVE WS-ISS-CSR-LEVEL TO WS-DSC-ISSUER-VALUE
               PERFORM 5000-RECORD-DISCREPANCY
                   THRU 5000-RECORD-DISCREPANCY-EXIT
           END-IF

           IF NOT RC-IS-SUBSCRIBER
               GO TO 3300-COMPARE-FINANCIALS-EXIT
           END-IF

           COMPUTE WS-AMT-DIFF = RC-APTC-AMOUNT - HV-AX-APTC-AMOUNT
           IF WS-AMT-DIFF < 0
               COMPUTE WS-AMT-DIFF = 0 - WS-AMT-DIFF
           END-IF
           IF WS-AMT-DIFF > CC-APTC-TOLERANCE
               SET DSC-APTC TO TRUE
               MOVE RC-APTC-AMOUNT TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-DSC-CMS-VALUE
               MOVE HV-AX-APTC-AMOUNT TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-DSC-ISSUER-VALUE
               PERFORM 5000-RECORD-DISCREPANCY
                   THRU 5000-RECORD-DISCREPANCY-EXIT
           END-IF

           EXEC SQL
               SELECT premium_amount
               INTO   :HV-PREMIUM-AMOUNT
               FROM   T_PLAN_BENEFIT
               WHERE  plan_code = :HV-ME-PLAN-CODE
               AND    coverage_level = :HV-ME-COVERAGE-LEVEL
           END-EXEC
           IF WS-SQLCODE NOT = 0
               GO TO 3300-COMPARE-FINANCIALS-EXIT
           END-IF

           COMPUTE WS-AMT-DIFF = RC-TOTAL-PREMIUM - HV-PREMIUM-AMOUNT
           IF WS-AMT-DIFF < 0
               COMPUTE WS-AMT-DIFF = 0 - WS-AMT-DIFF
           END-IF
           IF WS-AMT-DIFF > CC-PREMIUM-TOLERANCE
               SET DSC-PREMIUM TO TRUE
               MOVE RC-TOTAL-PREMIUM TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-DSC-CMS-VALUE
               MOVE HV-PREMIUM-AMOUNT TO WS-DISP-AMT
               MOVE WS-DISP-AMT TO WS-DSC-ISSUER-VALUE
               PERFORM 5000-RECORD-DISCREPANCY
                   THRU 5000-RECORD-DISCREPANCY-EXIT
           END-IF
           .
       3300-COMPARE-FINANCIALS-EXIT.
           EXIT.

       3900-CHECK-TRAILER.
           SET TRAILER-SEEN TO TRUE
           IF RC-TRL-DETAIL-COUNT NOT = WS-CTR-DETAILS-READ
               MOVE 'RCNI TRAILER COUNT MISMATCH' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'TRAILER COUNT MISMATCH' TO WS-RPT-LABEL
               STRING 'TRAILER ' RC-TRL-DETAIL-COUNT
                   ' READ ' WS-CTR-DETAILS-READ
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF
           .

      *================================================================*
      * 4000 - ACTIVE EXCHANGE MEMBERS COVERED IN THE RECON MONTH THAT *
      * CMS DID NOT SEND                                               *
      *================================================================*
       4000-FIND-MISSING-ON-FFM.
           EXEC SQL
               DECLARE FFMMISS_CURSOR CURSOR FOR
               SELECT E.member_id, E.eff_date
               FROM   T_MEMBER_ELIG E
               WHERE  E.aca_exchange_ind = 'Y'
               AND    E.status = 'A'
               AND    E.eff_date <= :HV-MONTH-END
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   FFM_RECON_MEMBER R
                       WHERE  R.RECON_MONTH = :HV-RECON-MONTH
                       AND    R.MEMBER_ID = E.member_id)
               ORDER BY E.member_id
           END-EXEC

           EXEC SQL
               OPEN FFMMISS_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'MISSING-ON-FFM CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4000-FIND-MISSING-ON-FFM-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH FFMMISS_CURSOR
                   INTO :HV-ME-MEMBER-ID, :HV-ME-EFF-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-FFM-MISSING
                   SET DSC-MISSING-FFM TO TRUE
                   MOVE HV-ME-MEMBER-ID TO WS-DSC-MEMBER-ID
                   MOVE SPACES TO WS-DSC-POLICY-ID
                                  WS-DSC-EXCH-MEMBER-ID
                                  WS-DSC-HIOS-PLAN-ID
                   MOVE 'NOT ON CMS FILE' TO WS-DSC-CMS-VALUE
                   MOVE HV-ME-EFF-DATE TO WS-DSC-ISSUER-VALUE
                   PERFORM 5000-RECORD-DISCREPANCY
                       THRU 5000-RECORD-DISCREPANCY-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FFMMISS_CURSOR
           END-EXEC
           .
       4000-FIND-MISSING-ON-FFM-EXIT.
           EXIT.

      *================================================================*
      * 5000 - FILE ONE DISCREPANCY: TABLE, RESPONSE FILE, REPORT.     *
      * ONE ALREADY DECIDED FOR THE SAME MONTH IS NOT RAISED AGAIN.    *
      *================================================================*
       5000-RECORD-DISCREPANCY.
           ADD 1 TO WS-DISCREPANCY-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-DB-ROW-COUNT
               FROM   FFM_RECON_DISCREPANCY
               WHERE  RECON_MONTH = :HV-RECON-MONTH
               AND    MEMBER_ID = :WS-DSC-MEMBER-ID
               AND    CATEGORY = :WS-DSC-CATEGORY
           END-EXEC
           IF WS-SQLCODE = 0 AND WS-DB-ROW-COUNT > 0
               ADD 1 TO WS-CTR-ALREADY-DECIDED
               GO TO 5000-RECORD-DISCREPANCY-EXIT
           END-IF

           EXEC SQL
               INSERT INTO FFM_RECON_DISCREPANCY
                   (RECON_MONTH, MEMBER_ID, CATEGORY, POLICY_ID,
                    EXCH_MEMBER_ID, HIOS_PLAN_ID, CMS_VALUE,
                    ISSUER_VALUE, STATUS, FOUND_DATE)
               VALUES
                   (:HV-RECON-MONTH, :WS-DSC-MEMBER-ID,
                    :WS-DSC-CATEGORY, :WS-DSC-POLICY-ID,
                    :WS-DSC-EXCH-MEMBER-ID, :WS-DSC-HIOS-PLAN-ID,
                    :WS-DSC-CMS-VALUE, :WS-DSC-ISSUER-VALUE,
                    'O', :HV-RUN-DATE)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'FFM_RECON_DISCREPANCY INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 5000-RECORD-DISCREPANCY-EXIT
           END-IF
           ADD 1 TO WS-CTR-DISCREPANCIES

           MOVE SPACES TO WS-RESP-REC
           MOVE 'DTL' TO RS-RECORD-TYPE
           MOVE WS-DSC-POLICY-ID TO RS-DTL-POLICY-ID
           MOVE WS-DSC-EXCH-MEMBER-ID TO RS-DTL-EXCH-MEMBER
           IF DSC-MISSING-ISSUER
               MOVE SPACES TO RS-DTL-ISSUER-MEMBER
           ELSE
               MOVE WS-DSC-MEMBER-ID TO RS-DTL-ISSUER-MEMBER
           END-IF
           MOVE WS-DSC-HIOS-PLAN-ID TO RS-DTL-HIOS-PLAN-ID
           MOVE WS-DSC-CATEGORY TO RS-DTL-CATEGORY
           MOVE WS-DSC-CMS-VALUE TO RS-DTL-CMS-VALUE
           MOVE WS-DSC-ISSUER-VALUE TO RS-DTL-ISSUER-VALUE
           WRITE FFM-RESPONSE-REC FROM WS-RESP-REC
           ADD 1 TO WS-CTR-RESP-DETAILS

           MOVE 1 TO WS-CAT-IDX
           PERFORM UNTIL WS-CAT-IDX > 8
                      OR WS-CAT-CODE(WS-CAT-IDX) = WS-DSC-CATEGORY
               ADD 1 TO WS-CAT-IDX
           END-PERFORM
           IF WS-CAT-IDX > 8
               GO TO 5000-RECORD-DISCREPANCY-EXIT
           END-IF
           ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)

           MOVE WS-CAT-DESC(WS-CAT-IDX) TO WS-RPT-LABEL
           STRING WS-DSC-MEMBER-ID ' ' WS-DSC-CATEGORY
               ' CMS ' WS-DSC-CMS-VALUE
               ' ISSUER ' WS-DSC-ISSUER-VALUE
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       5000-RECORD-DISCREPANCY-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCFFMREC' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCFFMREC - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCFFMREC - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCFFMREC - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * DISCREPANCY TOTALS BY CATEGORY, CONTROL TOTALS, CLOSE FILES    *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO FFM-CONTROL-RPT-REC
           WRITE FFM-CONTROL-RPT-REC AFTER ADVANCING 1 LINE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
               STRING 'DISCREPANCIES - ' WS-CAT-DESC(WS-CAT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-RPT-LABEL
               END-STRING
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-PERFORM

           MOVE 'RCNI MEMBER DETAILS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-DETAILS-READ TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'MEMBERS MATCHED' TO WS-RPT-LABEL
           MOVE WS-CTR-MATCHED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'MEMBERS WITH NO DISCREPANCY' TO WS-RPT-LABEL
           MOVE WS-CTR-CLEAN TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'DISCREPANCIES FILED' TO WS-RPT-LABEL
           MOVE WS-CTR-DISCREPANCIES TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'DECISIONS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-CONFIRMS-READ TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'CONFIRMED' TO WS-RPT-LABEL
           MOVE WS-CTR-CONFIRMED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-REJECTED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'CORRECTION 834 RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-CTR-834-WRITTEN TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCFFMREC - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RECON MONTH:         ' HV-RECON-MONTH
           DISPLAY 'RCNI RECORDS READ:   ' WS-CTR-RCNI-READ
           DISPLAY 'MEMBER DETAILS:      ' WS-CTR-DETAILS-READ
           DISPLAY 'MEMBERS MATCHED:     ' WS-CTR-MATCHED
           DISPLAY 'NO DISCREPANCY:      ' WS-CTR-CLEAN
           DISPLAY 'DISCREPANCIES FILED: ' WS-CTR-DISCREPANCIES
           DISPLAY 'ALREADY DECIDED:     ' WS-CTR-ALREADY-DECIDED
           DISPLAY 'MISSING ON FFM:      ' WS-CTR-FFM-MISSING
           DISPLAY 'DECISIONS READ:      ' WS-CTR-CONFIRMS-READ
           DISPLAY 'CONFIRMED:           ' WS-CTR-CONFIRMED
           DISPLAY 'REJECTED:            ' WS-CTR-REJECTED
           DISPLAY 'DECISIONS SKIPPED:   ' WS-CTR-DECISION-SKIPPED
           DISPLAY '834 RECORDS WRITTEN: ' WS-CTR-834-WRITTEN
           DISPLAY 'ERRORS ENCOUNTERED:  ' WS-ERR-COUNT
           DISPLAY 'START TIME:          ' WS-STAT-START-TIME
           DISPLAY 'END TIME:            ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-CTR-DECISION-SKIPPED > 0 OR WS-ERR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE FFM-RCNI-FILE
           CLOSE FFM-CONFIRM-FILE
           CLOSE FFM-RESPONSE-FILE
           CLOSE CORR-834-FILE
           CLOSE FFM-CONTROL-RPT
           .
