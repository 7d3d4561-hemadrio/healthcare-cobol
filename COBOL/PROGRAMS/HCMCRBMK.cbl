       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCMCRBMK.
      *================================================================*
      * PROGRAM:     HCMCRBMK                                          *
      * DESCRIPTION: PROVIDER ALLOWED-AMOUNT BENCHMARK AGAINST         *
      *              MEDICARE FOR CONTRACT NEGOTIATIONS. EVERY LINE    *
      *              PAID IN THE TWELVE MONTHS ENDING ON THE RUN DATE  *
      *              IS REPRICED AT THE MEDICARE RATES ALREADY HELD    *
      *              FOR CLAIM PRICING, THE WAY HCCLMADJ PRICES THEM:  *
      *                INPATIENT STAYS   - MS-DRG WEIGHT X WAGE-       *
      *                                    ADJUSTED FEDERAL BASE RATE  *
      *                OUTPATIENT FACILITY - APC PAYMENT RATE          *
      *                PROFESSIONAL      - RBRVS RVUS WITH GPCI AND    *
      *                                    THE FACILITY PE REDUCTION   *
      *                AMBULANCE         - AMBULANCE FEE SCHEDULE WITH *
      *                                    ZIP GEOGRAPHIC ADJUSTMENT   *
      *              ALLOWED AND MEDICARE DOLLARS ARE TOTALLED BY      *
      *              PROVIDER (TAX ID, OR NPI ON REQUEST) AND SERVICE  *
      *              CATEGORY. EACH PROVIDER'S ALLOWED AS A PERCENT OF *
      *              MEDICARE IS SET AGAINST THE QUARTILES OF ITS PEER *
      *              PROVIDERS - SAME SPECIALTY, SAME STATE, SAME      *
      *              CATEGORY. THE CODE-LEVEL FILE CARRIES EACH        *
      *              PROVIDER'S LARGEST CONTRIBUTORS TO ITS VARIANCE   *
      *              FROM THE PEER MEDIAN (OR FROM 100 PERCENT OF      *
      *              MEDICARE WHEN THE PEER GROUP IS TOO SMALL).       *
      *              RESULTS ARE KEPT ON PROVIDER_BENCHMARK_CAT AND    *
      *              PROVIDER_BENCHMARK_CODE BY RUN DATE; A RERUN FOR  *
      *              THE SAME DATE REPLACES THEM.                      *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  BMKPARM  - OPTIONAL PARAMETER CARD:              *
      *                          RUN DATE (DEFAULT TODAY), LEVEL T/N,  *
      *                          ONE TAX ID OR NPI TO REPORT (DEFAULT  *
      *                          ALL), CODES PER PROVIDER (DEFAULT 25) *
      *                          AND MINIMUM PEER GROUP (DEFAULT 5)    *
      * OUTPUT FILES: BMKRPT   - MEDICARE BENCHMARK REPORT             *
      *               BMKDTL   - CODE-LEVEL VARIANCE DETAIL            *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 AGARCIA  INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMK-PARM-FILE
               ASSIGN TO BMKPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BMK-DETAIL-FILE
               ASSIGN TO BMKDTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BDTL-STATUS.

           SELECT BMK-REPORT
               ASSIGN TO BMKRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BMK-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BMK-PARM-REC.
           05  BP-RUN-DATE            PIC 9(08).
           05  BP-ENTITY-LEVEL        PIC X(01).
           05  BP-TARGET-ID           PIC X(10).
           05  BP-TOP-CODES           PIC 9(03).
           05  BP-MIN-PEERS           PIC 9(03).
           05  FILLER                 PIC X(55).

      *----------------------------------------------------------------*
      * ONE RECORD PER PROVIDER AND CODE, LARGEST ABSOLUTE VARIANCE    *
      * FIRST. BASIS P = PEER MEDIAN PERCENT, M = 100 PCT OF MEDICARE. *
      *----------------------------------------------------------------*
       FD  BMK-DETAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BMK-DETAIL-REC.
           05  BD-ENTITY-LEVEL        PIC X(01).
           05  BD-ENTITY-ID           PIC X(10).
           05  BD-SPECIALTY           PIC X(03).
           05  BD-REGION              PIC X(02).
           05  BD-CATEGORY            PIC X(08).
           05  BD-PROC-CODE           PIC X(05).
           05  BD-RANK                PIC 9(03).
           05  BD-LINE-COUNT          PIC 9(07).
           05  BD-UNITS               PIC S9(09)V99 COMP-3.
           05  BD-ALLOWED-AMT         PIC S9(11)V99 COMP-3.
           05  BD-MEDICARE-AMT        PIC S9(11)V99 COMP-3.
           05  BD-PCT-OF-MEDICARE     PIC S9(05)V99 COMP-3.
           05  BD-BENCHMARK-PCT       PIC S9(05)V99 COMP-3.
           05  BD-BENCHMARK-BASIS     PIC X(01).
           05  BD-EXPECTED-AMT        PIC S9(11)V99 COMP-3.
           05  BD-VARIANCE-AMT        PIC S9(11)V99 COMP-3.
           05  BD-FROM-DATE           PIC 9(08).
           05  BD-THRU-DATE           PIC 9(08).
           05  FILLER                 PIC X(52).

       FD  BMK-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BMK-REPORT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS         PIC X(02).
               88  PARM-OK            VALUE '00'.
           05  WS-BDTL-STATUS         PIC X(02).
               88  BDTL-OK            VALUE '00'.
           05  WS-BRPT-STATUS         PIC X(02).
               88  BRPT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LINE-EOF-SW         PIC X(01) VALUE 'N'.
               88  LINE-AT-EOF        VALUE 'Y'.
           05  WS-PEER-EOF-SW         PIC X(01) VALUE 'N'.
               88  PEER-AT-EOF        VALUE 'Y'.
           05  WS-RPT-EOF-SW          PIC X(01) VALUE 'N'.
               88  RPT-AT-EOF         VALUE 'Y'.
           05  WS-DTL-EOF-SW          PIC X(01) VALUE 'N'.
               88  DTL-AT-EOF         VALUE 'Y'.
           05  WS-CODE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  CODE-FOUND         VALUE 'Y'.
           05  WS-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
               88  RATE-FOUND         VALUE 'Y'.
           05  WS-ENTITY-LEVEL        PIC X(01) VALUE 'T'.
               88  LEVEL-TAX-ID       VALUE 'T'.
               88  LEVEL-NPI          VALUE 'N'.

       01  WS-DB-HOST-VARS.
           05  HV-RUN-DATE            PIC 9(08).
           05  HV-FROM-DATE           PIC 9(08).
           05  HV-THRU-DATE           PIC 9(08).
           05  HV-ENTITY-LEVEL        PIC X(01).
           05  HV-TARGET-ID           PIC X(10).
           05  HV-MIN-PEERS           PIC S9(09) COMP.
           05  HV-ENTITY-ID           PIC X(10).
           05  HV-CLAIM-TYPE          PIC X(02).
           05  HV-CLAIM-SUB-TYPE      PIC X(02).
           05  HV-POS-CODE            PIC X(02).
           05  HV-CPT-CODE            PIC X(05).
           05  HV-HCPCS-CODE          PIC X(05).
           05  HV-DRG-CODE            PIC X(04).
           05  HV-SERVICE-DATE        PIC 9(08).
           05  HV-UNITS               PIC S9(05)V99.
           05  HV-ALLOWED-AMT         PIC S9(09)V99.
           05  HV-SPECIALTY           PIC X(03).
           05  HV-REGION              PIC X(02).
           05  HV-CBSA-CODE           PIC X(05).
           05  HV-ZIP-CODE            PIC X(09).
           05  HV-RATE-CODE           PIC X(05).
           05  HV-WORK-RVU            PIC S9(05)V9(04).
           05  HV-PE-RVU              PIC S9(05)V9(04).
           05  HV-MP-RVU              PIC S9(05)V9(04).
           05  HV-SOS-INDICATOR       PIC X(01).
           05  HV-WORK-GPCI           PIC S9(03)V9(04).
           05  HV-PE-GPCI             PIC S9(03)V9(04).
           05  HV-MP-GPCI             PIC S9(03)V9(04).
           05  HV-CONV-FACTOR         PIC S9(03)V9(04).
           05  HV-APC-STATUS-IND      PIC X(02).
           05  HV-APC-PAYMENT-RATE    PIC S9(07)V99.
           05  HV-RATE-YEAR           PIC 9(04).
           05  HV-AMB-BASE-RATE       PIC S9(07)V99.
           05  HV-AMB-MILEAGE-RATE    PIC S9(05)V99.
           05  HV-AMB-GEO-ADJ-PCT     PIC S9(01)V9(04).
           05  HV-AMB-ZIP5            PIC X(05).
           05  HV-DRG-WEIGHT          PIC S9(03)V9(04).
           05  HV-FEDERAL-RATE        PIC S9(09)V99.
           05  HV-WAGE-INDEX          PIC S9(03)V9(04).
           05  HV-LABOR-SHARE         PIC S9(01)V9(04).
           05  HV-NON-LABOR           PIC S9(01)V9(04).
           05  HV-CASE-MIX-INDEX      PIC S9(03)V9(04).
           05  HV-CATEGORY            PIC X(08).
           05  HV-PROC-CODE           PIC X(05).
           05  HV-LINE-COUNT          PIC S9(09) COMP.
           05  HV-UNITS-TOTAL         PIC S9(09)V99.
           05  HV-ALLOWED-TOTAL       PIC S9(11)V99.
           05  HV-MEDICARE-TOTAL      PIC S9(11)V99.
           05  HV-PCT-OF-MEDICARE     PIC S9(05)V99.
           05  HV-PEER-COUNT          PIC S9(09) COMP.
           05  HV-PEER-Q1             PIC S9(05)V99.
           05  HV-PEER-MEDIAN         PIC S9(05)V99.
           05  HV-PEER-Q3             PIC S9(05)V99.
           05  HV-BENCHMARK-PCT       PIC S9(05)V99.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-LINES-READ      PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-LINES-PRICED    PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-LINES-NOPRICE   PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-ENTITIES        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CAT-ROWS        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CODE-ROWS       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CODE-OVERFLOW   PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PEER-GROUPS     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PEER-CAPPED     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RPT-ENTITIES    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-DTL-WRITTEN     PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-ALLOWED         PIC S9(13)V99 COMP-3
                                      VALUE +0.
           05  WS-TOT-MEDICARE        PIC S9(13)V99 COMP-3
                                      VALUE +0.
           05  WS-TOT-NOPRICE-ALLOWED PIC S9(13)V99 COMP-3
                                      VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8         PIC 9(08).
           05  WS-RUN-DATE            PIC 9(08).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY        PIC 9(04).
               10  WS-RUN-MM          PIC 9(02).
               10  WS-RUN-DD          PIC 9(02).
           05  WS-YEAR-AGO            PIC 9(08).
           05  WS-YEAR-AGO-PARTS REDEFINES WS-YEAR-AGO.
               10  WS-YEAR-AGO-YYYY   PIC 9(04).
               10  WS-YEAR-AGO-MM     PIC 9(02).
               10  WS-YEAR-AGO-DD     PIC 9(02).
           05  WS-SERVICE-DATE        PIC 9(08).
           05  WS-SERVICE-DATE-PARTS REDEFINES WS-SERVICE-DATE.
               10  WS-SERVICE-YYYY    PIC 9(04).
               10  WS-SERVICE-MMDD    PIC 9(04).
           05  WS-DATE-INT            PIC S9(09) COMP.
           05  WS-TOP-CODES           PIC 9(03) VALUE 25.
           05  WS-MIN-PEERS           PIC 9(03) VALUE 5.
           05  WS-PAGE-COUNT          PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT          PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
           05  WS-EDITED-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDITED-COUNT        PIC ZZZ,ZZZ,ZZ9.
      *--- SAME FACILITY PE REDUCTION AND AMBULANCE MILEAGE CODE
      *--- HCCLMADJ PRICES WITH ---
           05  WS-SOS-FACILITY-PCT    PIC S9(01)V9(04) COMP-3
                                      VALUE +0.5000.
           05  WS-AMB-MILEAGE-HCPCS   PIC X(05) VALUE 'A0425'.
           05  WS-LINE-CODE           PIC X(05).
           05  WS-LINE-CAT-SUB        PIC S9(03) COMP.
           05  WS-LINE-MEDICARE       PIC S9(09)V99 COMP-3.
           05  WS-TOTAL-RVU           PIC S9(07)V9(06) COMP-3.
           05  WS-DRG-BASE-RATE       PIC S9(09)V99 COMP-3.
           05  WS-CAT-SUB             PIC S9(03) COMP.
           05  WS-CODE-SUB            PIC S9(05) COMP.
           05  WS-SPC-SUB             PIC S9(03) COMP.
           05  WS-BEST-SPC-SUB        PIC S9(03) COMP.
           05  WS-HOLD-ENTITY-ID      PIC X(10).
           05  WS-FETCH-ENTITY-ID     PIC X(10).
           05  WS-FETCH-SPECIALTY     PIC X(03).
           05  WS-FETCH-REGION        PIC X(02).
           05  WS-ENTITY-SPECIALTY    PIC X(03).
           05  WS-ENTITY-REGION       PIC X(02).
           05  WS-ENTITY-CODES        PIC 9(05) COMP-3.
           05  WS-ENT-ALLOWED         PIC S9(13)V99 COMP-3.
           05  WS-ENT-MEDICARE        PIC S9(13)V99 COMP-3.
           05  WS-PCT-WORK            PIC S9(05)V99 COMP-3.
           05  WS-EXPECTED-AMT        PIC S9(11)V99 COMP-3.
           05  WS-VARIANCE-AMT        PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * SERVICE CATEGORIES. A LINE WITH NO MEDICARE RATE ON FILE (OR   *
      * ONE PRICED OFF A SCHEDULE MEDICARE DOES NOT USE - ANESTHESIA   *
      * TIME, DENTAL) IS COUNTED UNDER NOPRICE AND LEFT OUT OF EVERY   *
      * PERCENT-OF-MEDICARE FIGURE.                                    *
      *----------------------------------------------------------------*
       01  WS-CATEGORY-NAMES.
           05  FILLER                 PIC X(08) VALUE 'IP-DRG'.
           05  FILLER                 PIC X(08) VALUE 'OP-APC'.
           05  FILLER                 PIC X(08) VALUE 'PR-EM'.
           05  FILLER                 PIC X(08) VALUE 'PR-SURG'.
           05  FILLER                 PIC X(08) VALUE 'PR-RAD'.
           05  FILLER                 PIC X(08) VALUE 'PR-LAB'.
           05  FILLER                 PIC X(08) VALUE 'PR-MED'.
           05  FILLER                 PIC X(08) VALUE 'PR-OTHER'.
           05  FILLER                 PIC X(08) VALUE 'AMB'.
           05  FILLER                 PIC X(08) VALUE 'NOPRICE'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
           05  WS-CAT-NAME            PIC X(08) OCCURS 10 TIMES.
       01  WS-CATEGORY-SUBS.
           05  WS-CAT-IP-DRG          PIC S9(03) COMP VALUE 1.
           05  WS-CAT-OP-APC          PIC S9(03) COMP VALUE 2.
           05  WS-CAT-PR-EM           PIC S9(03) COMP VALUE 3.
           05  WS-CAT-PR-SURG         PIC S9(03) COMP VALUE 4.
           05  WS-CAT-PR-RAD          PIC S9(03) COMP VALUE 5.
           05  WS-CAT-PR-LAB          PIC S9(03) COMP VALUE 6.
           05  WS-CAT-PR-MED          PIC S9(03) COMP VALUE 7.
           05  WS-CAT-PR-OTHER        PIC S9(03) COMP VALUE 8.
           05  WS-CAT-AMB             PIC S9(03) COMP VALUE 9.
           05  WS-CAT-NOPRICE         PIC S9(03) COMP VALUE 10.
           05  WS-CAT-MAX             PIC S9(03) COMP VALUE 10.

      *--- ONE PROVIDER'S TOTALS BY CATEGORY ---
       01  WS-CATEGORY-ACCUMULATORS.
           05  WS-CAT-ACC OCCURS 10 TIMES.
               10  WS-CAT-LINES       PIC 9(09) COMP-3.
               10  WS-CAT-ALLOWED     PIC S9(11)V99 COMP-3.
               10  WS-CAT-MEDICARE    PIC S9(11)V99 COMP-3.

      *--- ONE PROVIDER'S TOTALS BY CATEGORY AND CODE. A PROVIDER
      *--- BILLING MORE CODES THAN THE TABLE HOLDS KEEPS ITS CATEGORY
      *--- TOTALS; THE EXTRA CODES ARE COUNTED AS OVERFLOW ---
       01  WS-CODE-TABLE.
           05  WS-CODE-COUNT          PIC S9(05) COMP VALUE 0.
           05  WS-CODE-MAX            PIC S9(05) COMP VALUE 5000.
           05  WS-CODE-ENTRY OCCURS 5000 TIMES.
               10  WS-CDE-CAT-SUB     PIC S9(03) COMP.
               10  WS-CDE-CODE        PIC X(05).
               10  WS-CDE-LINES       PIC 9(09) COMP-3.
               10  WS-CDE-UNITS       PIC S9(09)V99 COMP-3.
               10  WS-CDE-ALLOWED     PIC S9(11)V99 COMP-3.
               10  WS-CDE-MEDICARE    PIC S9(11)V99 COMP-3.

      *--- SPECIALTY AND STATE OF THE PROVIDER'S NPIS, BY ALLOWED
      *--- DOLLARS. A TAX ID IS BENCHMARKED AS ITS LARGEST ONE ---
       01  WS-SPECIALTY-TABLE.
           05  WS-SPC-COUNT           PIC S9(03) COMP VALUE 0.
           05  WS-SPC-MAX             PIC S9(03) COMP VALUE 20.
           05  WS-SPC-ENTRY OCCURS 20 TIMES.
               10  WS-SPC-SPECIALTY   PIC X(03).
               10  WS-SPC-REGION      PIC X(02).
               10  WS-SPC-ALLOWED     PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      * ONE PEER GROUP'S PERCENTS OF MEDICARE. THE CURSOR DELIVERS     *
      * THEM IN ASCENDING ORDER SO THE QUARTILES ARE READ STRAIGHT OFF *
      * THE TABLE AT THE GROUP BREAK.                                  *
      *----------------------------------------------------------------*
       01  WS-PEER-GROUP.
           05  WS-GRP-SPECIALTY       PIC X(03).
           05  WS-GRP-REGION          PIC X(02).
           05  WS-GRP-CATEGORY        PIC X(08).
           05  WS-GRP-COUNT           PIC S9(08) COMP.
           05  WS-GRP-OPEN-SW         PIC X(01) VALUE 'N'.
               88  PEER-GROUP-OPEN    VALUE 'Y'.
       01  WS-PEER-TABLE.
           05  WS-PEER-MAX            PIC S9(08) COMP VALUE 20000.
           05  WS-PEER-PCT            PIC S9(05)V99 COMP-3
                                      OCCURS 20000 TIMES.
       01  WS-QUARTILE-FIELDS.
           05  WS-QTL-N               PIC S9(08) COMP.
           05  WS-QTL-FRACTION        PIC S9(01)V9(04) COMP-3.
           05  WS-QTL-POSITION        PIC S9(08)V9(04) COMP-3.
           05  WS-QTL-LOW-SUB         PIC S9(08) COMP.
           05  WS-QTL-RESULT          PIC S9(05)V99 COMP-3.

       01  WS-RPT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE            PIC X(10).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'PROVIDER ALLOWED VS MEDICARE BENCHMARK REPORT'.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO         PIC Z,ZZ9.
           05  FILLER                 PIC X(41) VALUE SPACES.

       01  WS-RPT-TEXT-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RPT-TEXT            PIC X(132).

       01  WS-RPT-COLUMN-HDR.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'CATEGORY'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '    LINES'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE '        ALLOWED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(15)
               VALUE '       MEDICARE'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '  PCT MCR'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE ' PEERS'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '  PEER Q1'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE ' PEER MED'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE '  PEER Q3'.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE 'POSITION'.
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-RPT-BENCHMARK-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  BL-CATEGORY            PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-LINES               PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-ALLOWED             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-MEDICARE            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-PCT                 PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-PEERS               PIC ZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-Q1                  PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-MEDIAN              PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-Q3                  PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  BL-POSITION            PIC X(14).
           05  FILLER                 PIC X(11) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - REPRICE THE YEAR'S PAID LINES, RANK EACH PROVIDER   *
      * AGAINST ITS PEERS, THEN REPORT AND EXTRACT THE CODE DETAIL     *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-CLEAR-PRIOR-RUN
               THRU 2000-CLEAR-PRIOR-RUN-EXIT
           PERFORM 3000-REPRICE-PAID-LINES
               THRU 3000-REPRICE-PAID-LINES-EXIT
           PERFORM 4000-COMPUTE-PEER-QUARTILES
               THRU 4000-COMPUTE-PEER-QUARTILES-EXIT
           PERFORM 5000-WRITE-BENCHMARK-REPORT
               THRU 5000-WRITE-BENCHMARK-REPORT-EXIT
           PERFORM 6000-WRITE-CODE-DETAIL
               THRU 6000-WRITE-CODE-DETAIL-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, READ THE PARAMETERS, CONNECT TO THE DATABASE       *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           OPEN OUTPUT BMK-DETAIL-FILE
           IF WS-BDTL-STATUS NOT = '00'
               MOVE 'BMK-DETAIL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT BMK-REPORT
           IF WS-BRPT-STATUS NOT = '00'
               MOVE 'BMK-REPORT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1050-READ-PARAMETERS
               THRU 1050-READ-PARAMETERS-EXIT
           PERFORM 1200-CONNECT-DATABASE
           .

       1050-READ-PARAMETERS.
      *----------------------------------------------------------------*
      * EVERY PARAMETER IS OPTIONAL. THE WINDOW IS THE TWELVE MONTHS   *
      * OF PAID DATES ENDING ON THE RUN DATE.                          *
      *----------------------------------------------------------------*
           MOVE WS-CURR-DATE-8 TO WS-RUN-DATE
           MOVE SPACES TO HV-TARGET-ID

           OPEN INPUT BMK-PARM-FILE
           IF PARM-OK
               READ BMK-PARM-FILE
                   AT END
                       MOVE SPACES TO BMK-PARM-REC
               END-READ
               CLOSE BMK-PARM-FILE
               IF BP-RUN-DATE NUMERIC AND BP-RUN-DATE > 0
                   MOVE BP-RUN-DATE TO WS-RUN-DATE
               END-IF
               IF BP-ENTITY-LEVEL = 'N'
                   SET LEVEL-NPI TO TRUE
               END-IF
               MOVE BP-TARGET-ID TO HV-TARGET-ID
               IF BP-TOP-CODES NUMERIC AND BP-TOP-CODES > 0
                   MOVE BP-TOP-CODES TO WS-TOP-CODES
               END-IF
               IF BP-MIN-PEERS NUMERIC AND BP-MIN-PEERS > 0
                   MOVE BP-MIN-PEERS TO WS-MIN-PEERS
               END-IF
           END-IF

           IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
              OR WS-RUN-DD < 1 OR WS-RUN-DD > 31
               DISPLAY 'HCMCRBMK - BMKPARM RUN DATE INVALID - '
                       'TODAY USED'
               MOVE WS-CURR-DATE-8 TO WS-RUN-DATE
           END-IF

      *--- FROM THE DAY AFTER THE SAME DATE LAST YEAR (28 FEBRUARY
      *--- STANDS IN FOR 29 FEBRUARY) ---
           MOVE WS-RUN-DATE TO WS-YEAR-AGO
           SUBTRACT 1 FROM WS-YEAR-AGO-YYYY
           IF WS-YEAR-AGO-MM = 2 AND WS-YEAR-AGO-DD = 29
               MOVE 28 TO WS-YEAR-AGO-DD
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-AGO) + 1
           COMPUTE HV-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-RUN-DATE TO HV-THRU-DATE
           MOVE WS-RUN-DATE TO HV-RUN-DATE
           MOVE WS-ENTITY-LEVEL TO HV-ENTITY-LEVEL
           MOVE WS-MIN-PEERS TO HV-MIN-PEERS

           MOVE SPACES TO WS-RPT-TEXT
           STRING 'PAID DATES ' HV-FROM-DATE ' THRU ' HV-THRU-DATE
               '   LEVEL ' WS-ENTITY-LEVEL
               '   PROVIDER ' HV-TARGET-ID
               '   CODES PER PROVIDER ' WS-TOP-CODES
               '   MINIMUM PEERS ' WS-MIN-PEERS
               DELIMITED BY SIZE
               INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE
           .
       1050-READ-PARAMETERS-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE BMK-REPORT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE BMK-REPORT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO BMK-REPORT-REC
           WRITE BMK-REPORT-REC
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       1150-WRITE-TEXT-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE TEXT LINE, PAGING AS NEEDED                          *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE BMK-REPORT-REC FROM WS-RPT-TEXT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       1160-WRITE-BENCHMARK-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE CATEGORY LINE, PAGING AS NEEDED                      *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
               WRITE BMK-REPORT-REC FROM WS-RPT-COLUMN-HDR
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE BMK-REPORT-REC FROM WS-RPT-BENCHMARK-LINE
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

           DISPLAY 'HCMCRBMK - DATABASE CONNECTION ESTABLISHED'
           .

      *================================================================*
      * 2000 - A RERUN FOR THE SAME DATE AND LEVEL REPLACES ITS ROWS   *
      *================================================================*
       2000-CLEAR-PRIOR-RUN.
           EXEC SQL
               DELETE FROM PROVIDER_BENCHMARK_CODE
               WHERE  RUN_DATE = :HV-RUN-DATE
               AND    ENTITY_LEVEL = :HV-ENTITY-LEVEL
           END-EXEC
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = +100
               MOVE 'PROVIDER_BENCHMARK_CODE DELETE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           EXEC SQL
               DELETE FROM PROVIDER_BENCHMARK_CAT
               WHERE  RUN_DATE = :HV-RUN-DATE
               AND    ENTITY_LEVEL = :HV-ENTITY-LEVEL
           END-EXEC
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = +100
               MOVE 'PROVIDER_BENCHMARK_CAT DELETE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       2000-CLEAR-PRIOR-RUN-EXIT.
           EXIT.

      *================================================================*
      * 3000 - EVERY PAID LINE IN THE WINDOW, BY PROVIDER. AN INPATIENT*
      * STAY IS PRICED ONCE FOR THE WHOLE CLAIM, AS THE DRG PAYS IT.   *
      * PEERS NEED EVERY PROVIDER, SO THIS PASS IS NEVER LIMITED TO    *
      * THE PROVIDER BEING REPORTED.                                   *
      *================================================================*
       3000-REPRICE-PAID-LINES.
           EXEC SQL
               DECLARE BMK_LINE_CURSOR CURSOR FOR
               SELECT CASE WHEN :HV-ENTITY-LEVEL = 'N'
                           THEN H.PROVIDER_NPI
                           ELSE H.PROVIDER_TAX_ID END,
                      H.CLAIM_TYPE,
                      ISNULL(H.CLAIM_SUB_TYPE, ' '),
                      ISNULL(H.PLACE_OF_SERVICE, ' '),
                      ISNULL(L.CPT_CODE, ' '),
                      ISNULL(L.HCPCS_CODE, ' '),
                      ' ',
                      L.SERVICE_FROM_DATE, L.UNITS,
                      L.ALLOWED_AMOUNT,
                      ISNULL(P.SPECIALTY_CODE, ' '),
                      ISNULL(P.STATE_CODE, ' '),
                      ISNULL(P.CBSA_CODE, ' '),
                      ISNULL(P.ZIP_CODE, ' ')
               FROM   CLAIM_HEADER H
               JOIN   CLAIM_LINE L
                 ON   L.CLAIM_ID = H.CLAIM_ID
               LEFT JOIN PROVIDER P
                 ON   P.NPI = H.PROVIDER_NPI
               WHERE  H.CLAIM_STATUS IN ('PA', 'AJ')
               AND    H.PAID_DATE >= :HV-FROM-DATE
               AND    H.PAID_DATE <= :HV-THRU-DATE
               AND    (H.CLAIM_TYPE = 'PR'
                  OR   (H.CLAIM_TYPE = 'IN'
                        AND H.CLAIM_SUB_TYPE <> 'IP'))
               AND    L.LINE_STATUS = 'AP'
               AND    L.ALLOWED_AMOUNT > 0
               UNION ALL
               SELECT CASE WHEN :HV-ENTITY-LEVEL = 'N'
                           THEN H.PROVIDER_NPI
                           ELSE H.PROVIDER_TAX_ID END,
                      H.CLAIM_TYPE, H.CLAIM_SUB_TYPE, ' ',
                      ' ', ' ',
                      ISNULL(H.DRG_CODE, ' '),
                      H.SERVICE_FROM_DATE, 1,
                      H.ALLOWED_AMOUNT,
                      ISNULL(P.SPECIALTY_CODE, ' '),
                      ISNULL(P.STATE_CODE, ' '),
                      ISNULL(P.CBSA_CODE, ' '),
                      ISNULL(P.ZIP_CODE, ' ')
               FROM   CLAIM_HEADER H
               LEFT JOIN PROVIDER P
                 ON   P.NPI = H.PROVIDER_NPI
               WHERE  H.CLAIM_STATUS IN ('PA', 'AJ')
               AND    H.PAID_DATE >= :HV-FROM-DATE
               AND    H.PAID_DATE <= :HV-THRU-DATE
               AND    H.CLAIM_TYPE = 'IN'
               AND    H.CLAIM_SUB_TYPE = 'IP'
               AND    H.ALLOWED_AMOUNT > 0
               ORDER BY 1
           END-EXEC

           EXEC SQL
               OPEN BMK_LINE_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'BMK_LINE_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE SPACES TO WS-HOLD-ENTITY-ID
           PERFORM 3050-RESET-ENTITY

           PERFORM UNTIL LINE-AT-EOF
               EXEC SQL
                   FETCH BMK_LINE_CURSOR
                   INTO :HV-ENTITY-ID, :HV-CLAIM-TYPE,
                        :HV-CLAIM-SUB-TYPE, :HV-POS-CODE,
                        :HV-CPT-CODE, :HV-HCPCS-CODE,
                        :HV-DRG-CODE,
                        :HV-SERVICE-DATE, :HV-UNITS,
                        :HV-ALLOWED-AMT,
                        :HV-SPECIALTY, :HV-REGION,
                        :HV-CBSA-CODE, :HV-ZIP-CODE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET LINE-AT-EOF TO TRUE
               ELSE
                   IF HV-ENTITY-ID NOT = WS-HOLD-ENTITY-ID
      *--- 3800 REUSES THE HOST VARIABLES - KEEP THE NEW PROVIDER'S ---
                       MOVE HV-ENTITY-ID TO WS-FETCH-ENTITY-ID
                       MOVE HV-SPECIALTY TO WS-FETCH-SPECIALTY
                       MOVE HV-REGION TO WS-FETCH-REGION
                       PERFORM 3800-STORE-ENTITY
                           THRU 3800-STORE-ENTITY-EXIT
                       PERFORM 3050-RESET-ENTITY
                       MOVE WS-FETCH-ENTITY-ID TO HV-ENTITY-ID
                       MOVE WS-FETCH-SPECIALTY TO HV-SPECIALTY
                       MOVE WS-FETCH-REGION TO HV-REGION
                       MOVE HV-ENTITY-ID TO WS-HOLD-ENTITY-ID
                   END-IF
                   ADD 1 TO WS-CTR-LINES-READ
                   PERFORM 3100-REPRICE-LINE
                       THRU 3100-REPRICE-LINE-EXIT
                   PERFORM 3500-ACCUMULATE-LINE
                       THRU 3500-ACCUMULATE-LINE-EXIT
               END-IF
           END-PERFORM
           PERFORM 3800-STORE-ENTITY
               THRU 3800-STORE-ENTITY-EXIT

           EXEC SQL
               CLOSE BMK_LINE_CURSOR
           END-EXEC
           .
       3000-REPRICE-PAID-LINES-EXIT.
           EXIT.

       3050-RESET-ENTITY.
      *----------------------------------------------------------------*
      * CLEAR ONE PROVIDER'S ACCUMULATORS                              *
      *----------------------------------------------------------------*
           INITIALIZE WS-CATEGORY-ACCUMULATORS
           MOVE 0 TO WS-CODE-COUNT
           MOVE 0 TO WS-SPC-COUNT
           .

       3100-REPRICE-LINE.
      *----------------------------------------------------------------*
      * ROUTE THE LINE TO ITS MEDICARE PRICER THE WAY HCCLMADJ ROUTES  *
      * IT. A PRICER THAT FINDS NO RATE LEAVES RATE-FOUND OFF AND THE  *
      * LINE GOES TO NOPRICE.                                          *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-LINE-MEDICARE
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE HV-SERVICE-DATE TO WS-SERVICE-DATE
           IF HV-HCPCS-CODE NOT = SPACES
               MOVE HV-HCPCS-CODE TO WS-LINE-CODE
           ELSE
               MOVE HV-CPT-CODE TO WS-LINE-CODE
           END-IF

           EVALUATE TRUE
               WHEN HV-CLAIM-TYPE = 'IN' AND HV-CLAIM-SUB-TYPE = 'IP'
                   MOVE HV-DRG-CODE TO WS-LINE-CODE
                   MOVE WS-CAT-IP-DRG TO WS-LINE-CAT-SUB
                   PERFORM 3400-PRICE-DRG
                       THRU 3400-PRICE-DRG-EXIT
               WHEN HV-CLAIM-SUB-TYPE = 'AM'
                 OR (WS-LINE-CODE >= 'A0425'
                     AND WS-LINE-CODE <= 'A0436')
                   MOVE WS-CAT-AMB TO WS-LINE-CAT-SUB
                   PERFORM 3300-PRICE-AMBULANCE
                       THRU 3300-PRICE-AMBULANCE-EXIT
               WHEN HV-CLAIM-TYPE = 'IN'
                   MOVE WS-CAT-OP-APC TO WS-LINE-CAT-SUB
                   PERFORM 3200-PRICE-APC
                       THRU 3200-PRICE-APC-EXIT
               WHEN OTHER
                   MOVE HV-CPT-CODE TO WS-LINE-CODE
                   PERFORM 3110-SET-PROF-CATEGORY
                   PERFORM 3150-PRICE-RBRVS
                       THRU 3150-PRICE-RBRVS-EXIT
           END-EVALUATE

           IF RATE-FOUND
               ADD 1 TO WS-CTR-LINES-PRICED
           ELSE
               ADD 1 TO WS-CTR-LINES-NOPRICE
               MOVE WS-CAT-NOPRICE TO WS-LINE-CAT-SUB
               MOVE 0 TO WS-LINE-MEDICARE
           END-IF
           .
       3100-REPRICE-LINE-EXIT.
           EXIT.

       3110-SET-PROF-CATEGORY.
      *----------------------------------------------------------------*
      * PROFESSIONAL CATEGORY FROM THE CPT RANGE                       *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-LINE-CODE >= '99202' AND WS-LINE-CODE <= '99499'
                   MOVE WS-CAT-PR-EM TO WS-LINE-CAT-SUB
               WHEN WS-LINE-CODE >= '10004' AND WS-LINE-CODE <= '69990'
                   MOVE WS-CAT-PR-SURG TO WS-LINE-CAT-SUB
               WHEN WS-LINE-CODE >= '70010' AND WS-LINE-CODE <= '79999'
                   MOVE WS-CAT-PR-RAD TO WS-LINE-CAT-SUB
               WHEN WS-LINE-CODE >= '80047' AND WS-LINE-CODE <= '89398'
                   MOVE WS-CAT-PR-LAB TO WS-LINE-CAT-SUB
               WHEN WS-LINE-CODE >= '90281' AND WS-LINE-CODE <= '99607'
                   MOVE WS-CAT-PR-MED TO WS-LINE-CAT-SUB
               WHEN OTHER
                   MOVE WS-CAT-PR-OTHER TO WS-LINE-CAT-SUB
           END-EVALUATE
           .

       3150-PRICE-RBRVS.
      *----------------------------------------------------------------*
      * [(WORK RVU X WORK GPCI) + (PE RVU X PE GPCI) + (MP RVU X MP    *
      * GPCI)] X CONVERSION FACTOR X UNITS, WITH THE PE RVU REDUCED    *
      * OUTSIDE THE OFFICE OR HOME FOR SITE-OF-SERVICE CODES. DENTAL   *
      * AND ANESTHESIA CODES HAVE NO MEDICARE RVU RATE.                *
      *----------------------------------------------------------------*
           IF WS-LINE-CODE = SPACES
              OR WS-LINE-CODE(1:1) = 'D'
               GO TO 3150-PRICE-RBRVS-EXIT
           END-IF
           IF WS-LINE-CODE IS NUMERIC
              AND WS-LINE-CODE >= '00100'
              AND WS-LINE-CODE <= '01999'
               GO TO 3150-PRICE-RBRVS-EXIT
           END-IF

           MOVE WS-LINE-CODE TO HV-RATE-CODE
           EXEC SQL
               SELECT WORK_RVU,
                      PRACTICE_EXPENSE_RVU,
                      MALPRACTICE_RVU,
                      SITE_OF_SERVICE_IND
               INTO   :HV-WORK-RVU,
                      :HV-PE-RVU,
                      :HV-MP-RVU,
                      :HV-SOS-INDICATOR
               FROM   FEE_SCHEDULE_RBRVS
               WHERE  CPT_CODE = :HV-RATE-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3150-PRICE-RBRVS-EXIT
           END-IF

           EXEC SQL
               SELECT WORK_GPCI,
                      PE_GPCI,
                      MP_GPCI,
                      CONVERSION_FACTOR
               INTO   :HV-WORK-GPCI,
                      :HV-PE-GPCI,
                      :HV-MP-GPCI,
                      :HV-CONV-FACTOR
               FROM   GPCI_TABLE
               WHERE  CBSA_CODE = :HV-CBSA-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
      *--- SAME DEFAULTS THE PRICER FALLS BACK TO ---
               MOVE +1.0000 TO HV-WORK-GPCI
               MOVE +1.0000 TO HV-PE-GPCI
               MOVE +1.0000 TO HV-MP-GPCI
               MOVE +36.0896 TO HV-CONV-FACTOR
           END-IF

           IF HV-SOS-INDICATOR = 'Y'
              AND HV-POS-CODE NOT = '11'
              AND HV-POS-CODE NOT = '12'
               COMPUTE WS-TOTAL-RVU =
                   (HV-WORK-RVU * HV-WORK-GPCI)
                 + (HV-PE-RVU * HV-PE-GPCI * WS-SOS-FACILITY-PCT)
                 + (HV-MP-RVU * HV-MP-GPCI)
           ELSE
               COMPUTE WS-TOTAL-RVU =
                   (HV-WORK-RVU * HV-WORK-GPCI)
                 + (HV-PE-RVU * HV-PE-GPCI)
                 + (HV-MP-RVU * HV-MP-GPCI)
           END-IF

           COMPUTE WS-LINE-MEDICARE ROUNDED =
               WS-TOTAL-RVU * HV-CONV-FACTOR * HV-UNITS
           SET RATE-FOUND TO TRUE
           .
       3150-PRICE-RBRVS-EXIT.
           EXIT.

       3200-PRICE-APC.
      *----------------------------------------------------------------*
      * OUTPATIENT FACILITY LINE AT ITS APC PAYMENT RATE X UNITS.      *
      * STATUS N IS PACKAGED - MEDICARE PAYS NOTHING SEPARATELY, SO    *
      * WHATEVER WE ALLOWED FOR IT IS ALL VARIANCE. STATUS A PAYS OFF  *
      * THE PHYSICIAN FEE SCHEDULE. THE SECOND-PROCEDURE DISCOUNT IS   *
      * NOT APPLIED - THE BENCHMARK IS THE FULL RATE.                  *
      *----------------------------------------------------------------*
           IF WS-LINE-CODE = SPACES
               GO TO 3200-PRICE-APC-EXIT
           END-IF

           MOVE WS-LINE-CODE TO HV-RATE-CODE
           EXEC SQL
               SELECT STATUS_INDICATOR,
                      PAYMENT_RATE
               INTO   :HV-APC-STATUS-IND,
                      :HV-APC-PAYMENT-RATE
               FROM   APC_PAYMENT_RATE
               WHERE  HCPCS_CODE = :HV-RATE-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3200-PRICE-APC-EXIT
           END-IF

           EVALUATE HV-APC-STATUS-IND
               WHEN 'N '
                   MOVE 0 TO WS-LINE-MEDICARE
                   SET RATE-FOUND TO TRUE
               WHEN 'A '
                   PERFORM 3150-PRICE-RBRVS
                       THRU 3150-PRICE-RBRVS-EXIT
               WHEN OTHER
                   COMPUTE WS-LINE-MEDICARE ROUNDED =
                       HV-APC-PAYMENT-RATE * HV-UNITS
                   SET RATE-FOUND TO TRUE
           END-EVALUATE
           .
       3200-PRICE-APC-EXIT.
           EXIT.

       3300-PRICE-AMBULANCE.
      *----------------------------------------------------------------*
      * BASE RATE FOR THE SERVICE LEVEL, OR THE PER-MILE RATE X LOADED *
      * MILES (UNITS) ON THE MILEAGE LINE, TIMES THE ORIGIN ZIP        *
      * GEOGRAPHIC ADJUSTMENT. RATES ARE BY THE YEAR OF SERVICE.       *
      *----------------------------------------------------------------*
           IF WS-LINE-CODE = SPACES
               GO TO 3300-PRICE-AMBULANCE-EXIT
           END-IF

           MOVE WS-LINE-CODE TO HV-RATE-CODE
           MOVE WS-SERVICE-YYYY TO HV-RATE-YEAR
           EXEC SQL
               SELECT BASE_RATE_AMOUNT,
                      MILEAGE_RATE_AMOUNT
               INTO   :HV-AMB-BASE-RATE,
                      :HV-AMB-MILEAGE-RATE
               FROM   AMBULANCE_FEE_SCHEDULE
               WHERE  HCPCS_CODE = :HV-RATE-CODE
               AND    RATE_YEAR  = :HV-RATE-YEAR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3300-PRICE-AMBULANCE-EXIT
           END-IF

           MOVE HV-ZIP-CODE(1:5) TO HV-AMB-ZIP5
           EXEC SQL
               SELECT GEO_ADJUSTMENT_PCT
               INTO   :HV-AMB-GEO-ADJ-PCT
               FROM   AMBULANCE_ZIP_GEO_ADJ
               WHERE  ZIP5_CODE = :HV-AMB-ZIP5
               AND    RATE_YEAR = :HV-RATE-YEAR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE +1.0000 TO HV-AMB-GEO-ADJ-PCT
           END-IF

           IF WS-LINE-CODE = WS-AMB-MILEAGE-HCPCS
               COMPUTE WS-LINE-MEDICARE ROUNDED =
                   HV-UNITS * HV-AMB-MILEAGE-RATE * HV-AMB-GEO-ADJ-PCT
           ELSE
               COMPUTE WS-LINE-MEDICARE ROUNDED =
                   HV-AMB-BASE-RATE * HV-AMB-GEO-ADJ-PCT
           END-IF
           SET RATE-FOUND TO TRUE
           .
       3300-PRICE-AMBULANCE-EXIT.
           EXIT.

       3400-PRICE-DRG.
      *----------------------------------------------------------------*
      * BASE = (FEDERAL RATE X LABOR SHARE X WAGE INDEX) + (FEDERAL    *
      * RATE X NON-LABOR SHARE); PAYMENT = BASE X DRG WEIGHT X CASE    *
      * MIX INDEX, AS THE PRICER COMPUTES IT BEFORE ADD-ONS. OUTLIER,  *
      * DSH, IME AND NEW-TECHNOLOGY ADD-ONS ARE LEFT OUT OF THE        *
      * BENCHMARK.                                                     *
      *----------------------------------------------------------------*
           IF HV-DRG-CODE = SPACES OR HV-DRG-CODE = '0000'
               GO TO 3400-PRICE-DRG-EXIT
           END-IF

           EXEC SQL
               SELECT DRG_WEIGHT
               INTO   :HV-DRG-WEIGHT
               FROM   MS_DRG_TABLE
               WHERE  DRG_CODE = :HV-DRG-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3400-PRICE-DRG-EXIT
           END-IF

           EXEC SQL
               SELECT FEDERAL_BASE_RATE,
                      WAGE_INDEX,
                      LABOR_SHARE,
                      NON_LABOR_SHARE,
                      CASE_MIX_INDEX
               INTO   :HV-FEDERAL-RATE,
                      :HV-WAGE-INDEX,
                      :HV-LABOR-SHARE,
                      :HV-NON-LABOR,
                      :HV-CASE-MIX-INDEX
               FROM   DRG_PAYMENT_RATES
               WHERE  CBSA_CODE = :HV-CBSA-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3400-PRICE-DRG-EXIT
           END-IF

           COMPUTE WS-DRG-BASE-RATE ROUNDED =
               (HV-FEDERAL-RATE * HV-LABOR-SHARE * HV-WAGE-INDEX)
             + (HV-FEDERAL-RATE * HV-NON-LABOR)
           COMPUTE WS-LINE-MEDICARE ROUNDED =
               WS-DRG-BASE-RATE * HV-DRG-WEIGHT * HV-CASE-MIX-INDEX
           SET RATE-FOUND TO TRUE
           .
       3400-PRICE-DRG-EXIT.
           EXIT.

       3500-ACCUMULATE-LINE.
      *----------------------------------------------------------------*
      * ADD THE LINE TO ITS CATEGORY, ITS CODE AND THE PROVIDER'S      *
      * SPECIALTY TALLY                                                *
      *----------------------------------------------------------------*
           MOVE WS-LINE-CAT-SUB TO WS-CAT-SUB
           ADD 1 TO WS-CAT-LINES(WS-CAT-SUB)
           ADD HV-ALLOWED-AMT TO WS-CAT-ALLOWED(WS-CAT-SUB)
           ADD WS-LINE-MEDICARE TO WS-CAT-MEDICARE(WS-CAT-SUB)
           IF WS-CAT-SUB = WS-CAT-NOPRICE
               ADD HV-ALLOWED-AMT TO WS-TOT-NOPRICE-ALLOWED
           ELSE
               ADD HV-ALLOWED-AMT TO WS-TOT-ALLOWED
               ADD WS-LINE-MEDICARE TO WS-TOT-MEDICARE
           END-IF

           MOVE 'N' TO WS-CODE-FOUND-SW
           PERFORM 3510-FIND-CODE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT OR CODE-FOUND
           IF CODE-FOUND
               SUBTRACT 1 FROM WS-CODE-SUB
           ELSE
               IF WS-CODE-COUNT < WS-CODE-MAX
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-CODE-SUB
                   MOVE WS-CAT-SUB TO WS-CDE-CAT-SUB(WS-CODE-SUB)
                   MOVE WS-LINE-CODE TO WS-CDE-CODE(WS-CODE-SUB)
                   MOVE 0 TO WS-CDE-LINES(WS-CODE-SUB)
                   MOVE 0 TO WS-CDE-UNITS(WS-CODE-SUB)
                   MOVE 0 TO WS-CDE-ALLOWED(WS-CODE-SUB)
                   MOVE 0 TO WS-CDE-MEDICARE(WS-CODE-SUB)
               ELSE
                   ADD 1 TO WS-CTR-CODE-OVERFLOW
                   GO TO 3500-TALLY-SPECIALTY
               END-IF
           END-IF
           ADD 1 TO WS-CDE-LINES(WS-CODE-SUB)
           ADD HV-UNITS TO WS-CDE-UNITS(WS-CODE-SUB)
           ADD HV-ALLOWED-AMT TO WS-CDE-ALLOWED(WS-CODE-SUB)
           ADD WS-LINE-MEDICARE TO WS-CDE-MEDICARE(WS-CODE-SUB)
           .
       3500-TALLY-SPECIALTY.
           MOVE 0 TO WS-BEST-SPC-SUB
           PERFORM 3520-FIND-SPECIALTY
               VARYING WS-SPC-SUB FROM 1 BY 1
               UNTIL WS-SPC-SUB > WS-SPC-COUNT
           IF WS-BEST-SPC-SUB = 0
               IF WS-SPC-COUNT < WS-SPC-MAX
                   ADD 1 TO WS-SPC-COUNT
                   MOVE WS-SPC-COUNT TO WS-BEST-SPC-SUB
                   MOVE HV-SPECIALTY
                     TO WS-SPC-SPECIALTY(WS-BEST-SPC-SUB)
                   MOVE HV-REGION TO WS-SPC-REGION(WS-BEST-SPC-SUB)
                   MOVE 0 TO WS-SPC-ALLOWED(WS-BEST-SPC-SUB)
               ELSE
                   GO TO 3500-ACCUMULATE-LINE-EXIT
               END-IF
           END-IF
           ADD HV-ALLOWED-AMT TO WS-SPC-ALLOWED(WS-BEST-SPC-SUB)
           .
       3500-ACCUMULATE-LINE-EXIT.
           EXIT.

       3510-FIND-CODE.
           IF WS-CDE-CAT-SUB(WS-CODE-SUB) = WS-CAT-SUB
              AND WS-CDE-CODE(WS-CODE-SUB) = WS-LINE-CODE
               SET CODE-FOUND TO TRUE
           END-IF
           .

       3520-FIND-SPECIALTY.
           IF WS-SPC-SPECIALTY(WS-SPC-SUB) = HV-SPECIALTY
              AND WS-SPC-REGION(WS-SPC-SUB) = HV-REGION
               MOVE WS-SPC-SUB TO WS-BEST-SPC-SUB
           END-IF
           .

       3800-STORE-ENTITY.
      *----------------------------------------------------------------*
      * ON A PROVIDER BREAK, STORE ITS CATEGORY AND CODE TOTALS        *
      *----------------------------------------------------------------*
           IF WS-HOLD-ENTITY-ID = SPACES
               GO TO 3800-STORE-ENTITY-EXIT
           END-IF
           ADD 1 TO WS-CTR-ENTITIES

           MOVE 1 TO WS-BEST-SPC-SUB
           PERFORM 3810-PICK-SPECIALTY
               VARYING WS-SPC-SUB FROM 2 BY 1
               UNTIL WS-SPC-SUB > WS-SPC-COUNT
           MOVE WS-SPC-SPECIALTY(WS-BEST-SPC-SUB)
             TO WS-ENTITY-SPECIALTY
           MOVE WS-SPC-REGION(WS-BEST-SPC-SUB) TO WS-ENTITY-REGION
           IF WS-SPC-COUNT = 0
               MOVE SPACES TO WS-ENTITY-SPECIALTY
               MOVE SPACES TO WS-ENTITY-REGION
           END-IF
           MOVE WS-HOLD-ENTITY-ID TO HV-ENTITY-ID
           MOVE WS-ENTITY-SPECIALTY TO HV-SPECIALTY
           MOVE WS-ENTITY-REGION TO HV-REGION

           PERFORM 3820-INSERT-CATEGORY
               THRU 3820-INSERT-CATEGORY-EXIT
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-MAX
           PERFORM 3830-INSERT-CODE
               THRU 3830-INSERT-CODE-EXIT
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > WS-CODE-COUNT
           .
       3800-STORE-ENTITY-EXIT.
           EXIT.

       3810-PICK-SPECIALTY.
           IF WS-SPC-ALLOWED(WS-SPC-SUB)
              > WS-SPC-ALLOWED(WS-BEST-SPC-SUB)
               MOVE WS-SPC-SUB TO WS-BEST-SPC-SUB
           END-IF
           .

       3820-INSERT-CATEGORY.
      *----------------------------------------------------------------*
      * ONE ROW PER CATEGORY THE PROVIDER BILLED. PERCENT OF MEDICARE  *
      * IS ZERO WHERE THERE ARE NO MEDICARE DOLLARS TO COMPARE WITH.   *
      *----------------------------------------------------------------*
           IF WS-CAT-LINES(WS-CAT-SUB) = 0
               GO TO 3820-INSERT-CATEGORY-EXIT
           END-IF

           MOVE WS-CAT-NAME(WS-CAT-SUB) TO HV-CATEGORY
           MOVE WS-CAT-LINES(WS-CAT-SUB) TO HV-LINE-COUNT
           MOVE WS-CAT-ALLOWED(WS-CAT-SUB) TO HV-ALLOWED-TOTAL
           MOVE WS-CAT-MEDICARE(WS-CAT-SUB) TO HV-MEDICARE-TOTAL
           MOVE 0 TO HV-PCT-OF-MEDICARE
           IF WS-CAT-MEDICARE(WS-CAT-SUB) > 0
               COMPUTE HV-PCT-OF-MEDICARE ROUNDED =
                   WS-CAT-ALLOWED(WS-CAT-SUB) * 100
                 / WS-CAT-MEDICARE(WS-CAT-SUB)
                   ON SIZE ERROR
                       MOVE 99999.99 TO HV-PCT-OF-MEDICARE
               END-COMPUTE
           END-IF

           EXEC SQL
               INSERT INTO PROVIDER_BENCHMARK_CAT
                   (RUN_DATE, ENTITY_LEVEL, ENTITY_ID,
                    SPECIALTY_CODE, REGION_CODE, SERVICE_CATEGORY,
                    FROM_DATE, THRU_DATE,
                    LINE_COUNT, ALLOWED_AMT, MEDICARE_AMT,
                    PCT_OF_MEDICARE, PEER_COUNT,
                    PEER_Q1_PCT, PEER_MEDIAN_PCT, PEER_Q3_PCT,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-RUN-DATE, :HV-ENTITY-LEVEL, :HV-ENTITY-ID,
                    :HV-SPECIALTY, :HV-REGION, :HV-CATEGORY,
                    :HV-FROM-DATE, :HV-THRU-DATE,
                    :HV-LINE-COUNT, :HV-ALLOWED-TOTAL,
                    :HV-MEDICARE-TOTAL,
                    :HV-PCT-OF-MEDICARE, 0,
                    0, 0, 0,
                    GETDATE(), 'HCMCRBMK')
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER_BENCHMARK_CAT INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3820-INSERT-CATEGORY-EXIT
           END-IF
           ADD 1 TO WS-CTR-CAT-ROWS
           .
       3820-INSERT-CATEGORY-EXIT.
           EXIT.

       3830-INSERT-CODE.
      *----------------------------------------------------------------*
      * ONE ROW PER CATEGORY AND CODE THE PROVIDER BILLED              *
      *----------------------------------------------------------------*
           MOVE WS-CDE-CAT-SUB(WS-CODE-SUB) TO WS-CAT-SUB
           MOVE WS-CAT-NAME(WS-CAT-SUB) TO HV-CATEGORY
           MOVE WS-CDE-CODE(WS-CODE-SUB) TO HV-PROC-CODE
           MOVE WS-CDE-LINES(WS-CODE-SUB) TO HV-LINE-COUNT
           MOVE WS-CDE-UNITS(WS-CODE-SUB) TO HV-UNITS-TOTAL
           MOVE WS-CDE-ALLOWED(WS-CODE-SUB) TO HV-ALLOWED-TOTAL
           MOVE WS-CDE-MEDICARE(WS-CODE-SUB) TO HV-MEDICARE-TOTAL

           EXEC SQL
               INSERT INTO PROVIDER_BENCHMARK_CODE
                   (RUN_DATE, ENTITY_LEVEL, ENTITY_ID,
                    SERVICE_CATEGORY, PROC_CODE,
                    LINE_COUNT, UNITS, ALLOWED_AMT, MEDICARE_AMT,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-RUN-DATE, :HV-ENTITY-LEVEL, :HV-ENTITY-ID,
                    :HV-CATEGORY, :HV-PROC-CODE,
                    :HV-LINE-COUNT, :HV-UNITS-TOTAL,
                    :HV-ALLOWED-TOTAL, :HV-MEDICARE-TOTAL,
                    GETDATE(), 'HCMCRBMK')
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER_BENCHMARK_CODE INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3830-INSERT-CODE-EXIT
           END-IF
           ADD 1 TO WS-CTR-CODE-ROWS
           .
       3830-INSERT-CODE-EXIT.
           EXIT.

      *================================================================*
      * 4000 - PEER QUARTILES. A PEER GROUP IS EVERY PROVIDER OF THE   *
      * SAME SPECIALTY IN THE SAME STATE WITH MEDICARE DOLLARS IN THE  *
      * CATEGORY (THE PROVIDER ITSELF INCLUDED). EACH GROUP'S Q1,      *
      * MEDIAN AND Q3 ARE STAMPED ON ALL OF ITS ROWS.                  *
      *================================================================*
       4000-COMPUTE-PEER-QUARTILES.
           EXEC SQL
               DECLARE BMK_PEER_CURSOR CURSOR FOR
               SELECT SPECIALTY_CODE, REGION_CODE, SERVICE_CATEGORY,
                      PCT_OF_MEDICARE
               FROM   PROVIDER_BENCHMARK_CAT
               WHERE  RUN_DATE = :HV-RUN-DATE
               AND    ENTITY_LEVEL = :HV-ENTITY-LEVEL
               AND    SERVICE_CATEGORY <> 'NOPRICE'
               AND    MEDICARE_AMT > 0
               ORDER BY SPECIALTY_CODE, REGION_CODE,
                        SERVICE_CATEGORY, PCT_OF_MEDICARE
           END-EXEC

           EXEC SQL
               OPEN BMK_PEER_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'BMK_PEER_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-GRP-OPEN-SW
           PERFORM UNTIL PEER-AT-EOF
               EXEC SQL
                   FETCH BMK_PEER_CURSOR
                   INTO :HV-SPECIALTY, :HV-REGION, :HV-CATEGORY,
                        :HV-PCT-OF-MEDICARE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET PEER-AT-EOF TO TRUE
               ELSE
                   IF NOT PEER-GROUP-OPEN
                      OR HV-SPECIALTY NOT = WS-GRP-SPECIALTY
                      OR HV-REGION NOT = WS-GRP-REGION
                      OR HV-CATEGORY NOT = WS-GRP-CATEGORY
                       PERFORM 4100-CLOSE-PEER-GROUP
                           THRU 4100-CLOSE-PEER-GROUP-EXIT
                       MOVE HV-SPECIALTY TO WS-GRP-SPECIALTY
                       MOVE HV-REGION TO WS-GRP-REGION
                       MOVE HV-CATEGORY TO WS-GRP-CATEGORY
                       MOVE 0 TO WS-GRP-COUNT
                       SET PEER-GROUP-OPEN TO TRUE
                   END-IF
                   ADD 1 TO WS-GRP-COUNT
                   IF WS-GRP-COUNT <= WS-PEER-MAX
                       MOVE HV-PCT-OF-MEDICARE
                         TO WS-PEER-PCT(WS-GRP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 4100-CLOSE-PEER-GROUP
               THRU 4100-CLOSE-PEER-GROUP-EXIT

           EXEC SQL
               CLOSE BMK_PEER_CURSOR
           END-EXEC
           .
       4000-COMPUTE-PEER-QUARTILES-EXIT.
           EXIT.

       4100-CLOSE-PEER-GROUP.
      *----------------------------------------------------------------*
      * QUARTILES OF THE ASCENDING TABLE. A GROUP LARGER THAN THE      *
      * TABLE TAKES THE QUARTILES OF THE TABLED PORTION AND IS FLAGGED *
      * ON THE REPORT.                                                 *
      *----------------------------------------------------------------*
           IF NOT PEER-GROUP-OPEN
               GO TO 4100-CLOSE-PEER-GROUP-EXIT
           END-IF
           ADD 1 TO WS-CTR-PEER-GROUPS

           IF WS-GRP-COUNT > WS-PEER-MAX
               ADD 1 TO WS-CTR-PEER-CAPPED
               MOVE SPACES TO WS-RPT-TEXT
               STRING 'QUARTILES FROM FIRST 20000 - GROUP '
                   WS-GRP-SPECIALTY ' ' WS-GRP-REGION ' '
                   WS-GRP-CATEGORY
                   DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               END-STRING
               PERFORM 1150-WRITE-TEXT-LINE
               MOVE WS-PEER-MAX TO WS-QTL-N
           ELSE
               MOVE WS-GRP-COUNT TO WS-QTL-N
           END-IF

           MOVE .25 TO WS-QTL-FRACTION
           PERFORM 4200-COMPUTE-QUARTILE
           MOVE WS-QTL-RESULT TO HV-PEER-Q1
           MOVE .50 TO WS-QTL-FRACTION
           PERFORM 4200-COMPUTE-QUARTILE
           MOVE WS-QTL-RESULT TO HV-PEER-MEDIAN
           MOVE .75 TO WS-QTL-FRACTION
           PERFORM 4200-COMPUTE-QUARTILE
           MOVE WS-QTL-RESULT TO HV-PEER-Q3
           MOVE WS-GRP-COUNT TO HV-PEER-COUNT

           MOVE WS-GRP-SPECIALTY TO HV-SPECIALTY
           MOVE WS-GRP-REGION TO HV-REGION
           MOVE WS-GRP-CATEGORY TO HV-CATEGORY
           EXEC SQL
               UPDATE PROVIDER_BENCHMARK_CAT
               SET    PEER_COUNT = :HV-PEER-COUNT,
                      PEER_Q1_PCT = :HV-PEER-Q1,
                      PEER_MEDIAN_PCT = :HV-PEER-MEDIAN,
                      PEER_Q3_PCT = :HV-PEER-Q3
               WHERE  RUN_DATE = :HV-RUN-DATE
               AND    ENTITY_LEVEL = :HV-ENTITY-LEVEL
               AND    SPECIALTY_CODE = :HV-SPECIALTY
               AND    REGION_CODE = :HV-REGION
               AND    SERVICE_CATEGORY = :HV-CATEGORY
               AND    MEDICARE_AMT > 0
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER_BENCHMARK_CAT PEER UPDATE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE 'N' TO WS-GRP-OPEN-SW
           .
       4100-CLOSE-PEER-GROUP-EXIT.
           EXIT.

       4200-COMPUTE-QUARTILE.
      *----------------------------------------------------------------*
      * VALUE AT FRACTION F OF THE ASCENDING TABLE OF N ENTRIES,       *
      * INTERPOLATED BETWEEN THE TWO ENTRIES AROUND POSITION           *
      * F X (N - 1) + 1. THE MEDIAN OF AN EVEN GROUP IS THE MEAN OF    *
      * THE TWO MIDDLE VALUES.                                         *
      *----------------------------------------------------------------*
           COMPUTE WS-QTL-POSITION =
               WS-QTL-FRACTION * (WS-QTL-N - 1) + 1
           MOVE WS-QTL-POSITION TO WS-QTL-LOW-SUB
           IF WS-QTL-LOW-SUB >= WS-QTL-N
               MOVE WS-PEER-PCT(WS-QTL-N) TO WS-QTL-RESULT
           ELSE
               COMPUTE WS-QTL-RESULT ROUNDED =
                   WS-PEER-PCT(WS-QTL-LOW-SUB)
                 + (WS-QTL-POSITION - WS-QTL-LOW-SUB)
                 * (WS-PEER-PCT(WS-QTL-LOW-SUB + 1)
                  - WS-PEER-PCT(WS-QTL-LOW-SUB))
           END-IF
           .

      *================================================================*
      * 5000 - BENCHMARK REPORT: EACH PROVIDER (OR THE ONE REQUESTED), *
      * ITS CATEGORIES AGAINST THE PEER QUARTILES, AND ITS OVERALL     *
      * PERCENT OF MEDICARE                                            *
      *================================================================*
       5000-WRITE-BENCHMARK-REPORT.
           EXEC SQL
               DECLARE BMK_RPT_CURSOR CURSOR FOR
               SELECT ENTITY_ID, SPECIALTY_CODE, REGION_CODE,
                      SERVICE_CATEGORY, LINE_COUNT,
                      ALLOWED_AMT, MEDICARE_AMT, PCT_OF_MEDICARE,
                      PEER_COUNT, PEER_Q1_PCT, PEER_MEDIAN_PCT,
                      PEER_Q3_PCT
               FROM   PROVIDER_BENCHMARK_CAT
               WHERE  RUN_DATE = :HV-RUN-DATE
               AND    ENTITY_LEVEL = :HV-ENTITY-LEVEL
               AND    (:HV-TARGET-ID = ' '
                  OR   ENTITY_ID = :HV-TARGET-ID)
               ORDER BY ENTITY_ID, SERVICE_CATEGORY
           END-EXEC

           EXEC SQL
               OPEN BMK_RPT_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'BMK_RPT_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 5000-WRITE-BENCHMARK-REPORT-EXIT
           END-IF

           MOVE SPACES TO WS-HOLD-ENTITY-ID
           PERFORM UNTIL RPT-AT-EOF
               EXEC SQL
                   FETCH BMK_RPT_CURSOR
                   INTO :HV-ENTITY-ID, :HV-SPECIALTY, :HV-REGION,
                        :HV-CATEGORY, :HV-LINE-COUNT,
                        :HV-ALLOWED-TOTAL, :HV-MEDICARE-TOTAL,
                        :HV-PCT-OF-MEDICARE,
                        :HV-PEER-COUNT, :HV-PEER-Q1,
                        :HV-PEER-MEDIAN, :HV-PEER-Q3
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET RPT-AT-EOF TO TRUE
               ELSE
                   IF HV-ENTITY-ID NOT = WS-HOLD-ENTITY-ID
                       PERFORM 5200-PROVIDER-TOTAL-LINE
                       PERFORM 5100-PROVIDER-HEADING
                   END-IF
                   PERFORM 5300-CATEGORY-LINE
               END-IF
           END-PERFORM
           PERFORM 5200-PROVIDER-TOTAL-LINE

           EXEC SQL
               CLOSE BMK_RPT_CURSOR
           END-EXEC
           .
       5000-WRITE-BENCHMARK-REPORT-EXIT.
           EXIT.

       5100-PROVIDER-HEADING.
      *----------------------------------------------------------------*
      * START A PROVIDER ON A NEW PAGE WHEN IT WILL NOT FIT            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-RPT-ENTITIES
           MOVE HV-ENTITY-ID TO WS-HOLD-ENTITY-ID
           MOVE 0 TO WS-ENT-ALLOWED
           MOVE 0 TO WS-ENT-MEDICARE
           IF WS-LINE-COUNT + 15 > WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-RPT-TEXT
           PERFORM 1150-WRITE-TEXT-LINE
           IF LEVEL-NPI
               STRING 'PROVIDER NPI ' HV-ENTITY-ID
                   '   SPECIALTY ' HV-SPECIALTY
                   '   STATE ' HV-REGION
                   DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               END-STRING
           ELSE
               STRING 'PROVIDER TAX ID ' HV-ENTITY-ID
                   '   SPECIALTY ' HV-SPECIALTY
                   '   STATE ' HV-REGION
                   DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
               END-STRING
           END-IF
           PERFORM 1150-WRITE-TEXT-LINE
           WRITE BMK-REPORT-REC FROM WS-RPT-COLUMN-HDR
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       5200-PROVIDER-TOTAL-LINE.
      *----------------------------------------------------------------*
      * THE PROVIDER'S ALLOWED AS A PERCENT OF MEDICARE ACROSS ALL     *
      * REPRICED CATEGORIES                                            *
      *----------------------------------------------------------------*
           IF WS-HOLD-ENTITY-ID NOT = SPACES
               PERFORM 5210-FORMAT-PROVIDER-TOTAL
           END-IF
           .

       5210-FORMAT-PROVIDER-TOTAL.
           MOVE SPACES TO WS-RPT-BENCHMARK-LINE
           MOVE 'ALL' TO BL-CATEGORY
           MOVE WS-ENT-ALLOWED TO BL-ALLOWED
           MOVE WS-ENT-MEDICARE TO BL-MEDICARE
           MOVE 0 TO WS-PCT-WORK
           IF WS-ENT-MEDICARE > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-ENT-ALLOWED * 100 / WS-ENT-MEDICARE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PCT-WORK
               END-COMPUTE
           END-IF
           MOVE WS-PCT-WORK TO BL-PCT
           MOVE 'REPRICED LINES' TO BL-POSITION
           PERFORM 1160-WRITE-BENCHMARK-LINE
           .

       5300-CATEGORY-LINE.
      *----------------------------------------------------------------*
      * ONE CATEGORY AND WHERE IT FALLS AMONG ITS PEERS                *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-RPT-BENCHMARK-LINE
           MOVE HV-CATEGORY TO BL-CATEGORY
           MOVE HV-LINE-COUNT TO BL-LINES
           MOVE HV-ALLOWED-TOTAL TO BL-ALLOWED
           MOVE HV-MEDICARE-TOTAL TO BL-MEDICARE
           MOVE HV-PCT-OF-MEDICARE TO BL-PCT
           MOVE HV-PEER-COUNT TO BL-PEERS
           MOVE HV-PEER-Q1 TO BL-Q1
           MOVE HV-PEER-MEDIAN TO BL-MEDIAN
           MOVE HV-PEER-Q3 TO BL-Q3

           EVALUATE TRUE
               WHEN HV-CATEGORY = 'NOPRICE'
                   MOVE 'NOT REPRICED' TO BL-POSITION
               WHEN HV-MEDICARE-TOTAL NOT > 0
                   MOVE 'NO MEDICARE $' TO BL-POSITION
               WHEN HV-PEER-COUNT < WS-MIN-PEERS
                   MOVE 'TOO FEW PEERS' TO BL-POSITION
               WHEN HV-PCT-OF-MEDICARE < HV-PEER-Q1
                   MOVE 'BELOW PEER Q1' TO BL-POSITION
               WHEN HV-PCT-OF-MEDICARE <= HV-PEER-MEDIAN
                   MOVE 'Q1 TO MEDIAN' TO BL-POSITION
               WHEN HV-PCT-OF-MEDICARE <= HV-PEER-Q3
                   MOVE 'MEDIAN TO Q3' TO BL-POSITION
               WHEN OTHER
                   MOVE 'ABOVE PEER Q3' TO BL-POSITION
           END-EVALUATE
           PERFORM 1160-WRITE-BENCHMARK-LINE

           IF HV-CATEGORY NOT = 'NOPRICE'
               ADD HV-ALLOWED-TOTAL TO WS-ENT-ALLOWED
               ADD HV-MEDICARE-TOTAL TO WS-ENT-MEDICARE
           END-IF
           .

      *================================================================*
      * 6000 - CODE-LEVEL DETAIL. EACH CODE'S VARIANCE IS ITS ALLOWED  *
      * LESS ITS MEDICARE DOLLARS AT THE CATEGORY'S PEER MEDIAN        *
      * PERCENT, OR AT 100 PERCENT WHEN THE PEER GROUP IS BELOW THE    *
      * MINIMUM. THE LARGEST CONTRIBUTORS EITHER WAY ARE WRITTEN,      *
      * UP TO THE REQUESTED NUMBER PER PROVIDER.                       *
      *================================================================*
       6000-WRITE-CODE-DETAIL.
           EXEC SQL
               DECLARE BMK_DTL_CURSOR CURSOR FOR
               SELECT C.ENTITY_ID, K.SPECIALTY_CODE, K.REGION_CODE,
                      C.SERVICE_CATEGORY, C.PROC_CODE,
                      C.LINE_COUNT, C.UNITS,
                      C.ALLOWED_AMT, C.MEDICARE_AMT,
                      CASE WHEN K.PEER_COUNT >= :HV-MIN-PEERS
                           THEN K.PEER_MEDIAN_PCT
                           ELSE 100 END
               FROM   PROVIDER_BENCHMARK_CODE C
               JOIN   PROVIDER_BENCHMARK_CAT K
                 ON   K.RUN_DATE = C.RUN_DATE
                 AND  K.ENTITY_LEVEL = C.ENTITY_LEVEL
                 AND  K.ENTITY_ID = C.ENTITY_ID
                 AND  K.SERVICE_CATEGORY = C.SERVICE_CATEGORY
               WHERE  C.RUN_DATE = :HV-RUN-DATE
               AND    C.ENTITY_LEVEL = :HV-ENTITY-LEVEL
               AND    C.SERVICE_CATEGORY <> 'NOPRICE'
               AND    K.MEDICARE_AMT > 0
               AND    (:HV-TARGET-ID = ' '
                  OR   C.ENTITY_ID = :HV-TARGET-ID)
               ORDER BY C.ENTITY_ID,
                        ABS(C.ALLOWED_AMT - C.MEDICARE_AMT
                          * (CASE WHEN K.PEER_COUNT >= :HV-MIN-PEERS
                                  THEN K.PEER_MEDIAN_PCT
                                  ELSE 100 END) / 100) DESC
           END-EXEC

           EXEC SQL
               OPEN BMK_DTL_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'BMK_DTL_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 6000-WRITE-CODE-DETAIL-EXIT
           END-IF

           MOVE SPACES TO WS-HOLD-ENTITY-ID
           PERFORM UNTIL DTL-AT-EOF
               EXEC SQL
                   FETCH BMK_DTL_CURSOR
                   INTO :HV-ENTITY-ID, :HV-SPECIALTY, :HV-REGION,
                        :HV-CATEGORY, :HV-PROC-CODE,
                        :HV-LINE-COUNT, :HV-UNITS-TOTAL,
                        :HV-ALLOWED-TOTAL, :HV-MEDICARE-TOTAL,
                        :HV-BENCHMARK-PCT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET DTL-AT-EOF TO TRUE
               ELSE
                   IF HV-ENTITY-ID NOT = WS-HOLD-ENTITY-ID
                       MOVE HV-ENTITY-ID TO WS-HOLD-ENTITY-ID
                       MOVE 0 TO WS-ENTITY-CODES
                   END-IF
                   IF WS-ENTITY-CODES < WS-TOP-CODES
                       ADD 1 TO WS-ENTITY-CODES
                       PERFORM 6100-WRITE-DETAIL-RECORD
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE BMK_DTL_CURSOR
           END-EXEC
           .
       6000-WRITE-CODE-DETAIL-EXIT.
           EXIT.

       6100-WRITE-DETAIL-RECORD.
      *----------------------------------------------------------------*
      * ONE CODE'S ALLOWED, MEDICARE, BENCHMARK AND VARIANCE           *
      *----------------------------------------------------------------*
           COMPUTE WS-EXPECTED-AMT ROUNDED =
               HV-MEDICARE-TOTAL * HV-BENCHMARK-PCT / 100
           COMPUTE WS-VARIANCE-AMT =
               HV-ALLOWED-TOTAL - WS-EXPECTED-AMT
           MOVE 0 TO WS-PCT-WORK
           IF HV-MEDICARE-TOTAL > 0
               COMPUTE WS-PCT-WORK ROUNDED =
                   HV-ALLOWED-TOTAL * 100 / HV-MEDICARE-TOTAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PCT-WORK
               END-COMPUTE
           END-IF

           MOVE SPACES TO BMK-DETAIL-REC
           MOVE WS-ENTITY-LEVEL TO BD-ENTITY-LEVEL
           MOVE HV-ENTITY-ID TO BD-ENTITY-ID
           MOVE HV-SPECIALTY TO BD-SPECIALTY
           MOVE HV-REGION TO BD-REGION
           MOVE HV-CATEGORY TO BD-CATEGORY
           MOVE HV-PROC-CODE TO BD-PROC-CODE
           MOVE WS-ENTITY-CODES TO BD-RANK
           MOVE HV-LINE-COUNT TO BD-LINE-COUNT
           MOVE HV-UNITS-TOTAL TO BD-UNITS
           MOVE HV-ALLOWED-TOTAL TO BD-ALLOWED-AMT
           MOVE HV-MEDICARE-TOTAL TO BD-MEDICARE-AMT
           MOVE WS-PCT-WORK TO BD-PCT-OF-MEDICARE
           MOVE HV-BENCHMARK-PCT TO BD-BENCHMARK-PCT
           IF HV-BENCHMARK-PCT = 100
               MOVE 'M' TO BD-BENCHMARK-BASIS
           ELSE
               MOVE 'P' TO BD-BENCHMARK-BASIS
           END-IF
           MOVE WS-EXPECTED-AMT TO BD-EXPECTED-AMT
           MOVE WS-VARIANCE-AMT TO BD-VARIANCE-AMT
           MOVE HV-FROM-DATE TO BD-FROM-DATE
           MOVE HV-THRU-DATE TO BD-THRU-DATE
           WRITE BMK-DETAIL-REC
           IF WS-BDTL-STATUS NOT = '00'
               MOVE 'BMK-DETAIL-FILE WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CTR-DTL-WRITTEN
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCMCRBMK' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCMCRBMK - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCMCRBMK - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCMCRBMK - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCMCRBMK - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO WS-RPT-TEXT
           PERFORM 1150-WRITE-TEXT-LINE
           MOVE WS-CTR-LINES-READ TO WS-EDITED-COUNT
           STRING 'PAID LINES READ:              ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-CTR-LINES-NOPRICE TO WS-EDITED-COUNT
           STRING 'LINES WITH NO MEDICARE RATE:  ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-TOT-ALLOWED TO WS-EDITED-AMOUNT
           STRING 'ALLOWED ON REPRICED LINES:    ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-TOT-MEDICARE TO WS-EDITED-AMOUNT
           STRING 'MEDICARE ON REPRICED LINES:   ' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-TOT-NOPRICE-ALLOWED TO WS-EDITED-AMOUNT
           STRING 'ALLOWED WITH NO MEDICARE RATE:' WS-EDITED-AMOUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-CTR-CODE-OVERFLOW TO WS-EDITED-COUNT
           STRING 'LINES PAST THE CODE TABLE:    ' WS-EDITED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           PERFORM 1150-WRITE-TEXT-LINE

           DISPLAY '================================================='
           DISPLAY 'HCMCRBMK - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PAID DATES FROM:       ' HV-FROM-DATE
           DISPLAY 'PAID DATES THRU:       ' HV-THRU-DATE
           DISPLAY 'PAID LINES READ:       ' WS-CTR-LINES-READ
           DISPLAY 'LINES REPRICED:        ' WS-CTR-LINES-PRICED
           DISPLAY 'LINES NOT REPRICED:    ' WS-CTR-LINES-NOPRICE
           DISPLAY 'PROVIDERS BENCHMARKED: ' WS-CTR-ENTITIES
           DISPLAY 'CATEGORY ROWS:         ' WS-CTR-CAT-ROWS
           DISPLAY 'CODE ROWS:             ' WS-CTR-CODE-ROWS
           DISPLAY 'CODE TABLE OVERFLOW:   ' WS-CTR-CODE-OVERFLOW
           DISPLAY 'PEER GROUPS:           ' WS-CTR-PEER-GROUPS
           DISPLAY 'PEER GROUPS CAPPED:    ' WS-CTR-PEER-CAPPED
           DISPLAY 'PROVIDERS REPORTED:    ' WS-CTR-RPT-ENTITIES
           DISPLAY 'DETAIL RECORDS:        ' WS-CTR-DTL-WRITTEN
           DISPLAY 'TOTAL ALLOWED:         ' WS-TOT-ALLOWED
           DISPLAY 'TOTAL MEDICARE:        ' WS-TOT-MEDICARE
           DISPLAY 'ERRORS ENCOUNTERED:    ' WS-ERR-COUNT
           DISPLAY 'START TIME:            ' WS-STAT-START-TIME
           DISPLAY 'END TIME:              ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE BMK-DETAIL-FILE
           CLOSE BMK-REPORT
           .
