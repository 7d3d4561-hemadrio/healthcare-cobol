       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCHCCRSK.
      *================================================================*
      * PROGRAM:     HCHCCRSK                                          *
      * DESCRIPTION: MEDICARE ADVANTAGE CMS-HCC RISK SCORE             *
      *              CALCULATION. RUN ANNUALLY (FULL SERVICE YEAR) OR  *
      *              QUARTERLY (SERVICE YEAR TO DATE) FOR THE PAYMENT  *
      *              YEAR ON THE CONTROL CARD:                         *
      *                1. COLLECTS THE SERVICE YEAR'S RISK-ADJUSTMENT  *
      *                   DIAGNOSES - ACCEPTED MA ENCOUNTER DATA       *
      *                   SUBMISSIONS AND FACE-TO-FACE CLAIMS -        *
      *                   AND MAPS THEM TO HCCS THROUGH THE LOADED     *
      *                   CMS-HCC MODEL TABLES (MEMBER_HCC).           *
      *                2. SCORES EVERY ACTIVE MEDICARE MEMBER: THE     *
      *                   DEMOGRAPHIC FACTOR, THE HCC FACTORS LEFT     *
      *                   AFTER HIERARCHIES, THE INTERACTION TERMS,    *
      *                   THEN NORMALIZATION AND THE CODING-INTENSITY  *
      *                   ADJUSTMENT. THE PROJECTED SCORE IS STORED    *
      *                   ON MEMBER_RISK_SCORE AND THE PATIENT         *
      *                   MASTER RISK SCORE.                           *
      *                3. LISTS PRIOR-YEAR CHRONIC HCCS NOT YET        *
      *                   RECAPTURED THIS SERVICE YEAR, BY PCP, FOR    *
      *                   PROVIDER ENGAGEMENT BEFORE THE SUBMISSION    *
      *                   DEADLINE.                                    *
      *              COMMUNITY SEGMENTS ONLY (NON-DUAL / FULL-DUAL,    *
      *              AGED / DISABLED).                                 *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  HCCCTRL  - RUN CONTROL CARD                      *
      * OUTPUT FILES: HCCRCAP  - CHRONIC HCC RECAPTURE LIST            *
      *               HCCRPT   - RISK SCORE CONTROL REPORT             *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 MOKAFOR  INITIAL DEVELOPMENT                        *
      * 2026-10-15 MOKAFOR  PATIENT MASTER SCORE NOW GOES TO           *
      *                     PAT_RISK_SCORE; THE UPDATE IS CHECKED      *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HCC-CONTROL-FILE
               ASSIGN TO HCCCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HCTL-STATUS.

           SELECT HCC-RECAPTURE-FILE
               ASSIGN TO HCCRCAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HRCP-STATUS.

           SELECT HCC-CONTROL-RPT
               ASSIGN TO HCCRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTROL CARD: RUN TYPE, PAYMENT YEAR (SERVICE YEAR IS THE      *
      * YEAR BEFORE), MODEL VERSION, NORMALIZATION FACTOR, CODING-     *
      * INTENSITY ADJUSTMENT AND THE SERVICE YEAR'S FINAL RISK         *
      * ADJUSTMENT SUBMISSION DEADLINE                                 *
      *----------------------------------------------------------------*
       FD  HCC-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HCC-CONTROL-REC.
           05  HC-RUN-TYPE              PIC X(01).
               88  HC-RUN-ANNUAL        VALUE 'A'.
               88  HC-RUN-QUARTERLY     VALUE 'Q'.
           05  HC-PAYMENT-YEAR          PIC 9(04).
           05  HC-MODEL-VERSION         PIC X(04).
           05  HC-NORM-FACTOR           PIC 9(01)V9(04).
           05  HC-CODING-INTENSITY      PIC 9(01)V9(04).
           05  HC-SUBMIT-DEADLINE       PIC 9(08).
           05  FILLER                   PIC X(53).

       FD  HCC-RECAPTURE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HCC-RECAPTURE-REC.
           05  RC-PCP-NPI               PIC X(10).
           05  RC-MEMBER-ID             PIC X(12).
           05  RC-HCC                   PIC 9(03).
           05  RC-HCC-LABEL             PIC X(40).
           05  RC-PRIOR-SERVICE-YEAR    PIC 9(04).
           05  RC-PRIOR-LAST-DOS        PIC 9(08).
           05  RC-PRIOR-PROVIDER-NPI    PIC X(10).
           05  RC-PRIOR-HCC-FACTOR      PIC 9(01)V9(04).
           05  RC-SUBMIT-DEADLINE       PIC 9(08).
           05  FILLER                   PIC X(50).

       FD  HCC-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HCC-CONTROL-RPT-REC          PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-HCTL-STATUS           PIC X(02).
           05  WS-HRCP-STATUS           PIC X(02).
           05  WS-HRPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW           PIC X(01).
               88  CURSOR-AT-EOF        VALUE 'Y'.
           05  WS-HCC-EOF-SW            PIC X(01).
               88  HCC-CURSOR-AT-EOF    VALUE 'Y'.
           05  WS-F2F-SW                PIC X(01).
               88  CLAIM-IS-F2F         VALUE 'Y'.
               88  CLAIM-NOT-F2F        VALUE 'N'.

      *----------------------------------------------------------------*
      * CMS-HCC MODEL, LOADED ONCE FOR THE MODEL VERSION ON THE CARD.  *
      * SEGMENTS: 1 CNA COMMUNITY NON-DUAL AGED, 2 CND NON-DUAL        *
      * DISABLED, 3 CFA FULL-DUAL AGED, 4 CFD FULL-DUAL DISABLED.      *
      *----------------------------------------------------------------*
       01  WS-SEGMENT-VALUES            PIC X(12)
                                        VALUE 'CNACNDCFACFD'.
       01  WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-VALUES.
           05  WS-SEGMENT-CODE          PIC X(03) OCCURS 4 TIMES.

       01  WS-HCC-FACTOR-TABLE.
           05  WS-FT-SEGMENT            OCCURS 4 TIMES.
               10  WS-FT-FACTOR         PIC S9(02)V9(04) COMP-3
                                        OCCURS 999 TIMES.

       01  WS-HCC-ATTR-TABLE.
           05  WS-HCC-ATTR              OCCURS 999 TIMES.
               10  WS-HA-CHRONIC        PIC X(01).
               10  WS-HA-LABEL          PIC X(40).

       01  WS-HIERARCHY-TABLE.
           05  WS-HIER-COUNT            PIC S9(04) COMP VALUE 0.
           05  WS-HIER-ENTRY            OCCURS 500 TIMES.
               10  WS-HR-PARENT         PIC 9(03).
               10  WS-HR-CHILD          PIC 9(03).

       01  WS-INTERACTION-TABLE.
           05  WS-INT-COUNT             PIC S9(04) COMP VALUE 0.
           05  WS-INT-ENTRY             OCCURS 100 TIMES.
               10  WS-INT-ID            PIC X(12).
               10  WS-INT-FACTOR        PIC S9(02)V9(04) COMP-3
                                        OCCURS 4 TIMES.
               10  WS-INT-A-HIT         PIC X(01).
               10  WS-INT-B-HIT         PIC X(01).

       01  WS-INT-HCC-TABLE.
           05  WS-IH-COUNT              PIC S9(04) COMP VALUE 0.
           05  WS-IH-ENTRY              OCCURS 1000 TIMES.
               10  WS-IH-INT-IX         PIC S9(04) COMP.
               10  WS-IH-GROUP          PIC X(01).
               10  WS-IH-HCC            PIC 9(03).

      *--- MEMBER'S HCCS: SPACE ABSENT, Y PRESENT, H DROPPED BY A  ---
      *--- HIGHER HCC IN THE SAME HIERARCHY                        ---
       01  WS-MBR-HCC-TABLE.
           05  WS-MBR-HCC-FLAG          PIC X(01) OCCURS 999 TIMES.

       01  WS-DB-HOST-VARS.
           05  HV-RUN-DATE              PIC 9(08).
           05  HV-MODEL-VERSION         PIC X(04).
           05  HV-PAYMENT-YEAR          PIC 9(04).
           05  HV-SERVICE-YEAR          PIC 9(04).
           05  HV-PRIOR-SERVICE-YEAR    PIC 9(04).
           05  HV-SVC-START             PIC 9(08).
           05  HV-SVC-END               PIC 9(08).
           05  HV-RUN-TYPE              PIC X(01).
           05  HV-CLAIM-ID              PIC X(15).
           05  HV-MEMBER-ID             PIC X(12).
           05  HV-SVC-DATE              PIC 9(08).
           05  HV-DIAG-CODE             PIC X(08).
           05  HV-PROVIDER-NPI          PIC X(10).
           05  HV-SEGMENT               PIC X(03).
           05  HV-HCC                   PIC 9(03).
           05  HV-FACTOR                PIC S9(02)V9(04) COMP-3.
           05  HV-CHRONIC-IND           PIC X(01).
           05  HV-HCC-LABEL             PIC X(40).
           05  HV-PARENT-HCC            PIC 9(03).
           05  HV-CHILD-HCC             PIC 9(03).
           05  HV-INTERACTION-ID        PIC X(12).
           05  HV-HCC-GROUP             PIC X(01).
           05  HV-DOB                   PIC 9(08).
           05  HV-GENDER                PIC X(01).
           05  HV-DUAL-IND              PIC X(01).
           05  HV-AGE                   PIC S9(04) COMP.
           05  HV-DEMOG-FACTOR          PIC S9(02)V9(04) COMP-3.
           05  HV-HCC-SCORE             PIC S9(03)V9(04) COMP-3.
           05  HV-INT-SCORE             PIC S9(03)V9(04) COMP-3.
           05  HV-RAW-SCORE             PIC S9(03)V9(04) COMP-3.
           05  HV-NORM-SCORE            PIC S9(03)V9(04) COMP-3.
           05  HV-FINAL-SCORE           PIC S9(03)V9(04) COMP-3.
           05  HV-HCC-COUNT             PIC S9(04) COMP.
           05  HV-F2F-LINE-COUNT        PIC S9(04) COMP.
           05  HV-PCP-NPI               PIC X(10).
           05  HV-LAST-DOS              PIC 9(08).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-FACTORS-LOADED    PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIMS-READ       PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIMS-NOT-F2F    PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIM-DIAGS       PIC 9(09) VALUE 0.
           05  WS-CTR-ENC-DIAGS         PIC 9(09) VALUE 0.
           05  WS-CTR-MEMBER-HCCS       PIC 9(09) VALUE 0.
           05  WS-CTR-MEMBERS-SCORED    PIC 9(07) VALUE 0.
           05  WS-CTR-NO-DEMOG          PIC 9(07) VALUE 0.
           05  WS-CTR-HCCS-DROPPED      PIC 9(07) VALUE 0.
           05  WS-CTR-INTERACTIONS      PIC 9(07) VALUE 0.
           05  WS-CTR-RECAPTURE-GAPS    PIC 9(07) VALUE 0.
           05  WS-CTR-RECAP-MEMBERS     PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
           05  WS-SEG-IX                PIC S9(04) COMP.
           05  WS-HCC-IX                PIC S9(04) COMP.
           05  WS-HIER-IX               PIC S9(04) COMP.
           05  WS-INT-IX                PIC S9(04) COMP.
           05  WS-IH-IX                 PIC S9(04) COMP.
           05  WS-DX-IX                 PIC S9(04) COMP.
           05  WS-TOTAL-SCORE           PIC S9(09)V9(04) COMP-3
                                        VALUE 0.
           05  WS-AVG-SCORE             PIC S9(03)V9(04) COMP-3.
           05  WS-PREV-RECAP-MEMBER     PIC X(12).
           05  WS-DISP-SCORE            PIC Z9.9999.
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
               VALUE 'MEDICARE ADVANTAGE HCC RISK SCORE REPORT'.
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
           PERFORM 1300-LOAD-HCC-MODEL
           PERFORM 2000-COLLECT-CLAIM-DIAGS
               THRU 2000-COLLECT-CLAIM-DIAGS-EXIT
           PERFORM 2500-COLLECT-ENCOUNTER-DIAGS
           PERFORM 2800-BUILD-MEMBER-HCCS
           PERFORM 3000-SCORE-MEMBERS
               THRU 3000-SCORE-MEMBERS-EXIT
           PERFORM 4000-RECAPTURE-REPORT
               THRU 4000-RECAPTURE-REPORT-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * CONTROL CARD, SERVICE PERIOD, FILES, DATABASE                  *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           OPEN INPUT HCC-CONTROL-FILE
           IF WS-HCTL-STATUS NOT = '00'
               MOVE 'HCC-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ HCC-CONTROL-FILE
           IF WS-HCTL-STATUS NOT = '00'
               MOVE 'HCC CONTROL CARD MISSING' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE HCC-CONTROL-FILE

           IF NOT HC-RUN-ANNUAL AND NOT HC-RUN-QUARTERLY
               MOVE 'RUN TYPE MUST BE A OR Q' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF HC-PAYMENT-YEAR NOT NUMERIC
              OR HC-MODEL-VERSION = SPACES
              OR HC-NORM-FACTOR NOT NUMERIC
              OR HC-NORM-FACTOR = 0
               MOVE 'PAYMENT YEAR, MODEL AND NORMALIZATION REQUIRED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF HC-CODING-INTENSITY NOT NUMERIC
               MOVE 0 TO HC-CODING-INTENSITY
           END-IF
           IF HC-SUBMIT-DEADLINE NOT NUMERIC
               MOVE 0 TO HC-SUBMIT-DEADLINE
           END-IF

           MOVE HC-RUN-TYPE TO HV-RUN-TYPE
           MOVE HC-MODEL-VERSION TO HV-MODEL-VERSION
           MOVE HC-PAYMENT-YEAR TO HV-PAYMENT-YEAR
           COMPUTE HV-SERVICE-YEAR = HC-PAYMENT-YEAR - 1
           COMPUTE HV-PRIOR-SERVICE-YEAR = HC-PAYMENT-YEAR - 2
           COMPUTE HV-SVC-START = HV-SERVICE-YEAR * 10000 + 0101
           COMPUTE HV-SVC-END = HV-SERVICE-YEAR * 10000 + 1231

      *--- QUARTERLY RUNS PROJECT FROM THE SERVICE YEAR TO DATE ---
           IF HC-RUN-QUARTERLY AND WS-CURR-DATE-8 < HV-SVC-END
               MOVE WS-CURR-DATE-8 TO HV-SVC-END
           END-IF

           OPEN OUTPUT HCC-RECAPTURE-FILE
           OPEN OUTPUT HCC-CONTROL-RPT
           IF WS-HRCP-STATUS NOT = '00'
              OR WS-HRPT-STATUS NOT = '00'
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE

           MOVE 'RUN TYPE / MODEL / PAYMENT YEAR' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING HC-RUN-TYPE ' / ' HC-MODEL-VERSION ' / '
                  HC-PAYMENT-YEAR ' (SERVICE ' HV-SVC-START ' - '
                  HV-SVC-END ')'
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE HCC-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE HCC-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO HCC-CONTROL-RPT-REC
           WRITE HCC-CONTROL-RPT-REC
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
           WRITE HCC-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
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

           DISPLAY 'HCHCCRSK - DATABASE CONNECTION ESTABLISHED'
           .

      *================================================================*
      * 1300 - LOAD THE CMS-HCC MODEL: RELATIVE FACTORS BY SEGMENT,    *
      * HCC LABELS AND CHRONIC FLAGS, HIERARCHIES, INTERACTIONS        *
      *================================================================*
       1300-LOAD-HCC-MODEL.
           INITIALIZE WS-HCC-FACTOR-TABLE
           MOVE SPACES TO WS-HCC-ATTR-TABLE

           EXEC SQL
               DECLARE HCCFAC_CURSOR CURSOR FOR
               SELECT SEGMENT, HCC, FACTOR, CHRONIC_IND, HCC_LABEL
               FROM   HCC_MODEL_FACTOR
               WHERE  MODEL_VERSION = :HV-MODEL-VERSION
           END-EXEC

           EXEC SQL
               OPEN HCCFAC_CURSOR
           END-EXEC

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCFAC_CURSOR
                   INTO :HV-SEGMENT, :HV-HCC, :HV-FACTOR,
                        :HV-CHRONIC-IND, :HV-HCC-LABEL
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 1390-FIND-SEGMENT
                   IF WS-SEG-IX > 0 AND HV-HCC > 0
                       MOVE HV-FACTOR
                           TO WS-FT-FACTOR(WS-SEG-IX, HV-HCC)
                       MOVE HV-CHRONIC-IND TO WS-HA-CHRONIC(HV-HCC)
                       MOVE HV-HCC-LABEL TO WS-HA-LABEL(HV-HCC)
                       ADD 1 TO WS-CTR-FACTORS-LOADED
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCFAC_CURSOR
           END-EXEC

           PERFORM 1320-LOAD-HIERARCHIES
           PERFORM 1330-LOAD-INTERACTIONS

           IF WS-CTR-FACTORS-LOADED = 0
               MOVE 'HCC MODEL NOT LOADED FOR MODEL VERSION'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       1320-LOAD-HIERARCHIES.
      *----------------------------------------------------------------*
      * PARENT HCC PRESENT DROPS THE CHILD HCC                         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE HCCHIER_CURSOR CURSOR FOR
               SELECT PARENT_HCC, CHILD_HCC
               FROM   HCC_MODEL_HIERARCHY
               WHERE  MODEL_VERSION = :HV-MODEL-VERSION
           END-EXEC

           EXEC SQL
               OPEN HCCHIER_CURSOR
           END-EXEC

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCHIER_CURSOR
                   INTO :HV-PARENT-HCC, :HV-CHILD-HCC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   IF WS-HIER-COUNT < 500
                       ADD 1 TO WS-HIER-COUNT
                       MOVE HV-PARENT-HCC
                           TO WS-HR-PARENT(WS-HIER-COUNT)
                       MOVE HV-CHILD-HCC
                           TO WS-HR-CHILD(WS-HIER-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCHIER_CURSOR
           END-EXEC
           .

       1330-LOAD-INTERACTIONS.
      *----------------------------------------------------------------*
      * AN INTERACTION APPLIES WHEN THE MEMBER HAS ANY HCC FROM GROUP  *
      * A AND ANY HCC FROM GROUP B (E.G. DIABETES X CHF)               *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE HCCINT_CURSOR CURSOR FOR
               SELECT INTERACTION_ID, SEGMENT, FACTOR
               FROM   HCC_MODEL_INTERACTION
               WHERE  MODEL_VERSION = :HV-MODEL-VERSION
               ORDER BY INTERACTION_ID
           END-EXEC

           EXEC SQL
               OPEN HCCINT_CURSOR
           END-EXEC

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCINT_CURSOR
                   INTO :HV-INTERACTION-ID, :HV-SEGMENT, :HV-FACTOR
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   IF WS-INT-COUNT = 0
                      OR HV-INTERACTION-ID
                         NOT = WS-INT-ID(WS-INT-COUNT)
                       IF WS-INT-COUNT < 100
                           ADD 1 TO WS-INT-COUNT
                           MOVE HV-INTERACTION-ID
                               TO WS-INT-ID(WS-INT-COUNT)
                       END-IF
                   END-IF
                   PERFORM 1390-FIND-SEGMENT
                   IF WS-SEG-IX > 0
                       MOVE HV-FACTOR
                           TO WS-INT-FACTOR(WS-INT-COUNT, WS-SEG-IX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCINT_CURSOR
           END-EXEC

           EXEC SQL
               DECLARE HCCINTH_CURSOR CURSOR FOR
               SELECT INTERACTION_ID, HCC_GROUP, HCC
               FROM   HCC_MODEL_INTERACTION_HCC
               WHERE  MODEL_VERSION = :HV-MODEL-VERSION
           END-EXEC

           EXEC SQL
               OPEN HCCINTH_CURSOR
           END-EXEC

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCINTH_CURSOR
                   INTO :HV-INTERACTION-ID, :HV-HCC-GROUP, :HV-HCC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM VARYING WS-INT-IX FROM 1 BY 1
                       UNTIL WS-INT-IX > WS-INT-COUNT
                          OR WS-INT-ID(WS-INT-IX) = HV-INTERACTION-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-INT-IX <= WS-INT-COUNT
                      AND WS-IH-COUNT < 1000
                       ADD 1 TO WS-IH-COUNT
                       MOVE WS-INT-IX TO WS-IH-INT-IX(WS-IH-COUNT)
                       MOVE HV-HCC-GROUP TO WS-IH-GROUP(WS-IH-COUNT)
                       MOVE HV-HCC TO WS-IH-HCC(WS-IH-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCINTH_CURSOR
           END-EXEC
           .

       1390-FIND-SEGMENT.
           MOVE 0 TO WS-SEG-IX
           PERFORM VARYING WS-HCC-IX FROM 1 BY 1
               UNTIL WS-HCC-IX > 4
               IF WS-SEGMENT-CODE(WS-HCC-IX) = HV-SEGMENT
                   MOVE WS-HCC-IX TO WS-SEG-IX
               END-IF
           END-PERFORM
           .

      *================================================================*
      * 2000 - FACE-TO-FACE CLAIM DIAGNOSES FOR THE SERVICE PERIOD.    *
      * THE SERVICE YEAR'S DIAGNOSIS AND HCC ROWS ARE REBUILT EACH RUN *
      *================================================================*
       2000-COLLECT-CLAIM-DIAGS.
           EXEC SQL
               DELETE FROM MEMBER_RA_DIAG
               WHERE  SERVICE_YEAR = :HV-SERVICE-YEAR
           END-EXEC

           EXEC SQL
               DELETE FROM MEMBER_HCC
               WHERE  SERVICE_YEAR = :HV-SERVICE-YEAR
               AND    MODEL_VERSION = :HV-MODEL-VERSION
           END-EXEC

           EXEC SQL
               DECLARE HCCCLM_CURSOR CURSOR FOR
               SELECT CH.CLAIM_ID, CH.MEMBER_ID,
                      CH.CLAIM_RECORD_IMAGE
               FROM   CLAIM_HEADER CH
               WHERE  CH.CLAIM_TYPE IN ('IN', 'PR')
               AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
               AND    CH.SERVICE_FROM_DATE >= :HV-SVC-START
               AND    CH.SERVICE_FROM_DATE <= :HV-SVC-END
               AND    EXISTS
                      (SELECT 1
                       FROM   T_MEMBER_ELIG E
                       WHERE  E.member_id = CH.MEMBER_ID
                       AND    E.plan_type = 'MCR')
           END-EXEC

           EXEC SQL
               OPEN HCCCLM_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM DIAGNOSIS CURSOR OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCCLM_CURSOR
                   INTO :HV-CLAIM-ID, :HV-MEMBER-ID,
                        :WS-CLAIM-HEADER-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-CLAIMS-READ
                   PERFORM 2100-COLLECT-ONE-CLAIM
                       THRU 2100-COLLECT-ONE-CLAIM-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCCLM_CURSOR
           END-EXEC
           .
       2000-COLLECT-CLAIM-DIAGS-EXIT.
           EXIT.

       2100-COLLECT-ONE-CLAIM.
      *----------------------------------------------------------------*
      * RISK-ADJUSTMENT ACCEPTABLE SOURCES ONLY: INPATIENT, HOSPITAL   *
      * OUTPATIENT, CLINIC/RHC/FQHC AND CAH BILL TYPES, AND            *
      * PROFESSIONAL SERVICES OTHER THAN INDEPENDENT LAB. ICD-10 ONLY. *
      *----------------------------------------------------------------*
           SET CLAIM-IS-F2F TO TRUE
           IF WS-CLM-INSTITUTIONAL
               EVALUATE WS-CLM-TOB-FAC-TYPE ALSO WS-CLM-TOB-CLM-CLASS
                   WHEN '1' ALSO '1'
                   WHEN '1' ALSO '2'
                   WHEN '1' ALSO '3'
                   WHEN '4' ALSO '1'
                   WHEN '4' ALSO '3'
                   WHEN '7' ALSO '1'
                   WHEN '7' ALSO '3'
                   WHEN '7' ALSO '6'
                   WHEN '7' ALSO '7'
                   WHEN '8' ALSO '5'
                       CONTINUE
                   WHEN OTHER
                       SET CLAIM-NOT-F2F TO TRUE
               END-EVALUATE
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-F2F-LINE-COUNT
                   FROM   CLAIM_LINE
                   WHERE  CLAIM_ID = :HV-CLAIM-ID
                   AND    PLACE_OF_SERVICE <> '81'
               END-EXEC
               IF WS-SQLCODE NOT = 0 OR HV-F2F-LINE-COUNT = 0
                   SET CLAIM-NOT-F2F TO TRUE
               END-IF
           END-IF

           IF CLAIM-NOT-F2F OR NOT WS-CLM-ICD10
               ADD 1 TO WS-CTR-CLAIMS-NOT-F2F
               GO TO 2100-COLLECT-ONE-CLAIM-EXIT
           END-IF

           MOVE WS-CLM-FROM-DOS TO HV-SVC-DATE
           IF WS-CLM-ATTEND-PROV-NPI NOT = SPACES
               MOVE WS-CLM-ATTEND-PROV-NPI TO HV-PROVIDER-NPI
           ELSE
               MOVE WS-CLM-BILL-PROV-NPI TO HV-PROVIDER-NPI
           END-IF

           PERFORM VARYING WS-DX-IX FROM 1 BY 1
               UNTIL WS-DX-IX > 25
               IF WS-CLM-DIAG-CD(WS-DX-IX) NOT = SPACES
                   MOVE WS-CLM-DIAG-CD(WS-DX-IX) TO HV-DIAG-CODE
                   EXEC SQL
                       INSERT INTO MEMBER_RA_DIAG
                           (MEMBER_ID, SERVICE_YEAR, DIAG_CODE,
                            SOURCE_CD, SOURCE_ID, SERVICE_DATE,
                            PROVIDER_NPI)
                       VALUES
                           (:HV-MEMBER-ID, :HV-SERVICE-YEAR,
                            :HV-DIAG-CODE, 'C', :HV-CLAIM-ID,
                            :HV-SVC-DATE, :HV-PROVIDER-NPI)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-CLAIM-DIAGS
                   END-IF
               END-IF
           END-PERFORM
           .
       2100-COLLECT-ONE-CLAIM-EXIT.
           EXIT.

       2500-COLLECT-ENCOUNTER-DIAGS.
      *----------------------------------------------------------------*
      * DIAGNOSES FROM MA ENCOUNTER DATA SUBMISSIONS CMS ACCEPTED AND  *
      * PASSED AS RISK-ADJUSTMENT ELIGIBLE                             *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO MEMBER_RA_DIAG
                   (MEMBER_ID, SERVICE_YEAR, DIAG_CODE, SOURCE_CD,
                    SOURCE_ID, SERVICE_DATE, PROVIDER_NPI)
               SELECT ED.MEMBER_ID, :HV-SERVICE-YEAR, ED.DIAG_CODE,
                      'E', ED.ENCOUNTER_ID, ED.SERVICE_DATE,
                      ED.RENDERING_NPI
               FROM   MA_ENCOUNTER_DIAG ED
               WHERE  ED.EDS_STATUS = 'A'
               AND    ED.RA_ELIGIBLE_IND = 'Y'
               AND    ED.SERVICE_DATE >= :HV-SVC-START
               AND    ED.SERVICE_DATE <= :HV-SVC-END
           END-EXEC

           IF WS-SQLCODE = 0
               MOVE WS-SQLERRD(3) TO WS-CTR-ENC-DIAGS
           ELSE
               IF WS-SQLCODE NOT = 100
                   MOVE 'ENCOUNTER DIAGNOSIS LOAD FAILED'
                       TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           .

       2800-BUILD-MEMBER-HCCS.
      *----------------------------------------------------------------*
      * DIAGNOSES TO HCCS (BEFORE HIERARCHIES), WITH THE LATEST DATE   *
      * OF SERVICE AND A CODING PROVIDER FOR RECAPTURE OUTREACH        *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO MEMBER_HCC
                   (MEMBER_ID, SERVICE_YEAR, MODEL_VERSION, HCC,
                    CHRONIC_IND, LAST_DOS, CODING_PROVIDER_NPI,
                    RUN_DATE)
               SELECT D.MEMBER_ID, :HV-SERVICE-YEAR,
                      :HV-MODEL-VERSION, M.HCC,
                      (SELECT MAX(F.CHRONIC_IND)
                       FROM   HCC_MODEL_FACTOR F
                       WHERE  F.MODEL_VERSION = M.MODEL_VERSION
                       AND    F.HCC = M.HCC),
                      MAX(D.SERVICE_DATE), MAX(D.PROVIDER_NPI),
                      :HV-RUN-DATE
               FROM   MEMBER_RA_DIAG D,
                      HCC_MODEL_DIAG_MAP M
               WHERE  D.SERVICE_YEAR = :HV-SERVICE-YEAR
               AND    M.MODEL_VERSION = :HV-MODEL-VERSION
               AND    M.DIAG_CODE = D.DIAG_CODE
               GROUP BY D.MEMBER_ID, M.MODEL_VERSION, M.HCC
           END-EXEC

           IF WS-SQLCODE = 0
               MOVE WS-SQLERRD(3) TO WS-CTR-MEMBER-HCCS
           ELSE
               IF WS-SQLCODE NOT = 100
                   MOVE 'MEMBER HCC BUILD FAILED' TO WS-ERR-MESSAGE
                   MOVE 'F' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           .

      *================================================================*
      * 3000 - SCORE EVERY ACTIVE MEDICARE MEMBER, WITH OR WITHOUT     *
      * HCCS (DEMOGRAPHIC-ONLY SCORES ARE STILL PROJECTED)             *
      *================================================================*
       3000-SCORE-MEMBERS.
           EXEC SQL
               DECLARE HCCMBR_CURSOR CURSOR FOR
               SELECT DISTINCT E.member_id, P.DATE_OF_BIRTH,
                      P.GENDER, P.DUAL_ELIGIBLE
               FROM   T_MEMBER_ELIG E,
                      PATIENT_MASTER P
               WHERE  P.pat_mrn = E.member_id
               AND    E.plan_type = 'MCR'
               AND    E.status = 'A'
               AND    E.eff_date <= :HV-RUN-DATE
               AND    (E.term_date IS NULL
                       OR E.term_date >= :HV-RUN-DATE)
               ORDER BY E.member_id
           END-EXEC

           EXEC SQL
               OPEN HCCMBR_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'MEMBER CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCMBR_CURSOR
                   INTO :HV-MEMBER-ID, :HV-DOB, :HV-GENDER,
                        :HV-DUAL-IND
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 3100-SCORE-ONE-MEMBER
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCMBR_CURSOR
           END-EXEC
           .
       3000-SCORE-MEMBERS-EXIT.
           EXIT.

       3100-SCORE-ONE-MEMBER.
      *----------------------------------------------------------------*
      * AGE AS OF FEBRUARY 1 OF THE PAYMENT YEAR; SEGMENT BY AGE AND   *
      * DUAL STATUS; DEMOGRAPHIC FACTOR; HCCS; INTERACTIONS            *
      *----------------------------------------------------------------*
           COMPUTE HV-AGE = HC-PAYMENT-YEAR - HV-DOB / 10000
           IF FUNCTION MOD(HV-DOB, 10000) > 0201
               SUBTRACT 1 FROM HV-AGE
           END-IF

           EVALUATE TRUE
               WHEN HV-DUAL-IND NOT = 'Y' AND HV-AGE >= 65
                   MOVE 1 TO WS-SEG-IX
               WHEN HV-DUAL-IND NOT = 'Y'
                   MOVE 2 TO WS-SEG-IX
               WHEN HV-AGE >= 65
                   MOVE 3 TO WS-SEG-IX
               WHEN OTHER
                   MOVE 4 TO WS-SEG-IX
           END-EVALUATE
           MOVE WS-SEGMENT-CODE(WS-SEG-IX) TO HV-SEGMENT

           MOVE 0 TO HV-DEMOG-FACTOR
           EXEC SQL
               SELECT FACTOR
               INTO   :HV-DEMOG-FACTOR
               FROM   HCC_MODEL_DEMOG
               WHERE  MODEL_VERSION = :HV-MODEL-VERSION
               AND    SEGMENT = :HV-SEGMENT
               AND    SEX = :HV-GENDER
               AND    AGE_LOW <= :HV-AGE
               AND    AGE_HIGH >= :HV-AGE
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-DEMOG-FACTOR
               ADD 1 TO WS-CTR-NO-DEMOG
           END-IF

      *--- MEMBER'S MAPPED HCCS FOR THE SERVICE YEAR ---
           MOVE SPACES TO WS-MBR-HCC-TABLE
           EXEC SQL
               DECLARE MBRHCC_CURSOR CURSOR FOR
               SELECT HCC
               FROM   MEMBER_HCC
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    SERVICE_YEAR = :HV-SERVICE-YEAR
               AND    MODEL_VERSION = :HV-MODEL-VERSION
           END-EXEC

           EXEC SQL
               OPEN MBRHCC_CURSOR
           END-EXEC

           MOVE 'N' TO WS-HCC-EOF-SW
           PERFORM UNTIL HCC-CURSOR-AT-EOF
               EXEC SQL
                   FETCH MBRHCC_CURSOR
                   INTO :HV-HCC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET HCC-CURSOR-AT-EOF TO TRUE
               ELSE
                   IF HV-HCC > 0
                       MOVE 'Y' TO WS-MBR-HCC-FLAG(HV-HCC)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE MBRHCC_CURSOR
           END-EXEC

           PERFORM 3200-APPLY-HIERARCHIES

           MOVE 0 TO HV-HCC-SCORE
           MOVE 0 TO HV-HCC-COUNT
           PERFORM VARYING WS-HCC-IX FROM 1 BY 1
               UNTIL WS-HCC-IX > 999
               IF WS-MBR-HCC-FLAG(WS-HCC-IX) = 'Y'
                   ADD WS-FT-FACTOR(WS-SEG-IX, WS-HCC-IX)
                       TO HV-HCC-SCORE
                   ADD 1 TO HV-HCC-COUNT
               END-IF
           END-PERFORM

           PERFORM 3300-APPLY-INTERACTIONS

           COMPUTE HV-RAW-SCORE =
               HV-DEMOG-FACTOR + HV-HCC-SCORE + HV-INT-SCORE
           COMPUTE HV-NORM-SCORE ROUNDED =
               HV-RAW-SCORE / HC-NORM-FACTOR
           COMPUTE HV-FINAL-SCORE ROUNDED =
               HV-NORM-SCORE * (1 - HC-CODING-INTENSITY)

           PERFORM 3400-STORE-RISK-SCORE
           .

       3200-APPLY-HIERARCHIES.
      *----------------------------------------------------------------*
      * A CHILD IS DROPPED WHEN ITS PARENT WAS CODED - WHETHER OR NOT  *
      * THE PARENT ITSELF IS DROPPED BY A HIGHER HCC                   *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-HIER-IX FROM 1 BY 1
               UNTIL WS-HIER-IX > WS-HIER-COUNT
               IF WS-MBR-HCC-FLAG(WS-HR-PARENT(WS-HIER-IX))
                      NOT = SPACE
                  AND WS-MBR-HCC-FLAG(WS-HR-CHILD(WS-HIER-IX)) = 'Y'
                   MOVE 'H' TO WS-MBR-HCC-FLAG(WS-HR-CHILD(WS-HIER-IX))
                   ADD 1 TO WS-CTR-HCCS-DROPPED
               END-IF
           END-PERFORM
           .

       3300-APPLY-INTERACTIONS.
      *----------------------------------------------------------------*
      * INTERACTION TERMS USE THE HCCS LEFT AFTER HIERARCHIES          *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-INT-SCORE
           PERFORM VARYING WS-INT-IX FROM 1 BY 1
               UNTIL WS-INT-IX > WS-INT-COUNT
               MOVE 'N' TO WS-INT-A-HIT(WS-INT-IX)
               MOVE 'N' TO WS-INT-B-HIT(WS-INT-IX)
           END-PERFORM

           PERFORM VARYING WS-IH-IX FROM 1 BY 1
               UNTIL WS-IH-IX > WS-IH-COUNT
               IF WS-MBR-HCC-FLAG(WS-IH-HCC(WS-IH-IX)) = 'Y'
                   MOVE WS-IH-INT-IX(WS-IH-IX) TO WS-INT-IX
                   IF WS-IH-GROUP(WS-IH-IX) = 'A'
                       MOVE 'Y' TO WS-INT-A-HIT(WS-INT-IX)
                   ELSE
                       MOVE 'Y' TO WS-INT-B-HIT(WS-INT-IX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-INT-IX FROM 1 BY 1
               UNTIL WS-INT-IX > WS-INT-COUNT
               IF WS-INT-A-HIT(WS-INT-IX) = 'Y'
                  AND WS-INT-B-HIT(WS-INT-IX) = 'Y'
                   ADD WS-INT-FACTOR(WS-INT-IX, WS-SEG-IX)
                       TO HV-INT-SCORE
                   ADD 1 TO WS-CTR-INTERACTIONS
               END-IF
           END-PERFORM
           .

       3400-STORE-RISK-SCORE.
      *----------------------------------------------------------------*
      * ONE ROW PER MEMBER / PAYMENT YEAR / RUN TYPE (THE LATEST RUN   *
      * REPLACES THE EARLIER ONE), AND THE PATIENT MASTER RISK SCORE   *
      *----------------------------------------------------------------*
           EXEC SQL
               DELETE FROM MEMBER_RISK_SCORE
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PAYMENT_YEAR = :HV-PAYMENT-YEAR
               AND    RUN_TYPE = :HV-RUN-TYPE
           END-EXEC

           EXEC SQL
               INSERT INTO MEMBER_RISK_SCORE
                   (MEMBER_ID, PAYMENT_YEAR, RUN_TYPE, MODEL_VERSION,
                    SEGMENT, AGE, DEMOG_FACTOR, HCC_FACTOR,
                    INTERACTION_FACTOR, RAW_SCORE, NORM_SCORE,
                    RISK_SCORE, HCC_COUNT, SERVICE_THRU_DATE,
                    RUN_DATE)
               VALUES
                   (:HV-MEMBER-ID, :HV-PAYMENT-YEAR, :HV-RUN-TYPE,
                    :HV-MODEL-VERSION, :HV-SEGMENT, :HV-AGE,
                    :HV-DEMOG-FACTOR, :HV-HCC-SCORE, :HV-INT-SCORE,
                    :HV-RAW-SCORE, :HV-NORM-SCORE, :HV-FINAL-SCORE,
                    :HV-HCC-COUNT, :HV-SVC-END, :HV-RUN-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'RISK SCORE INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           EXEC SQL
               UPDATE PATIENT_MASTER
               SET    pat_risk_score = :HV-FINAL-SCORE,
                      pat_last_upd_dt = :WS-CURR-DATE-8,
                      pat_last_upd_user = 'HCHCCRSK'
               WHERE  pat_mrn = :HV-MEMBER-ID
           END-EXEC

           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'PATIENT RISK SCORE UPDATE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           ADD 1 TO WS-CTR-MEMBERS-SCORED
           ADD HV-FINAL-SCORE TO WS-TOTAL-SCORE
           .

      *================================================================*
      * 4000 - CHRONIC HCCS CODED IN THE PRIOR SERVICE YEAR AND NOT    *
      * YET RECAPTURED THIS YEAR, FOR ACTIVE MEDICARE MEMBERS, BY PCP  *
      *================================================================*
       4000-RECAPTURE-REPORT.
           EXEC SQL
               DECLARE HCCRCP_CURSOR CURSOR FOR
               SELECT DISTINCT E.pcp_npi, PH.MEMBER_ID, PH.HCC,
                      PH.LAST_DOS, PH.CODING_PROVIDER_NPI
               FROM   MEMBER_HCC PH,
                      T_MEMBER_ELIG E
               WHERE  PH.SERVICE_YEAR = :HV-PRIOR-SERVICE-YEAR
               AND    PH.MODEL_VERSION = :HV-MODEL-VERSION
               AND    PH.CHRONIC_IND = 'Y'
               AND    E.member_id = PH.MEMBER_ID
               AND    E.plan_type = 'MCR'
               AND    E.status = 'A'
               AND    (E.term_date IS NULL
                       OR E.term_date >= :HV-RUN-DATE)
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   MEMBER_HCC CY
                       WHERE  CY.MEMBER_ID = PH.MEMBER_ID
                       AND    CY.SERVICE_YEAR = :HV-SERVICE-YEAR
                       AND    CY.MODEL_VERSION = PH.MODEL_VERSION
                       AND    CY.HCC = PH.HCC)
               ORDER BY E.pcp_npi, PH.MEMBER_ID, PH.HCC
           END-EXEC

           EXEC SQL
               OPEN HCCRCP_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'RECAPTURE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4000-RECAPTURE-REPORT-EXIT
           END-IF

           MOVE SPACES TO WS-PREV-RECAP-MEMBER
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HCCRCP_CURSOR
                   INTO :HV-PCP-NPI, :HV-MEMBER-ID, :HV-HCC,
                        :HV-LAST-DOS, :HV-PROVIDER-NPI
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 4100-WRITE-RECAPTURE-GAP
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HCCRCP_CURSOR
           END-EXEC
           .
       4000-RECAPTURE-REPORT-EXIT.
           EXIT.

       4100-WRITE-RECAPTURE-GAP.
           MOVE SPACES TO HCC-RECAPTURE-REC
           MOVE HV-PCP-NPI TO RC-PCP-NPI
           MOVE HV-MEMBER-ID TO RC-MEMBER-ID
           MOVE HV-HCC TO RC-HCC
           MOVE WS-HA-LABEL(HV-HCC) TO RC-HCC-LABEL
           MOVE HV-PRIOR-SERVICE-YEAR TO RC-PRIOR-SERVICE-YEAR
           MOVE HV-LAST-DOS TO RC-PRIOR-LAST-DOS
           MOVE HV-PROVIDER-NPI TO RC-PRIOR-PROVIDER-NPI
           MOVE WS-FT-FACTOR(1, HV-HCC) TO RC-PRIOR-HCC-FACTOR
           MOVE HC-SUBMIT-DEADLINE TO RC-SUBMIT-DEADLINE
           WRITE HCC-RECAPTURE-REC
           ADD 1 TO WS-CTR-RECAPTURE-GAPS

           IF HV-MEMBER-ID NOT = WS-PREV-RECAP-MEMBER
               ADD 1 TO WS-CTR-RECAP-MEMBERS
               MOVE HV-MEMBER-ID TO WS-PREV-RECAP-MEMBER
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCHCCRSK' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCHCCRSK - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCHCCRSK - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCHCCRSK - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'MEMBERS SCORED' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBERS-SCORED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           IF WS-CTR-MEMBERS-SCORED > 0
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-TOTAL-SCORE / WS-CTR-MEMBERS-SCORED
               MOVE WS-AVG-SCORE TO WS-DISP-SCORE
               MOVE 'AVERAGE PROJECTED RISK SCORE' TO WS-RPT-LABEL
               MOVE WS-DISP-SCORE TO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF

           MOVE 'MEMBER HCCS MAPPED' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBER-HCCS TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE 'CHRONIC HCCS NOT YET RECAPTURED' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING WS-CTR-RECAPTURE-GAPS ' HCCS FOR '
                  WS-CTR-RECAP-MEMBERS ' MEMBERS - DEADLINE '
                  HC-SUBMIT-DEADLINE
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCHCCRSK - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RUN TYPE:            ' HC-RUN-TYPE
           DISPLAY 'PAYMENT YEAR:        ' HC-PAYMENT-YEAR
           DISPLAY 'MODEL VERSION:       ' HC-MODEL-VERSION
           DISPLAY 'CLAIMS READ:         ' WS-CTR-CLAIMS-READ
           DISPLAY 'CLAIMS NOT F2F:      ' WS-CTR-CLAIMS-NOT-F2F
           DISPLAY 'CLAIM DIAGNOSES:     ' WS-CTR-CLAIM-DIAGS
           DISPLAY 'ENCOUNTER DIAGNOSES: ' WS-CTR-ENC-DIAGS
           DISPLAY 'MEMBER HCCS:         ' WS-CTR-MEMBER-HCCS
           DISPLAY 'MEMBERS SCORED:      ' WS-CTR-MEMBERS-SCORED
           DISPLAY 'NO DEMOGRAPHIC CELL: ' WS-CTR-NO-DEMOG
           DISPLAY 'HCCS DROPPED (HIER): ' WS-CTR-HCCS-DROPPED
           DISPLAY 'INTERACTIONS:        ' WS-CTR-INTERACTIONS
           DISPLAY 'RECAPTURE GAPS:      ' WS-CTR-RECAPTURE-GAPS
           DISPLAY 'RECAPTURE MEMBERS:   ' WS-CTR-RECAP-MEMBERS
           DISPLAY 'ERRORS ENCOUNTERED:  ' WS-ERR-COUNT
           DISPLAY 'START TIME:          ' WS-STAT-START-TIME
           DISPLAY 'END TIME:            ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-CTR-NO-DEMOG > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE HCC-RECAPTURE-FILE
           CLOSE HCC-CONTROL-RPT
           .
