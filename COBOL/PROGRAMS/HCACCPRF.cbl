       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCACCPRF.
      *================================================================*
      * PROGRAM:     HCACCPRF                                          *
      * DESCRIPTION: MONTHLY ACCUMULATOR PROOF.                        *
      *              ACCUM_JOURNAL SAYS WHO MOVED A BENEFIT_           *
      *              ACCUMULATORS VALUE, NOT WHETHER THE VALUE IS      *
      *              RIGHT. THIS JOB RECOMPUTES EVERY MEMBER'S         *
      *              PLAN-YEAR USAGE INDEPENDENTLY AND PROVES THE      *
      *              STORED FIGURES AGAINST IT:                        *
      *                - DEDUCTIBLE, OOP AND ANNUAL USAGE FROM THE     *
      *                  YEAR'S PAID CLAIM_HEADER COST SHARING, PLUS   *
      *                  THE JOURNALED EXTERNAL POSTINGS (HCPBMSYN PBM *
      *                  SYNC, HCBHIMP BEHAVIORAL HEALTH IMPORT,       *
      *                  HCACCADJ ADJUSTMENTS, HCYRROLL CARRYOVER)     *
      *                - LIFETIME USAGE FROM EVERY PAID CLAIM THROUGH  *
      *                  THE YEAR PLUS THE EXTERNAL LIFETIME POSTINGS  *
      *                - VISIT-LIMIT USAGE (T_VISIT_LIMITS) FROM THE   *
      *                  YEAR'S PAID CLAIM_LINE VISITS BY SERVICE      *
      *                  CATEGORY (CPT_CATEGORY_MAP)                   *
      *                - FAMILY DEDUCTIBLE AND OOP (T_FAMILY_ACCUM)    *
      *                  FROM THE SUM OF THE FAMILY MEMBERS' PROVEN    *
      *                  INDIVIDUAL FIGURES                            *
      *              A DIFFERENCE OVER THE CARD TOLERANCE IS LISTED    *
      *              WITH THE CLAIM SUPPORT AND THE JOURNAL ROWS THAT  *
      *              MADE UP THE STORED VALUE. WHEN THE CARD ASKS FOR  *
      *              CORRECTIONS, A DEDUCTIBLE OR OOP DIFFERENCE ALSO  *
      *              BECOMES AN HCACCADJ TRANSACTION (OLD VALUE =      *
      *              STORED, NEW VALUE = PROVEN) FOR REVIEW BEFORE IT  *
      *              IS RUN. NOTHING IS UPDATED BY THIS JOB.           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  APFCTRL  - PROOF CONTROL CARD                    *
      * OUTPUT FILES: APFADJ   - PROPOSED CORRECTIONS (ACCADJTX        *
      *                          LAYOUT, FOR REVIEW)                   *
      *               APFRPT   - ACCUMULATOR PROOF REPORT              *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 BWALSH   INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APF-CONTROL-FILE
               ASSIGN TO APFCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT APF-CORRECTION-FILE
               ASSIGN TO APFADJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CADJ-STATUS.

           SELECT APF-CONTROL-RPT
               ASSIGN TO APFRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * PROOF CARD: PLAN YEAR (ZERO = CURRENT YEAR), TOLERANCE (ZERO = *
      * ONE DOLLAR), CORRECTIONS WANTED Y/N, OPTIONAL SINGLE MEMBER    *
      *----------------------------------------------------------------*
       FD  APF-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  APF-CONTROL-REC.
           05  AP-PLAN-YEAR                PIC 9(04).
           05  FILLER                      PIC X(01).
           05  AP-TOLERANCE                PIC 9(05)V99.
           05  FILLER                      PIC X(01).
           05  AP-CORRECTIONS-IND          PIC X(01).
               88  AP-WRITE-CORRECTIONS    VALUE 'Y'.
           05  FILLER                      PIC X(01).
           05  AP-MEMBER-ID                PIC X(20).
           05  FILLER                      PIC X(45).

      *----------------------------------------------------------------*
      * PROPOSED CORRECTION IN THE HCACCADJ ACCADJTX LAYOUT            *
      *----------------------------------------------------------------*
       FD  APF-CORRECTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  APF-CORRECTION-REC.
           05  AT-MEMBER-ID            PIC X(12).
           05  AT-PLAN-YEAR            PIC 9(04).
           05  AT-ACCUM-TYPE           PIC X(03).
           05  AT-OLD-VALUE            PIC S9(07)V99 COMP-3.
           05  AT-NEW-VALUE            PIC S9(07)V99 COMP-3.
           05  AT-REASON-CODE          PIC X(04).
           05  AT-SUBMITTED-BY         PIC X(08).
           05  AT-SUBMITTED-DT         PIC 9(08).
           05  AT-PLAN-CODE            PIC X(06).
           05  FILLER                  PIC X(65).

       FD  APF-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  APF-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-CADJ-STATUS              PIC X(02).
               88  CADJ-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-SUB-EOF-SW               PIC X(01) VALUE 'N'.
               88  SUB-CURSOR-AT-EOF       VALUE 'Y'.
           05  WS-CORRECTIONS-SW           PIC X(01) VALUE 'N'.
               88  APF-CORRECTIONS-WANTED  VALUE 'Y'.
           05  WS-MEMBER-OUT-SW            PIC X(01) VALUE 'N'.
               88  APF-MEMBER-OUT          VALUE 'Y'.
               88  APF-MEMBER-IN-BALANCE   VALUE 'N'.
           05  WS-FAMILY-OUT-SW            PIC X(01) VALUE 'N'.
               88  APF-FAMILY-OUT          VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-MEMBERS-READ         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-MEMBERS-PROVEN       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-MEMBERS-OUT          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NOT-PROVEN           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-DIFFERENCES          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISIT-DIFFS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-FAMILIES             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-FAMILIES-OUT         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CORRECTIONS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-ABS-DIFFERENCE       PIC S9(11)V99 COMP-3
                                                     VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-TOLERANCE                PIC S9(05)V99 COMP-3.
           05  WS-EDIT-STORED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-PROVEN              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-DIFF                PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
           05  WS-LIST-COUNT               PIC 9(05) COMP-3.
           05  WS-LIST-MAX                 PIC 9(05) COMP-3 VALUE 25.
           05  WS-VL-IDX                   PIC 9(02).
           05  WS-PREV-SUBSCRIBER          PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * ONE MEMBER'S STORED ROW, CLAIM SUPPORT, EXTERNAL POSTINGS AND  *
      * THE PROVEN FIGURES BUILT FROM THEM                             *
      *----------------------------------------------------------------*
       01  WS-APF-MEMBER.
           05  WS-APF-STORED-IND-DED       PIC S9(09)V99 COMP-3.
           05  WS-APF-STORED-FAM-DED       PIC S9(09)V99 COMP-3.
           05  WS-APF-STORED-IND-OOP       PIC S9(09)V99 COMP-3.
           05  WS-APF-STORED-FAM-OOP       PIC S9(09)V99 COMP-3.
           05  WS-APF-STORED-ANNUAL        PIC S9(09)V99 COMP-3.
           05  WS-APF-STORED-LIFETIME      PIC S9(09)V99 COMP-3.
           05  WS-APF-EXT-IND-DED          PIC S9(09)V99 COMP-3.
           05  WS-APF-EXT-FAM-DED          PIC S9(09)V99 COMP-3.
           05  WS-APF-EXT-IND-OOP          PIC S9(09)V99 COMP-3.
           05  WS-APF-EXT-FAM-OOP          PIC S9(09)V99 COMP-3.
           05  WS-APF-EXT-ANNUAL           PIC S9(09)V99 COMP-3.
           05  WS-APF-EXT-LIFETIME         PIC S9(09)V99 COMP-3.
           05  WS-APF-PROVEN-IND-DED       PIC S9(09)V99 COMP-3.
           05  WS-APF-PROVEN-FAM-DED       PIC S9(09)V99 COMP-3.
           05  WS-APF-PROVEN-IND-OOP       PIC S9(09)V99 COMP-3.
           05  WS-APF-PROVEN-FAM-OOP       PIC S9(09)V99 COMP-3.
           05  WS-APF-PROVEN-ANNUAL        PIC S9(09)V99 COMP-3.
           05  WS-APF-PROVEN-LIFETIME      PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * FAMILY TOTALS OF THE PROVEN INDIVIDUAL FIGURES                 *
      *----------------------------------------------------------------*
       01  WS-APF-FAMILY.
           05  WS-APF-FAM-MEMBERS          PIC 9(03) COMP-3.
           05  WS-APF-FAM-PROVEN-DED       PIC S9(09)V99 COMP-3.
           05  WS-APF-FAM-PROVEN-OOP       PIC S9(09)V99 COMP-3.
           05  WS-APF-FAM-STORED-DED       PIC S9(09)V99 COMP-3.
           05  WS-APF-FAM-STORED-OOP       PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      * ONE COMPARISON AS 2450 RECEIVES IT: LABEL, STORED AND PROVEN   *
      * VALUES, THE JOURNAL TYPES THAT MOVE IT, AND THE HCACCADJ TYPE  *
      * A CORRECTION IS WRITTEN UNDER (SPACES = REPORT ONLY)           *
      *----------------------------------------------------------------*
       01  WS-APF-COMPARE.
           05  WS-CMP-LABEL                PIC X(30).
           05  WS-CMP-STORED               PIC S9(09)V99 COMP-3.
           05  WS-CMP-PROVEN               PIC S9(09)V99 COMP-3.
           05  WS-CMP-DIFF                 PIC S9(09)V99 COMP-3.
           05  WS-CMP-TYPE-1               PIC X(03).
           05  WS-CMP-TYPE-2               PIC X(03).
           05  WS-CMP-TYPE-3               PIC X(03).
           05  WS-CMP-ADJ-TYPE             PIC X(03).

      *----------------------------------------------------------------*
      * VISIT-LIMIT CATEGORIES: CPT_CATEGORY_MAP SERVICE CATEGORY AND  *
      * THE T_VISIT_LIMITS COLUMN IT PROVES                            *
      *----------------------------------------------------------------*
       01  WS-VL-CATEGORY-TABLE.
           05  FILLER                      PIC X(20)
               VALUE 'PT        PHYS THER '.
           05  FILLER                      PIC X(20)
               VALUE 'OT        OCC THER  '.
           05  FILLER                      PIC X(20)
               VALUE 'MH        MENTAL HLT'.
           05  FILLER                      PIC X(20)
               VALUE 'CHIRO     CHIROPRAC '.
           05  FILLER                      PIC X(20)
               VALUE 'SPEECH    SPEECH THR'.
           05  FILLER                      PIC X(20)
               VALUE 'SUD       SUBST USE '.
       01  WS-VL-CATEGORY-TABLE-R REDEFINES WS-VL-CATEGORY-TABLE.
           05  WS-VL-CATEGORY OCCURS 6 TIMES.
               10  WS-VL-CAT-CODE          PIC X(10).
               10  WS-VL-CAT-LABEL         PIC X(10).

       01  WS-VL-COUNTS.
           05  WS-VL-STORED  OCCURS 6 TIMES PIC S9(05) COMP-3.
           05  WS-VL-PROVEN  OCCURS 6 TIMES PIC S9(05) COMP-3.

       01  HV-APF-VARS.
           05  HV-PLAN-YEAR                PIC 9(04).
           05  HV-YEAR-START               PIC 9(08).
           05  HV-YEAR-END                 PIC 9(08).
           05  HV-SEL-MEMBER-ID            PIC X(20).
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-SUBSCRIBER-ID            PIC X(20).
           05  HV-PLAN-CODE                PIC X(10).
           05  HV-ROW-COUNT                PIC S9(09) COMP.
           05  HV-IND-DED                  PIC S9(09)V99.
           05  HV-FAM-DED                  PIC S9(09)V99.
           05  HV-IND-OOP                  PIC S9(09)V99.
           05  HV-FAM-OOP                  PIC S9(09)V99.
           05  HV-ANNUAL                   PIC S9(09)V99.
           05  HV-LIFETIME                 PIC S9(09)V99.
           05  HV-CLM-COUNT                PIC S9(09) COMP.
           05  HV-CLM-DEDUCT               PIC S9(09)V99.
           05  HV-CLM-COST-SHARE           PIC S9(09)V99.
           05  HV-CLM-PAID                 PIC S9(09)V99.
           05  HV-CLM-LIFE-PAID            PIC S9(11)V99.
           05  HV-ACCUM-TYPE               PIC X(03).
           05  HV-NET-MOVEMENT             PIC S9(09)V99.
           05  HV-LIST-TYPE-1              PIC X(03).
           05  HV-LIST-TYPE-2              PIC X(03).
           05  HV-LIST-TYPE-3              PIC X(03).
           05  HV-UPDATE-PROGRAM           PIC X(08).
           05  HV-REFERENCE-ID             PIC X(20).
           05  HV-BEFORE-VALUE             PIC S9(09)V99.
           05  HV-AFTER-VALUE              PIC S9(09)V99.
           05  HV-JOURNAL-DATE             PIC X(10).
           05  HV-SVC-CATEGORY             PIC X(10).
           05  HV-VISIT-COUNT              PIC S9(05).
           05  HV-VL-PT-USED               PIC S9(05).
           05  HV-VL-OT-USED               PIC S9(05).
           05  HV-VL-MH-USED               PIC S9(05).
           05  HV-VL-CHIRO-USED            PIC S9(05).
           05  HV-VL-SPEECH-USED           PIC S9(05).
           05  HV-VL-SUD-USED              PIC S9(05).
           05  HV-FA-DED-USED-IN           PIC S9(09)V99.
           05  HV-FA-DED-USED-OON          PIC S9(09)V99.
           05  HV-FA-OOP-USED-IN           PIC S9(09)V99.
           05  HV-FA-OOP-USED-OON          PIC S9(09)V99.

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
               VALUE 'MEMBER ACCUMULATOR PROOF REPORT'.
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
      * MAINLINE - PROVE EVERY MEMBER'S ACCUMULATORS FOR THE YEAR      *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROVE-MEMBERS
               THRU 2000-PROVE-MEMBERS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * READ THE PROOF CARD, OPEN FILES, CONNECT, WRITE HEADERS        *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           MOVE WS-CURR-DATE-8(1:4) TO HV-PLAN-YEAR
           MOVE 1.00 TO WS-TOLERANCE
           MOVE SPACES TO HV-SEL-MEMBER-ID

      *--- THE CARD IS OPTIONAL - WITHOUT IT THE WHOLE CURRENT YEAR
      *--- IS PROVEN AT A ONE-DOLLAR TOLERANCE, REPORT ONLY ---
           OPEN INPUT APF-CONTROL-FILE
           IF CTRL-OK
               READ APF-CONTROL-FILE
               IF CTRL-OK
                   IF AP-PLAN-YEAR NUMERIC AND AP-PLAN-YEAR > 1900
                       MOVE AP-PLAN-YEAR TO HV-PLAN-YEAR
                   END-IF
                   IF AP-TOLERANCE NUMERIC AND AP-TOLERANCE > 0
                       MOVE AP-TOLERANCE TO WS-TOLERANCE
                   END-IF
                   IF AP-WRITE-CORRECTIONS
                       SET APF-CORRECTIONS-WANTED TO TRUE
                   END-IF
                   MOVE AP-MEMBER-ID TO HV-SEL-MEMBER-ID
               END-IF
               CLOSE APF-CONTROL-FILE
           END-IF

           COMPUTE HV-YEAR-START = HV-PLAN-YEAR * 10000 + 0101
           COMPUTE HV-YEAR-END = HV-PLAN-YEAR * 10000 + 1231

           OPEN OUTPUT APF-CORRECTION-FILE
           IF NOT CADJ-OK
               MOVE 'APF-CORRECTION-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT APF-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'APF-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE APF-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE APF-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO APF-CONTROL-RPT-REC
           WRITE APF-CONTROL-RPT-REC

           MOVE 'PLAN YEAR PROVEN' TO WS-RPT-LABEL
           MOVE WS-TOLERANCE TO WS-EDIT-DIFF
           STRING HV-PLAN-YEAR ' - TOLERANCE ' WS-EDIT-DIFF
               ' - CORRECTIONS ' WS-CORRECTIONS-SW
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE PROOF REPORT                 *
      *----------------------------------------------------------------*
           WRITE APF-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - EVERY ACCUMULATOR ROW FOR THE YEAR, FAMILY BY FAMILY.   *
      * A MEMBER WITH NO ELIGIBILITY ROW IS A FAMILY OF ONE.           *
      *================================================================*
       2000-PROVE-MEMBERS.
           EXEC SQL
               DECLARE APF_MEMBER_CURSOR CURSOR FOR
               SELECT ISNULL((SELECT MAX(E.subscriber_id)
                              FROM   T_MEMBER_ELIG E
                              WHERE  E.member_id = A.MEMBER_ID),
                             A.MEMBER_ID),
                      A.MEMBER_ID, A.PLAN_CODE,
                      ISNULL(A.INN_DEDUCTIBLE_USED, 0),
                      ISNULL(A.FAM_DEDUCTIBLE_USED, 0),
                      ISNULL(A.INN_OOP_USED, 0),
                      ISNULL(A.FAM_OOP_USED, 0),
                      ISNULL(A.ANNUAL_USED, 0),
                      ISNULL(A.LIFETIME_USED, 0)
               FROM   BENEFIT_ACCUMULATORS A
               WHERE  A.PLAN_YEAR = :HV-PLAN-YEAR
               AND    (:HV-SEL-MEMBER-ID = ' '
                       OR A.MEMBER_ID = :HV-SEL-MEMBER-ID)
               ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN APF_MEMBER_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'MEMBER CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE SPACES TO WS-PREV-SUBSCRIBER
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH APF_MEMBER_CURSOR
                   INTO  :HV-SUBSCRIBER-ID, :HV-MEMBER-ID,
                         :HV-PLAN-CODE,
                         :HV-IND-DED, :HV-FAM-DED,
                         :HV-IND-OOP, :HV-FAM-OOP,
                         :HV-ANNUAL, :HV-LIFETIME
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-MEMBERS-READ
                   IF HV-SUBSCRIBER-ID NOT = WS-PREV-SUBSCRIBER
                       IF WS-PREV-SUBSCRIBER NOT = SPACES
                           PERFORM 2800-PROVE-FAMILY
                               THRU 2800-PROVE-FAMILY-EXIT
                       END-IF
                       MOVE HV-SUBSCRIBER-ID TO WS-PREV-SUBSCRIBER
                       MOVE 0 TO WS-APF-FAM-MEMBERS
                       MOVE +0 TO WS-APF-FAM-PROVEN-DED
                       MOVE +0 TO WS-APF-FAM-PROVEN-OOP
                       MOVE +0 TO WS-APF-FAM-STORED-DED
                       MOVE +0 TO WS-APF-FAM-STORED-OOP
                   END-IF
                   PERFORM 2100-PROVE-MEMBER
                       THRU 2100-PROVE-MEMBER-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE APF_MEMBER_CURSOR
           END-EXEC

           IF WS-PREV-SUBSCRIBER NOT = SPACES
               PERFORM 2800-PROVE-FAMILY
                   THRU 2800-PROVE-FAMILY-EXIT
           END-IF
           .
       2000-PROVE-MEMBERS-EXIT.
           EXIT.

      *================================================================*
      * 2100 - PROVE ONE MEMBER'S ROW                                  *
      *================================================================*
       2100-PROVE-MEMBER.
           SET APF-MEMBER-IN-BALANCE TO TRUE
           MOVE HV-IND-DED TO WS-APF-STORED-IND-DED
           MOVE HV-FAM-DED TO WS-APF-STORED-FAM-DED
           MOVE HV-IND-OOP TO WS-APF-STORED-IND-OOP
           MOVE HV-FAM-OOP TO WS-APF-STORED-FAM-OOP
           MOVE HV-ANNUAL TO WS-APF-STORED-ANNUAL
           MOVE HV-LIFETIME TO WS-APF-STORED-LIFETIME

      *--- A YEAR CARRIED ON MORE THAN ONE PLAN CODE SPLITS ITS CLAIMS
      *--- ACROSS ROWS IN A WAY THE CLAIMS DO NOT RECORD ---
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
           IF HV-ROW-COUNT > 1
               ADD 1 TO WS-CTR-NOT-PROVEN
               MOVE 'MEMBER NOT PROVEN' TO WS-RPT-LABEL
               STRING HV-MEMBER-ID ' PLAN ' HV-PLAN-CODE
                   ' - MORE THAN ONE PLAN CODE, MANUAL REVIEW'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-PROVE-MEMBER-EXIT
           END-IF

           PERFORM 2200-LOAD-CLAIM-SUPPORT
               THRU 2200-LOAD-CLAIM-SUPPORT-EXIT
           PERFORM 2300-LOAD-EXTERNAL-POSTINGS
               THRU 2300-LOAD-EXTERNAL-POSTINGS-EXIT

           COMPUTE WS-APF-PROVEN-IND-DED =
               HV-CLM-DEDUCT + WS-APF-EXT-IND-DED
           COMPUTE WS-APF-PROVEN-FAM-DED =
               HV-CLM-DEDUCT + WS-APF-EXT-FAM-DED
           COMPUTE WS-APF-PROVEN-IND-OOP =
               HV-CLM-DEDUCT + HV-CLM-COST-SHARE
             + WS-APF-EXT-IND-OOP
           COMPUTE WS-APF-PROVEN-FAM-OOP =
               HV-CLM-DEDUCT + HV-CLM-COST-SHARE
             + WS-APF-EXT-FAM-OOP
           COMPUTE WS-APF-PROVEN-ANNUAL =
               HV-CLM-PAID + WS-APF-EXT-ANNUAL
           COMPUTE WS-APF-PROVEN-LIFETIME =
               HV-CLM-LIFE-PAID + WS-APF-EXT-LIFETIME

           PERFORM 2400-COMPARE-ACCUMULATORS
           PERFORM 2600-PROVE-VISIT-LIMITS
               THRU 2600-PROVE-VISIT-LIMITS-EXIT

           ADD 1 TO WS-CTR-MEMBERS-PROVEN
           IF APF-MEMBER-OUT
               ADD 1 TO WS-CTR-MEMBERS-OUT
           END-IF

      *--- THE MEMBER'S PROVEN FIGURES ROLL INTO THE FAMILY ---
           ADD 1 TO WS-APF-FAM-MEMBERS
           ADD WS-APF-PROVEN-IND-DED TO WS-APF-FAM-PROVEN-DED
           ADD WS-APF-PROVEN-IND-OOP TO WS-APF-FAM-PROVEN-OOP
           ADD WS-APF-STORED-IND-DED TO WS-APF-FAM-STORED-DED
           ADD WS-APF-STORED-IND-OOP TO WS-APF-FAM-STORED-OOP
           .
       2100-PROVE-MEMBER-EXIT.
           EXIT.

       2200-LOAD-CLAIM-SUPPORT.
      *----------------------------------------------------------------*
      * THE YEAR'S PAID CLAIM COST SHARING - THE SAME CLAIM SET AND    *
      * STATUSES HCACCRSQ REPLAYS - AND LIFETIME PAID THROUGH THE YEAR *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT COUNT(*),
                      ISNULL(SUM(DEDUCTIBLE_AMOUNT), 0),
                      ISNULL(SUM(COPAY_AMOUNT
                                 + COINSURANCE_AMOUNT), 0),
                      ISNULL(SUM(PAID_AMOUNT), 0)
               INTO   :HV-CLM-COUNT, :HV-CLM-DEDUCT,
                      :HV-CLM-COST-SHARE, :HV-CLM-PAID
               FROM   CLAIM_HEADER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    CLAIM_STATUS IN ('PA', 'AJ')
               AND    SERVICE_FROM_DATE >= :HV-YEAR-START
               AND    SERVICE_FROM_DATE <= :HV-YEAR-END
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO HV-CLM-COUNT
               MOVE +0 TO HV-CLM-DEDUCT
               MOVE +0 TO HV-CLM-COST-SHARE
               MOVE +0 TO HV-CLM-PAID
           END-IF

           EXEC SQL
               SELECT ISNULL(SUM(PAID_AMOUNT), 0)
               INTO   :HV-CLM-LIFE-PAID
               FROM   CLAIM_HEADER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    CLAIM_STATUS IN ('PA', 'AJ')
               AND    SERVICE_FROM_DATE <= :HV-YEAR-END
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE +0 TO HV-CLM-LIFE-PAID
           END-IF
           .
       2200-LOAD-CLAIM-SUPPORT-EXIT.
           EXIT.

       2300-LOAD-EXTERNAL-POSTINGS.
      *----------------------------------------------------------------*
      * NET JOURNALED MOVEMENT BY THE PROGRAMS THAT POST WITHOUT A     *
      * CLAIM BEHIND THEM. HCCLMADJ AND HCACCRSQ MOVEMENTS ARE CLAIM   *
      * DRIVEN AND ARE PROVEN FROM THE CLAIMS THEMSELVES; HCACCJRN     *
      * RESTORES AND BACKED-OUT ROWS ARE NOT SUPPORT FOR ANY VALUE.    *
      * ROL IS THE HCYRROLL CARRYOVER OPENING BOTH DEDUCTIBLES.        *
      *----------------------------------------------------------------*
           MOVE +0 TO WS-APF-EXT-IND-DED
           MOVE +0 TO WS-APF-EXT-FAM-DED
           MOVE +0 TO WS-APF-EXT-IND-OOP
           MOVE +0 TO WS-APF-EXT-FAM-OOP
           MOVE +0 TO WS-APF-EXT-ANNUAL
           MOVE +0 TO WS-APF-EXT-LIFETIME

           EXEC SQL
               DECLARE APF_EXT_CURSOR CURSOR FOR
               SELECT ACCUM_TYPE,
                      SUM(AFTER_VALUE - BEFORE_VALUE)
               FROM   ACCUM_JOURNAL
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
               AND    UPDATE_PROGRAM IN ('HCPBMSYN', 'HCBHIMP',
                                         'HCACCADJ', 'HCYRROLL')
               AND    REVERSED_FLAG IS NULL
               GROUP BY ACCUM_TYPE
           END-EXEC

           EXEC SQL
               OPEN APF_EXT_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'EXTERNAL POSTING CURSOR OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2300-LOAD-EXTERNAL-POSTINGS-EXIT
           END-IF

           MOVE 'N' TO WS-SUB-EOF-SW
           PERFORM UNTIL SUB-CURSOR-AT-EOF
               EXEC SQL
                   FETCH APF_EXT_CURSOR
                   INTO  :HV-ACCUM-TYPE, :HV-NET-MOVEMENT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET SUB-CURSOR-AT-EOF TO TRUE
               ELSE
                   EVALUATE HV-ACCUM-TYPE
                       WHEN 'DED'
                       WHEN 'IDD'
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-IND-DED
                       WHEN 'FDD'
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-FAM-DED
                       WHEN 'ROL'
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-IND-DED
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-FAM-DED
                       WHEN 'OOP'
                       WHEN 'IOP'
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-IND-OOP
                       WHEN 'FOP'
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-FAM-OOP
                       WHEN 'ANN'
                           ADD HV-NET-MOVEMENT TO WS-APF-EXT-ANNUAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE APF_EXT_CURSOR
           END-EXEC

      *--- LIFETIME POSTINGS COUNT FROM EVERY YEAR THROUGH THIS ONE ---
           EXEC SQL
               SELECT ISNULL(SUM(AFTER_VALUE - BEFORE_VALUE), 0)
               INTO   :HV-NET-MOVEMENT
               FROM   ACCUM_JOURNAL
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR <= :HV-PLAN-YEAR
               AND    ACCUM_TYPE = 'LTM'
               AND    UPDATE_PROGRAM IN ('HCPBMSYN', 'HCBHIMP',
                                         'HCACCADJ', 'HCYRROLL')
               AND    REVERSED_FLAG IS NULL
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-NET-MOVEMENT TO WS-APF-EXT-LIFETIME
           END-IF
           .
       2300-LOAD-EXTERNAL-POSTINGS-EXIT.
           EXIT.

      *================================================================*
      * 2400 - COMPARE EACH STORED ACCUMULATOR WITH ITS PROVEN VALUE.  *
      * HCACCADJ TAKES DEDUCTIBLE AND OOP TYPES ONLY; ANNUAL AND       *
      * LIFETIME DIFFERENCES ARE REPORTED FOR MANUAL CORRECTION.       *
      *================================================================*
       2400-COMPARE-ACCUMULATORS.
           MOVE 'INDIVIDUAL DEDUCTIBLE' TO WS-CMP-LABEL
           MOVE WS-APF-STORED-IND-DED TO WS-CMP-STORED
           MOVE WS-APF-PROVEN-IND-DED TO WS-CMP-PROVEN
           MOVE 'DED' TO WS-CMP-TYPE-1
           MOVE 'IDD' TO WS-CMP-TYPE-2
           MOVE 'ROL' TO WS-CMP-TYPE-3
           MOVE 'IDD' TO WS-CMP-ADJ-TYPE
           PERFORM 2450-COMPARE-ONE
               THRU 2450-COMPARE-ONE-EXIT

           MOVE 'FAMILY DEDUCTIBLE (MEMBER ROW)' TO WS-CMP-LABEL
           MOVE WS-APF-STORED-FAM-DED TO WS-CMP-STORED
           MOVE WS-APF-PROVEN-FAM-DED TO WS-CMP-PROVEN
           MOVE 'FDD' TO WS-CMP-TYPE-1
           MOVE 'ROL' TO WS-CMP-TYPE-2
           MOVE 'FDD' TO WS-CMP-TYPE-3
           MOVE 'FDD' TO WS-CMP-ADJ-TYPE
           PERFORM 2450-COMPARE-ONE
               THRU 2450-COMPARE-ONE-EXIT

           MOVE 'INDIVIDUAL OUT-OF-POCKET' TO WS-CMP-LABEL
           MOVE WS-APF-STORED-IND-OOP TO WS-CMP-STORED
           MOVE WS-APF-PROVEN-IND-OOP TO WS-CMP-PROVEN
           MOVE 'OOP' TO WS-CMP-TYPE-1
           MOVE 'IOP' TO WS-CMP-TYPE-2
           MOVE 'OOP' TO WS-CMP-TYPE-3
           MOVE 'IOP' TO WS-CMP-ADJ-TYPE
           PERFORM 2450-COMPARE-ONE
               THRU 2450-COMPARE-ONE-EXIT

           MOVE 'FAMILY OUT-OF-POCKET (MEMBER ROW)' TO WS-CMP-LABEL
           MOVE WS-APF-STORED-FAM-OOP TO WS-CMP-STORED
           MOVE WS-APF-PROVEN-FAM-OOP TO WS-CMP-PROVEN
           MOVE 'FOP' TO WS-CMP-TYPE-1
           MOVE 'FOP' TO WS-CMP-TYPE-2
           MOVE 'FOP' TO WS-CMP-TYPE-3
           MOVE 'FOP' TO WS-CMP-ADJ-TYPE
           PERFORM 2450-COMPARE-ONE
               THRU 2450-COMPARE-ONE-EXIT

           MOVE 'ANNUAL BENEFIT USED' TO WS-CMP-LABEL
           MOVE WS-APF-STORED-ANNUAL TO WS-CMP-STORED
           MOVE WS-APF-PROVEN-ANNUAL TO WS-CMP-PROVEN
           MOVE 'ANN' TO WS-CMP-TYPE-1
           MOVE 'ANN' TO WS-CMP-TYPE-2
           MOVE 'ANN' TO WS-CMP-TYPE-3
           MOVE SPACES TO WS-CMP-ADJ-TYPE
           PERFORM 2450-COMPARE-ONE
               THRU 2450-COMPARE-ONE-EXIT

           MOVE 'LIFETIME BENEFIT USED' TO WS-CMP-LABEL
           MOVE WS-APF-STORED-LIFETIME TO WS-CMP-STORED
           MOVE WS-APF-PROVEN-LIFETIME TO WS-CMP-PROVEN
           MOVE 'LTM' TO WS-CMP-TYPE-1
           MOVE 'LTM' TO WS-CMP-TYPE-2
           MOVE 'LTM' TO WS-CMP-TYPE-3
           MOVE SPACES TO WS-CMP-ADJ-TYPE
           PERFORM 2450-COMPARE-ONE
               THRU 2450-COMPARE-ONE-EXIT
           .

       2450-COMPARE-ONE.
      *----------------------------------------------------------------*
      * ONE STORED/PROVEN PAIR. WITHIN TOLERANCE IS IN BALANCE; OVER   *
      * IT IS LISTED WITH ITS CONTRIBUTING TRANSACTIONS                *
      *----------------------------------------------------------------*
           COMPUTE WS-CMP-DIFF = WS-CMP-STORED - WS-CMP-PROVEN
           IF WS-CMP-DIFF NOT > WS-TOLERANCE
              AND WS-CMP-DIFF NOT < (0 - WS-TOLERANCE)
               GO TO 2450-COMPARE-ONE-EXIT
           END-IF

           IF APF-MEMBER-IN-BALANCE
               SET APF-MEMBER-OUT TO TRUE
               MOVE SPACES TO APF-CONTROL-RPT-REC
               WRITE APF-CONTROL-RPT-REC
               MOVE 'MEMBER OUT OF BALANCE' TO WS-RPT-LABEL
               MOVE HV-CLM-COUNT TO WS-EDIT-COUNT
               STRING HV-MEMBER-ID ' PLAN ' HV-PLAN-CODE
                   ' FAMILY ' HV-SUBSCRIBER-ID
                   ' PAID CLAIMS ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               MOVE '  CLAIM SUPPORT DED/COST SHARE/PAID'
                   TO WS-RPT-LABEL
               MOVE HV-CLM-DEDUCT TO WS-EDIT-STORED
               MOVE HV-CLM-COST-SHARE TO WS-EDIT-PROVEN
               MOVE HV-CLM-PAID TO WS-EDIT-DIFF
               STRING WS-EDIT-STORED ' ' WS-EDIT-PROVEN ' '
                   WS-EDIT-DIFF
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF

           ADD 1 TO WS-CTR-DIFFERENCES
           IF WS-CMP-DIFF < 0
               SUBTRACT WS-CMP-DIFF FROM WS-TOT-ABS-DIFFERENCE
           ELSE
               ADD WS-CMP-DIFF TO WS-TOT-ABS-DIFFERENCE
           END-IF

           STRING '  ' WS-CMP-LABEL
               DELIMITED BY SIZE
               INTO WS-RPT-LABEL
           END-STRING
           MOVE WS-CMP-STORED TO WS-EDIT-STORED
           MOVE WS-CMP-PROVEN TO WS-EDIT-PROVEN
           MOVE WS-CMP-DIFF TO WS-EDIT-DIFF
           STRING 'STORED ' WS-EDIT-STORED ' PROVEN ' WS-EDIT-PROVEN
               ' DIFF ' WS-EDIT-DIFF
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           PERFORM 2460-LIST-CONTRIBUTORS
               THRU 2460-LIST-CONTRIBUTORS-EXIT

           IF APF-CORRECTIONS-WANTED
              AND WS-CMP-ADJ-TYPE NOT = SPACES
               PERFORM 2470-WRITE-CORRECTION
           END-IF
           .
       2450-COMPARE-ONE-EXIT.
           EXIT.

       2460-LIST-CONTRIBUTORS.
      *----------------------------------------------------------------*
      * THE LIVE JOURNAL ROWS BEHIND THE STORED VALUE, OLDEST FIRST.   *
      * A CLAIM ROW CARRIES THE CLAIM ID AS ITS REFERENCE.             *
      *----------------------------------------------------------------*
           MOVE WS-CMP-TYPE-1 TO HV-LIST-TYPE-1
           MOVE WS-CMP-TYPE-2 TO HV-LIST-TYPE-2
           MOVE WS-CMP-TYPE-3 TO HV-LIST-TYPE-3

           EXEC SQL
               DECLARE APF_JRNL_CURSOR CURSOR FOR
               SELECT ACCUM_TYPE, UPDATE_PROGRAM,
                      ISNULL(REFERENCE_ID, ' '),
                      BEFORE_VALUE, AFTER_VALUE,
                      CONVERT(CHAR(10), JOURNAL_TIMESTAMP, 102)
               FROM   ACCUM_JOURNAL
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
               AND    ACCUM_TYPE IN (:HV-LIST-TYPE-1,
                                     :HV-LIST-TYPE-2,
                                     :HV-LIST-TYPE-3)
               AND    REVERSED_FLAG IS NULL
               ORDER BY JOURNAL_TIMESTAMP
           END-EXEC

           EXEC SQL
               OPEN APF_JRNL_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'JOURNAL LIST CURSOR OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'W' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2460-LIST-CONTRIBUTORS-EXIT
           END-IF

           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-SUB-EOF-SW
           PERFORM UNTIL SUB-CURSOR-AT-EOF
               EXEC SQL
                   FETCH APF_JRNL_CURSOR
                   INTO  :HV-ACCUM-TYPE, :HV-UPDATE-PROGRAM,
                         :HV-REFERENCE-ID, :HV-BEFORE-VALUE,
                         :HV-AFTER-VALUE, :HV-JOURNAL-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET SUB-CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-COUNT
                   IF WS-LIST-COUNT NOT > WS-LIST-MAX
                       MOVE HV-BEFORE-VALUE TO WS-EDIT-STORED
                       MOVE HV-AFTER-VALUE TO WS-EDIT-PROVEN
                       STRING '    ' HV-JOURNAL-DATE ' '
                           HV-UPDATE-PROGRAM
                           DELIMITED BY SIZE
                           INTO WS-RPT-LABEL
                       END-STRING
                       STRING HV-ACCUM-TYPE ' ' HV-REFERENCE-ID
                           ' ' WS-EDIT-STORED ' TO ' WS-EDIT-PROVEN
                           DELIMITED BY SIZE
                           INTO WS-RPT-VALUE
                       END-STRING
                       PERFORM 1300-WRITE-DETAIL-LINE
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE APF_JRNL_CURSOR
           END-EXEC

           IF WS-LIST-COUNT > WS-LIST-MAX
               SUBTRACT WS-LIST-MAX FROM WS-LIST-COUNT
               MOVE WS-LIST-COUNT TO WS-EDIT-COUNT
               MOVE '    JOURNAL ROWS NOT LISTED' TO WS-RPT-LABEL
               MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2460-LIST-CONTRIBUTORS-EXIT.
           EXIT.

       2470-WRITE-CORRECTION.
      *----------------------------------------------------------------*
      * PROPOSE THE PROVEN VALUE AS AN HCACCADJ TRANSACTION. THE OLD   *
      * VALUE IS THE STORED ONE, SO HCACCADJ REJECTS IT AS STALE IF    *
      * THE ROW MOVES BEFORE THE REVIEWED FILE IS RUN.                 *
      *----------------------------------------------------------------*
           MOVE SPACES TO APF-CORRECTION-REC
           MOVE HV-MEMBER-ID TO AT-MEMBER-ID
           MOVE HV-PLAN-YEAR TO AT-PLAN-YEAR
           MOVE WS-CMP-ADJ-TYPE TO AT-ACCUM-TYPE
           MOVE WS-CMP-STORED TO AT-OLD-VALUE
           MOVE WS-CMP-PROVEN TO AT-NEW-VALUE
           MOVE 'PRF ' TO AT-REASON-CODE
           MOVE 'HCACCPRF' TO AT-SUBMITTED-BY
           MOVE WS-CURR-DATE-8 TO AT-SUBMITTED-DT
           MOVE HV-PLAN-CODE TO AT-PLAN-CODE
           WRITE APF-CORRECTION-REC
           IF CADJ-OK
               ADD 1 TO WS-CTR-CORRECTIONS
           ELSE
               MOVE 'CORRECTION WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 2600 - VISIT-LIMIT USAGE. ONE VISIT IS ONE CLAIM AND SERVICE   *
      * DATE WITH A PAID LINE IN THE CATEGORY. COUNTS HAVE NO          *
      * TOLERANCE.                                                     *
      *================================================================*
       2600-PROVE-VISIT-LIMITS.
           EXEC SQL
               SELECT pt_used, ot_used, mh_used,
                      chiro_used, speech_used, sud_used
               INTO   :HV-VL-PT-USED, :HV-VL-OT-USED,
                      :HV-VL-MH-USED, :HV-VL-CHIRO-USED,
                      :HV-VL-SPEECH-USED, :HV-VL-SUD-USED
               FROM   T_VISIT_LIMITS
               WHERE  member_id = :HV-MEMBER-ID
               AND    plan_year = :HV-PLAN-YEAR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               GO TO 2600-PROVE-VISIT-LIMITS-EXIT
           END-IF

           MOVE HV-VL-PT-USED TO WS-VL-STORED(1)
           MOVE HV-VL-OT-USED TO WS-VL-STORED(2)
           MOVE HV-VL-MH-USED TO WS-VL-STORED(3)
           MOVE HV-VL-CHIRO-USED TO WS-VL-STORED(4)
           MOVE HV-VL-SPEECH-USED TO WS-VL-STORED(5)
           MOVE HV-VL-SUD-USED TO WS-VL-STORED(6)
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > 6
               MOVE 0 TO WS-VL-PROVEN(WS-VL-IDX)
           END-PERFORM

           EXEC SQL
               DECLARE APF_VISIT_CURSOR CURSOR FOR
               SELECT M.SERVICE_CATEGORY,
                      COUNT(DISTINCT L.CLAIM_ID
                            + CONVERT(CHAR(8), L.SERVICE_FROM_DATE))
               FROM   CLAIM_HEADER H, CLAIM_LINE L,
                      CPT_CATEGORY_MAP M
               WHERE  H.MEMBER_ID = :HV-MEMBER-ID
               AND    H.CLAIM_STATUS IN ('PA', 'AJ')
               AND    L.CLAIM_ID = H.CLAIM_ID
               AND    L.SERVICE_FROM_DATE >= :HV-YEAR-START
               AND    L.SERVICE_FROM_DATE <= :HV-YEAR-END
               AND    M.CPT_CODE = L.CPT_CODE
               GROUP BY M.SERVICE_CATEGORY
           END-EXEC

           EXEC SQL
               OPEN APF_VISIT_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'VISIT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2600-PROVE-VISIT-LIMITS-EXIT
           END-IF

           MOVE 'N' TO WS-SUB-EOF-SW
           PERFORM UNTIL SUB-CURSOR-AT-EOF
               EXEC SQL
                   FETCH APF_VISIT_CURSOR
                   INTO  :HV-SVC-CATEGORY, :HV-VISIT-COUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET SUB-CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                           UNTIL WS-VL-IDX > 6
                       IF WS-VL-CAT-CODE(WS-VL-IDX) = HV-SVC-CATEGORY
                           MOVE HV-VISIT-COUNT
                             TO WS-VL-PROVEN(WS-VL-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE APF_VISIT_CURSOR
           END-EXEC

           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > 6
               IF WS-VL-STORED(WS-VL-IDX)
                      NOT = WS-VL-PROVEN(WS-VL-IDX)
                   PERFORM 2650-REPORT-VISIT-DIFF
               END-IF
           END-PERFORM
           .
       2600-PROVE-VISIT-LIMITS-EXIT.
           EXIT.

       2650-REPORT-VISIT-DIFF.
      *----------------------------------------------------------------*
      * ONE VISIT CATEGORY OUT OF BALANCE - REPORTED FOR MANUAL FIX    *
      *----------------------------------------------------------------*
           IF APF-MEMBER-IN-BALANCE
               SET APF-MEMBER-OUT TO TRUE
               MOVE SPACES TO APF-CONTROL-RPT-REC
               WRITE APF-CONTROL-RPT-REC
               MOVE 'MEMBER OUT OF BALANCE' TO WS-RPT-LABEL
               MOVE HV-CLM-COUNT TO WS-EDIT-COUNT
               STRING HV-MEMBER-ID ' PLAN ' HV-PLAN-CODE
                   ' FAMILY ' HV-SUBSCRIBER-ID
                   ' PAID CLAIMS ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF

           ADD 1 TO WS-CTR-VISIT-DIFFS
           STRING '  VISITS - ' WS-VL-CAT-LABEL(WS-VL-IDX)
               DELIMITED BY SIZE
               INTO WS-RPT-LABEL
           END-STRING
           MOVE WS-VL-STORED(WS-VL-IDX) TO WS-EDIT-STORED
           MOVE WS-VL-PROVEN(WS-VL-IDX) TO WS-EDIT-PROVEN
           STRING 'STORED ' WS-EDIT-STORED ' PROVEN ' WS-EDIT-PROVEN
               ' (PAID CLAIM LINE VISITS)'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .

      *================================================================*
      * 2800 - PROVE THE FAMILY ROW: T_FAMILY_ACCUM (IN- PLUS OUT-OF-  *
      * NETWORK) AGAINST THE SUM OF THE FAMILY'S PROVEN INDIVIDUAL     *
      * FIGURES. HCACCADJ HAS NO FAMILY-ROW TYPE, SO A DIFFERENCE HERE *
      * IS REPORT ONLY.                                                *
      *================================================================*
       2800-PROVE-FAMILY.
           ADD 1 TO WS-CTR-FAMILIES
           MOVE WS-PREV-SUBSCRIBER TO HV-SUBSCRIBER-ID

           EXEC SQL
               SELECT ISNULL(ded_used_in, 0), ISNULL(ded_used_oon, 0),
                      ISNULL(oop_used_in, 0), ISNULL(oop_used_oon, 0)
               INTO   :HV-FA-DED-USED-IN, :HV-FA-DED-USED-OON,
                      :HV-FA-OOP-USED-IN, :HV-FA-OOP-USED-OON
               FROM   T_FAMILY_ACCUM
               WHERE  subscriber_id = :HV-SUBSCRIBER-ID
               AND    plan_year     = :HV-PLAN-YEAR
           END-EXEC
           IF WS-SQLCODE NOT = 0
      *--- NO FAMILY ROW: A FAMILY OF ONE WITH NOTHING TO PROVE IS
      *--- NORMAL; ANYTHING ELSE IS A MISSING ROW ---
               IF WS-APF-FAM-MEMBERS = 1
                  OR (WS-APF-FAM-PROVEN-DED = 0
                      AND WS-APF-FAM-PROVEN-OOP = 0)
                   GO TO 2800-PROVE-FAMILY-EXIT
               END-IF
               MOVE +0 TO HV-FA-DED-USED-IN
               MOVE +0 TO HV-FA-DED-USED-OON
               MOVE +0 TO HV-FA-OOP-USED-IN
               MOVE +0 TO HV-FA-OOP-USED-OON
           END-IF

           MOVE 'N' TO WS-FAMILY-OUT-SW
           COMPUTE WS-CMP-DIFF =
               HV-FA-DED-USED-IN + HV-FA-DED-USED-OON
             - WS-APF-FAM-PROVEN-DED
           IF WS-CMP-DIFF > WS-TOLERANCE
              OR WS-CMP-DIFF < (0 - WS-TOLERANCE)
               SET APF-FAMILY-OUT TO TRUE
               MOVE 'FAMILY DEDUCTIBLE OUT OF BALANCE' TO WS-RPT-LABEL
               COMPUTE WS-CMP-STORED =
                   HV-FA-DED-USED-IN + HV-FA-DED-USED-OON
               MOVE WS-CMP-STORED TO WS-EDIT-STORED
               MOVE WS-APF-FAM-PROVEN-DED TO WS-EDIT-PROVEN
               MOVE WS-CMP-DIFF TO WS-EDIT-DIFF
               STRING HV-SUBSCRIBER-ID ' STORED ' WS-EDIT-STORED
                   ' PROVEN ' WS-EDIT-PROVEN ' DIFF ' WS-EDIT-DIFF
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF

           COMPUTE WS-CMP-DIFF =
               HV-FA-OOP-USED-IN + HV-FA-OOP-USED-OON
             - WS-APF-FAM-PROVEN-OOP
           IF WS-CMP-DIFF > WS-TOLERANCE
              OR WS-CMP-DIFF < (0 - WS-TOLERANCE)
               SET APF-FAMILY-OUT TO TRUE
               MOVE 'FAMILY OOP OUT OF BALANCE' TO WS-RPT-LABEL
               COMPUTE WS-CMP-STORED =
                   HV-FA-OOP-USED-IN + HV-FA-OOP-USED-OON
               MOVE WS-CMP-STORED TO WS-EDIT-STORED
               MOVE WS-APF-FAM-PROVEN-OOP TO WS-EDIT-PROVEN
               MOVE WS-CMP-DIFF TO WS-EDIT-DIFF
               STRING HV-SUBSCRIBER-ID ' STORED ' WS-EDIT-STORED
                   ' PROVEN ' WS-EDIT-PROVEN ' DIFF ' WS-EDIT-DIFF
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF

           IF APF-FAMILY-OUT
               ADD 1 TO WS-CTR-FAMILIES-OUT
               MOVE '  FAMILY MEMBERS / STORED IND DED+OOP'
                   TO WS-RPT-LABEL
               MOVE WS-APF-FAM-MEMBERS TO WS-EDIT-COUNT
               MOVE WS-APF-FAM-STORED-DED TO WS-EDIT-STORED
               MOVE WS-APF-FAM-STORED-OOP TO WS-EDIT-PROVEN
               STRING WS-EDIT-COUNT ' ' WS-EDIT-STORED ' '
                   WS-EDIT-PROVEN
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2800-PROVE-FAMILY-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCACCPRF' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCACCPRF - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCACCPRF - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCACCPRF - FATAL ERROR - ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * TOTALS, STATISTICS, CLOSE                                      *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO APF-CONTROL-RPT-REC
           WRITE APF-CONTROL-RPT-REC
           MOVE 'MEMBERS PROVEN' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBERS-PROVEN TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBERS OUT OF BALANCE' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBERS-OUT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBERS NOT PROVEN' TO WS-RPT-LABEL
           MOVE WS-CTR-NOT-PROVEN TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'FAMILIES OUT OF BALANCE' TO WS-RPT-LABEL
           MOVE WS-CTR-FAMILIES-OUT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL ABSOLUTE DOLLAR DIFFERENCE' TO WS-RPT-LABEL
           MOVE WS-TOT-ABS-DIFFERENCE TO WS-EDIT-DIFF
           MOVE WS-EDIT-DIFF TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CORRECTIONS PROPOSED FOR REVIEW' TO WS-RPT-LABEL
           MOVE WS-CTR-CORRECTIONS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCACCPRF - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PLAN YEAR:                ' HV-PLAN-YEAR
           DISPLAY 'MEMBER ROWS READ:         ' WS-CTR-MEMBERS-READ
           DISPLAY 'MEMBERS PROVEN:           ' WS-CTR-MEMBERS-PROVEN
           DISPLAY 'MEMBERS OUT OF BALANCE:   ' WS-CTR-MEMBERS-OUT
           DISPLAY 'MEMBERS NOT PROVEN:       ' WS-CTR-NOT-PROVEN
           DISPLAY 'ACCUMULATOR DIFFERENCES:  ' WS-CTR-DIFFERENCES
           DISPLAY 'VISIT COUNT DIFFERENCES:  ' WS-CTR-VISIT-DIFFS
           DISPLAY 'FAMILIES PROVEN:          ' WS-CTR-FAMILIES
           DISPLAY 'FAMILIES OUT OF BALANCE:  ' WS-CTR-FAMILIES-OUT
           DISPLAY 'CORRECTIONS PROPOSED:     ' WS-CTR-CORRECTIONS
           DISPLAY 'ERRORS ENCOUNTERED:       ' WS-ERR-COUNT
           DISPLAY 'START TIME:               ' WS-STAT-START-TIME
           DISPLAY 'END TIME:                 ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-ERR-COUNT > 0
              OR WS-CTR-MEMBERS-OUT > 0
              OR WS-CTR-FAMILIES-OUT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE APF-CORRECTION-FILE
           CLOSE APF-CONTROL-RPT
           .
