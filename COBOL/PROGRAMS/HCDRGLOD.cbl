       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCDRGLOD.
      *================================================================*
      * PROGRAM:     HCDRGLOD                                          *
      * DESCRIPTION: MS-DRG GROUPER LOGIC TABLE LOADER. LOADS ONE      *
      *              GROUPER VERSION TO MS_DRG_GROUPER_LOGIC FOR THE   *
      *              HCCLMADJ DRG VALIDATION STEP, WHICH REGROUPS EACH *
      *              INPATIENT CLAIM FROM ITS CODED DATA AND PENDS     *
      *              CLAIMS BILLED ABOVE THE REGROUPED DRG WEIGHT.     *
      *                                                                *
      *              THE FILE OPENS WITH AN 'HD' RECORD CARRYING THE   *
      *              GROUPER VERSION AND THE DISCHARGE DATE IT TAKES   *
      *              EFFECT. EACH DETAIL RECORD IS ONE RULE:           *
      *                DX - PRINCIPAL DIAGNOSIS TO MDC AND MEDICAL     *
      *                     DRG FAMILY                                 *
      *                PR - OR PROCEDURE WITHIN AN MDC TO SURGICAL     *
      *                     DRG FAMILY, WITH ITS SURGICAL HIERARCHY    *
      *                     RANK (1 = HIGHEST)                         *
      *                CC - SECONDARY DIAGNOSIS SEVERITY (C = CC,      *
      *                     M = MCC)                                   *
      *                FM - DRG FAMILY, SEVERITY AND DISCHARGE GROUP   *
      *                     (A ALIVE, E EXPIRED, T TRANSFER, BLANK     *
      *                     ANY) TO THE FINAL MS-DRG                   *
      *                                                                *
      *              THE LOAD IS ALL OR NOTHING: ONE BAD RULE BACKS    *
      *              THE WHOLE VERSION OUT AND THE LIVE VERSION STAYS  *
      *              AS IT WAS. A CLEAN LOAD END-DATES THE PRIOR       *
      *              VERSION THE DAY BEFORE THE NEW ONE TAKES EFFECT.  *
      *              A RERUN OF THE SAME VERSION REPLACES IT.          *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  DRGLOGIC - GROUPER LOGIC FILE (80 BYTE)          *
      * OUTPUT FILES: DRGLRPT  - LOAD CONTROL REPORT                   *
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
           SELECT DRG-LOGIC-FILE
               ASSIGN TO DRGLOGIC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

           SELECT DRG-LOAD-RPT
               ASSIGN TO DRGLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DRG-LOGIC-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRG-LOGIC-REC.
           05  DL-RULE-TYPE                PIC X(02).
               88  DL-HEADER-REC           VALUE 'HD'.
               88  DL-RULE-PRINC-DIAG      VALUE 'DX'.
               88  DL-RULE-OR-PROC         VALUE 'PR'.
               88  DL-RULE-CC-MCC          VALUE 'CC'.
               88  DL-RULE-FAMILY-DRG      VALUE 'FM'.
           05  DL-KEY-CODE                 PIC X(08).
           05  DL-MDC                      PIC X(02).
           05  DL-DRG-FAMILY               PIC X(04).
           05  DL-FAMILY-TYPE              PIC X(01).
               88  DL-FAMILY-TYPE-VALID    VALUE 'M' 'S'.
           05  DL-HIERARCHY-RANK           PIC 9(03).
           05  DL-SEVERITY                 PIC X(01).
               88  DL-SEVERITY-VALID       VALUE 'N' 'C' 'M'.
           05  DL-DISCH-GROUP              PIC X(01).
               88  DL-DISCH-GROUP-VALID    VALUE ' ' 'A' 'E' 'T'.
           05  DL-DRG-CODE                 PIC X(04).
           05  DL-RULE-DESC                PIC X(30).
           05  FILLER                      PIC X(24).
       01  DRG-LOGIC-HEADER-REC REDEFINES DRG-LOGIC-REC.
           05  DH-RECORD-TYPE              PIC X(02).
           05  DH-GROUPER-VERSION          PIC X(04).
           05  DH-EFFECTIVE-DATE           PIC 9(08).
           05  FILLER                      PIC X(66).

       FD  DRG-LOAD-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRG-LOAD-REC                    PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-DLOG-STATUS              PIC X(02).
               88  DLOG-OK                 VALUE '00'.
           05  WS-DRPT-STATUS              PIC X(02).
               88  DRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DLOG-EOF-SW              PIC X(01) VALUE 'N'.
               88  DLOG-AT-EOF             VALUE 'Y'.
           05  WS-RULE-VALID-SW            PIC X(01) VALUE 'Y'.
               88  RULE-IS-VALID           VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RULES-READ           PIC 9(07) VALUE 0.
           05  WS-CTR-RULES-LOADED         PIC 9(07) VALUE 0.
           05  WS-CTR-RULES-REJECTED       PIC 9(07) VALUE 0.
           05  WS-CTR-DX-RULES             PIC 9(07) VALUE 0.
           05  WS-CTR-PR-RULES             PIC 9(07) VALUE 0.
           05  WS-CTR-CC-RULES             PIC 9(07) VALUE 0.
           05  WS-CTR-FM-RULES             PIC 9(07) VALUE 0.
           05  WS-CTR-PRIOR-ENDED          PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-DATE-INT                 PIC S9(09) COMP.
           05  WS-LOAD-DISPOSITION         PIC X(40) VALUE SPACES.

       01  HV-DRG-LOGIC-VARS.
           05  HV-GROUPER-VERSION          PIC X(04).
           05  HV-EFFECTIVE-DATE           PIC 9(08).
           05  HV-PRIOR-TERM-DATE          PIC 9(08).
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
               VALUE 'MS-DRG GROUPER LOGIC LOAD REPORT'.
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
      * MAINLINE - VERSION HEADER, RULES, THEN ACTIVATE OR BACK OUT    *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-READ-VERSION-HEADER
               THRU 1500-READ-VERSION-HEADER-EXIT
           PERFORM 2000-LOAD-RULES
               THRU 2000-LOAD-RULES-EXIT
           PERFORM 3000-ACTIVATE-VERSION
               THRU 3000-ACTIVATE-VERSION-EXIT
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

           OPEN OUTPUT DRG-LOAD-RPT
           IF NOT DRPT-OK
               MOVE 'DRG-LOAD-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN INPUT DRG-LOGIC-FILE
           IF NOT DLOG-OK
               MOVE 'DRG-LOGIC-FILE OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE DRG-LOAD-REC FROM WS-RPT-HEADER-1
           WRITE DRG-LOAD-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO DRG-LOAD-REC
           WRITE DRG-LOAD-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE DRG-LOAD-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

       1500-READ-VERSION-HEADER.
      *----------------------------------------------------------------*
      * THE FIRST RECORD NAMES THE VERSION AND ITS EFFECTIVE DATE.     *
      * WITHOUT IT NOTHING CAN BE DATED, SO THE RUN STOPS. ANY ROWS    *
      * ALREADY LOADED FOR THE SAME EFFECTIVE DATE ARE CLEARED SO A    *
      * CORRECTED FILE CAN BE RERUN.                                   *
      *----------------------------------------------------------------*
           READ DRG-LOGIC-FILE
               AT END
                   SET DLOG-AT-EOF TO TRUE
           END-READ

           IF DLOG-AT-EOF
              OR NOT DL-HEADER-REC
              OR DH-GROUPER-VERSION = SPACES
              OR DH-EFFECTIVE-DATE NOT NUMERIC
              OR DH-EFFECTIVE-DATE = 0
               MOVE 'DRGLOGIC HEADER RECORD MISSING OR INVALID'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE DH-GROUPER-VERSION TO HV-GROUPER-VERSION
           MOVE DH-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE

           MOVE 'GROUPER VERSION' TO WS-RPT-LABEL
           STRING HV-GROUPER-VERSION ' EFFECTIVE FOR DISCHARGES ON '
               'OR AFTER ' HV-EFFECTIVE-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           EXEC SQL
               DELETE FROM MS_DRG_GROUPER_LOGIC
               WHERE  EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
           END-EXEC
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'PRIOR LOAD OF THIS VERSION NOT CLEARED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       1500-READ-VERSION-HEADER-EXIT.
           EXIT.

      *================================================================*
      * 2000 - LOAD THE RULES                                          *
      *================================================================*
       2000-LOAD-RULES.
           PERFORM UNTIL DLOG-AT-EOF
               READ DRG-LOGIC-FILE
                   AT END
                       SET DLOG-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-RULES-READ
                       PERFORM 2100-LOAD-ONE-RULE
                           THRU 2100-LOAD-ONE-RULE-EXIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-RULES-EXIT.
           EXIT.

       2100-LOAD-ONE-RULE.
      *----------------------------------------------------------------*
      * VALIDATE THE FIELDS EACH RULE TYPE NEEDS, THEN INSERT IT       *
      *----------------------------------------------------------------*
           MOVE 'Y' TO WS-RULE-VALID-SW

           IF DL-KEY-CODE = SPACES
               MOVE 'N' TO WS-RULE-VALID-SW
           END-IF

           EVALUATE TRUE
               WHEN DL-RULE-PRINC-DIAG
                   IF DL-MDC = SPACES OR DL-DRG-FAMILY = SPACES
                       MOVE 'N' TO WS-RULE-VALID-SW
                   END-IF
               WHEN DL-RULE-OR-PROC
                   IF DL-MDC = SPACES OR DL-DRG-FAMILY = SPACES
                      OR DL-HIERARCHY-RANK NOT NUMERIC
                      OR DL-HIERARCHY-RANK = 0
                       MOVE 'N' TO WS-RULE-VALID-SW
                   END-IF
               WHEN DL-RULE-CC-MCC
                   IF DL-SEVERITY NOT = 'C' AND DL-SEVERITY NOT = 'M'
                       MOVE 'N' TO WS-RULE-VALID-SW
                   END-IF
               WHEN DL-RULE-FAMILY-DRG
                   IF DL-DRG-CODE = SPACES
                      OR NOT DL-SEVERITY-VALID
                      OR NOT DL-DISCH-GROUP-VALID
                      OR NOT DL-FAMILY-TYPE-VALID
                       MOVE 'N' TO WS-RULE-VALID-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-RULE-VALID-SW
           END-EVALUATE

           IF DL-HIERARCHY-RANK NOT NUMERIC
               MOVE 0 TO DL-HIERARCHY-RANK
           END-IF

           IF NOT RULE-IS-VALID
               ADD 1 TO WS-CTR-RULES-REJECTED
               MOVE 'RULE REJECTED' TO WS-RPT-LABEL
               STRING DL-RULE-TYPE ' ' DL-KEY-CODE ' MDC ' DL-MDC
                   ' FAMILY ' DL-DRG-FAMILY ' DRG ' DL-DRG-CODE
                   ' - MISSING OR INVALID FIELD FOR RULE TYPE'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-LOAD-ONE-RULE-EXIT
           END-IF

           EXEC SQL
               INSERT INTO MS_DRG_GROUPER_LOGIC
               (RULE_TYPE, KEY_CODE, MDC, DRG_FAMILY, FAMILY_TYPE,
                HIERARCHY_RANK, SEVERITY_LEVEL, DISCH_GROUP,
                DRG_CODE, RULE_DESC, GROUPER_VERSION,
                EFFECTIVE_DATE, TERMINATION_DATE, LOAD_DATE)
               VALUES
               (:DL-RULE-TYPE, :DL-KEY-CODE, :DL-MDC,
                :DL-DRG-FAMILY, :DL-FAMILY-TYPE,
                :DL-HIERARCHY-RANK, :DL-SEVERITY, :DL-DISCH-GROUP,
                :DL-DRG-CODE, :DL-RULE-DESC, :HV-GROUPER-VERSION,
                :HV-EFFECTIVE-DATE, NULL, :WS-CURR-DATE-8)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-RULES-REJECTED
               MOVE 'GROUPER RULE INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-LOAD-ONE-RULE-EXIT
           END-IF

           ADD 1 TO WS-CTR-RULES-LOADED
           EVALUATE TRUE
               WHEN DL-RULE-PRINC-DIAG
                   ADD 1 TO WS-CTR-DX-RULES
               WHEN DL-RULE-OR-PROC
                   ADD 1 TO WS-CTR-PR-RULES
               WHEN DL-RULE-CC-MCC
                   ADD 1 TO WS-CTR-CC-RULES
               WHEN OTHER
                   ADD 1 TO WS-CTR-FM-RULES
           END-EVALUATE
           .
       2100-LOAD-ONE-RULE-EXIT.
           EXIT.

      *================================================================*
      * 3000 - ACTIVATE THE NEW VERSION OR BACK IT OUT                 *
      *================================================================*
       3000-ACTIVATE-VERSION.
      *----------------------------------------------------------------*
      * A VERSION WITH ANY REJECTED RULE, OR WITH NO FAMILY-TO-DRG     *
      * RULES AT ALL, WOULD REGROUP CLAIMS WRONG - BACK IT OUT AND     *
      * LEAVE THE LIVE VERSION ALONE. OTHERWISE END-DATE WHATEVER IS   *
      * STILL OPEN FROM AN EARLIER VERSION.                            *
      *----------------------------------------------------------------*
           IF WS-CTR-RULES-REJECTED > 0
              OR WS-CTR-FM-RULES = 0
               EXEC SQL
                   DELETE FROM MS_DRG_GROUPER_LOGIC
                   WHERE  EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
               END-EXEC
               MOVE 'VERSION BACKED OUT - NOT ACTIVATED'
                   TO WS-LOAD-DISPOSITION
               MOVE 'VERSION BACKED OUT - REJECTED OR NO FM RULES'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-ACTIVATE-VERSION-EXIT
           END-IF

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(HV-EFFECTIVE-DATE) - 1
           COMPUTE HV-PRIOR-TERM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   MS_DRG_GROUPER_LOGIC
               WHERE  EFFECTIVE_DATE < :HV-EFFECTIVE-DATE
               AND    TERMINATION_DATE IS NULL
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-ROW-COUNT TO WS-CTR-PRIOR-ENDED
           END-IF

           EXEC SQL
               UPDATE MS_DRG_GROUPER_LOGIC
               SET    TERMINATION_DATE = :HV-PRIOR-TERM-DATE
               WHERE  EFFECTIVE_DATE < :HV-EFFECTIVE-DATE
               AND    TERMINATION_DATE IS NULL
           END-EXEC
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'PRIOR VERSION END-DATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'VERSION ACTIVATED' TO WS-LOAD-DISPOSITION
           .
       3000-ACTIVATE-VERSION-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCDRGLOD' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCDRGLOD - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCDRGLOD - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCDRGLOD - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'RULES READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RULES-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RULES LOADED' TO WS-RPT-LABEL
           MOVE WS-CTR-RULES-LOADED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  PRINCIPAL DIAGNOSIS (DX)' TO WS-RPT-LABEL
           MOVE WS-CTR-DX-RULES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  OR PROCEDURE (PR)' TO WS-RPT-LABEL
           MOVE WS-CTR-PR-RULES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  CC / MCC (CC)' TO WS-RPT-LABEL
           MOVE WS-CTR-CC-RULES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  FAMILY TO MS-DRG (FM)' TO WS-RPT-LABEL
           MOVE WS-CTR-FM-RULES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RULES REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-RULES-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PRIOR VERSION RULES END-DATED' TO WS-RPT-LABEL
           MOVE WS-CTR-PRIOR-ENDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'LOAD DISPOSITION' TO WS-RPT-LABEL
           MOVE WS-LOAD-DISPOSITION TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCDRGLOD - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'GROUPER VERSION:    ' HV-GROUPER-VERSION
           DISPLAY 'EFFECTIVE DATE:     ' HV-EFFECTIVE-DATE
           DISPLAY 'RULES READ:         ' WS-CTR-RULES-READ
           DISPLAY 'RULES LOADED:       ' WS-CTR-RULES-LOADED
           DISPLAY 'RULES REJECTED:     ' WS-CTR-RULES-REJECTED
           DISPLAY 'PRIOR RULES ENDED:  ' WS-CTR-PRIOR-ENDED
           DISPLAY 'DISPOSITION:        ' WS-LOAD-DISPOSITION
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE DRG-LOGIC-FILE
           CLOSE DRG-LOAD-RPT
           .
