       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCDRGRPT.
      *================================================================*
      * PROGRAM:     HCDRGRPT                                          *
      * DESCRIPTION: MONTHLY DRG MISMATCH REPORT BY HOSPITAL. HCCLMADJ *
      *              REGROUPS EVERY INPATIENT DRG CLAIM FROM ITS CODED *
      *              DIAGNOSES, POA FLAGS, ICD PROCEDURES AND          *
      *              DISCHARGE STATUS AND RECORDS THE RESULT ON        *
      *              DRG_VALIDATION. THIS REPORT SUMMARIZES THOSE      *
      *              RESULTS BY BILLING HOSPITAL (NPI): CLAIMS         *
      *              REGROUPED, MATCHED, BILLED ABOVE THE REGROUPED    *
      *              DRG WEIGHT (PENDED TO CODING REVIEW), BILLED      *
      *              BELOW OR AT IT, CLAIMS THAT COULD NOT BE          *
      *              REGROUPED, THE MISMATCH RATE, AND THE DRG WEIGHT  *
      *              BILLED ABOVE THE REGROUPED WEIGHT. A HOSPITAL     *
      *              WHOSE MISMATCH RATE EXCEEDS THE FOLLOW-UP         *
      *              THRESHOLD IS FLAGGED FOR PROVIDER EDUCATION OR    *
      *              A CODING AUDIT.                                   *
      *                                                                *
      *              THE REPORT COVERS THE PRIOR CALENDAR MONTH BY     *
      *              VALIDATION DATE UNLESS A PARAMETER CARD SUPPLIES  *
      *              A FROM/THRU DATE RANGE.                           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  DRGPARM  - OPTIONAL DATE RANGE CARD (80 BYTE)    *
      * OUTPUT FILES: DRGRPT   - DRG MISMATCH REPORT                   *
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
           SELECT DRG-PARM-FILE
               ASSIGN TO DRGPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DRG-MISMATCH-RPT
               ASSIGN TO DRGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DRG-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRG-PARM-REC.
           05  DP-FROM-DATE                PIC 9(08).
           05  DP-THRU-DATE                PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  DRG-MISMATCH-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRG-MISMATCH-REC                PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS              PIC X(02).
               88  PARM-OK                 VALUE '00'.
           05  WS-MRPT-STATUS              PIC X(02).
               88  MRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-HOSP-EOF-SW              PIC X(01) VALUE 'N'.
               88  HOSP-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-HOSPITALS            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-HOSPITALS-ABOVE      PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-VALIDATED            PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-MATCHED              PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-HIGHER               PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-LOWER                PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-UNGROUPABLE          PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-EXCESS-WEIGHT        PIC 9(07)V9(04) COMP-3
                                           VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-YYYY            PIC 9(04).
               10  WS-CURR-MM              PIC 9(02).
               10  WS-CURR-DD              PIC 9(02).
           05  WS-RPT-FROM-DATE            PIC 9(08).
           05  WS-RPT-FROM-R REDEFINES WS-RPT-FROM-DATE.
               10  WS-RPT-FROM-YYYY        PIC 9(04).
               10  WS-RPT-FROM-MM          PIC 9(02).
               10  WS-RPT-FROM-DD          PIC 9(02).
           05  WS-RPT-THRU-DATE            PIC 9(08).
           05  WS-MONTH-START-DATE         PIC 9(08).
      *    MISMATCH RATE ABOVE WHICH A HOSPITAL IS FLAGGED FOR FOLLOW-UP
           05  WS-MISMATCH-RATE-TARGET     PIC 9(03)V99 VALUE 10.00.
           05  WS-GROUPED-COUNT            PIC 9(09) COMP-3.
           05  WS-MISMATCH-COUNT           PIC 9(09) COMP-3.
           05  WS-MISMATCH-RATE            PIC 9(03)V99.
           05  WS-HIGHER-RATE              PIC 9(03)V99.
           05  WS-RATE-DISP                PIC ZZ9.99.
           05  WS-HIGHER-RATE-DISP         PIC ZZ9.99.
           05  WS-COUNT-DISP-1             PIC Z(08)9.
           05  WS-COUNT-DISP-2             PIC Z(08)9.
           05  WS-COUNT-DISP-3             PIC Z(08)9.
           05  WS-COUNT-DISP-4             PIC Z(08)9.
           05  WS-COUNT-DISP-5             PIC Z(08)9.
           05  WS-WEIGHT-DISP              PIC Z(06)9.9999.

       01  HV-DRGV-VARS.
           05  HV-HOSPITAL-NPI             PIC X(10).
           05  HV-VALIDATED-COUNT          PIC S9(09) COMP.
           05  HV-MATCHED-COUNT            PIC S9(09) COMP.
           05  HV-HIGHER-COUNT             PIC S9(09) COMP.
           05  HV-LOWER-COUNT              PIC S9(09) COMP.
           05  HV-UNGROUPABLE-COUNT        PIC S9(09) COMP.
           05  HV-EXCESS-WEIGHT            PIC S9(07)V9(04) COMP-3.
           05  HV-HOSPITAL-NAME            PIC X(40).

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
               VALUE 'MONTHLY DRG MISMATCH REPORT BY HOSPITAL'.
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
      * MAINLINE - SET THE REPORTING PERIOD, REPORT EACH HOSPITAL,     *
      * THEN THE PLAN-WIDE TOTALS                                      *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-SET-REPORT-PERIOD
               THRU 1100-SET-REPORT-PERIOD-EXIT
           PERFORM 2000-HOSPITAL-SUMMARY
               THRU 2000-HOSPITAL-SUMMARY-EXIT
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

           OPEN OUTPUT DRG-MISMATCH-RPT
           IF NOT MRPT-OK
               MOVE 'DRG-MISMATCH-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE DRG-MISMATCH-REC FROM WS-RPT-HEADER-1
           WRITE DRG-MISMATCH-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO DRG-MISMATCH-REC
           WRITE DRG-MISMATCH-REC
           .

       1100-SET-REPORT-PERIOD.
      *----------------------------------------------------------------*
      * A PARAMETER CARD WITH A VALID RANGE WINS; OTHERWISE REPORT THE *
      * CALENDAR MONTH BEFORE THE ONE THE RUN DATE FALLS IN            *
      *----------------------------------------------------------------*
           OPEN INPUT DRG-PARM-FILE
           IF PARM-OK
               READ DRG-PARM-FILE
                   AT END
                       MOVE ZEROS TO DRG-PARM-REC
               END-READ
               CLOSE DRG-PARM-FILE
               IF DP-FROM-DATE NUMERIC AND DP-THRU-DATE NUMERIC
                  AND DP-FROM-DATE > 0
                  AND DP-THRU-DATE >= DP-FROM-DATE
                   MOVE DP-FROM-DATE TO WS-RPT-FROM-DATE
                   MOVE DP-THRU-DATE TO WS-RPT-THRU-DATE
                   GO TO 1100-REPORT-PERIOD-LINE
               END-IF
               DISPLAY 'HCDRGRPT - DRGPARM RANGE INVALID - '
                       'PRIOR MONTH USED'
           END-IF

      *--- THRU = THE DAY BEFORE THE FIRST OF THE RUN MONTH ---
           MOVE WS-CURR-DATE-8 TO WS-MONTH-START-DATE
           MOVE 01 TO WS-MONTH-START-DATE(7:2)
           COMPUTE WS-RPT-THRU-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) - 1)
           MOVE WS-RPT-THRU-DATE TO WS-RPT-FROM-DATE
           MOVE 01 TO WS-RPT-FROM-DD
           .
       1100-REPORT-PERIOD-LINE.
           MOVE 'REPORTING PERIOD (VALIDATION DATE)' TO WS-RPT-LABEL
           STRING WS-RPT-FROM-DATE ' THRU ' WS-RPT-THRU-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MISMATCH RATE FOLLOW-UP THRESHOLD' TO WS-RPT-LABEL
           MOVE WS-MISMATCH-RATE-TARGET TO WS-RATE-DISP
           STRING WS-RATE-DISP ' PERCENT'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE SPACES TO DRG-MISMATCH-REC
           WRITE DRG-MISMATCH-REC
           .
       1100-SET-REPORT-PERIOD-EXIT.
           EXIT.

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE MISMATCH REPORT              *
      *----------------------------------------------------------------*
           WRITE DRG-MISMATCH-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - VALIDATION RESULTS BY HOSPITAL                          *
      *================================================================*
       2000-HOSPITAL-SUMMARY.
           EXEC SQL
               DECLARE DRGV_HOSPITAL_CURSOR CURSOR FOR
               SELECT PROVIDER_NPI,
                      COUNT(*),
                      SUM(CASE WHEN VALIDATION_RESULT = 'M'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN VALIDATION_RESULT = 'H'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN VALIDATION_RESULT = 'L'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN VALIDATION_RESULT = 'U'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN VALIDATION_RESULT = 'H'
                               THEN BILLED_WEIGHT - VALIDATED_WEIGHT
                               ELSE 0 END)
               FROM   DRG_VALIDATION
               WHERE  VALIDATION_DATE BETWEEN :WS-RPT-FROM-DATE
                                          AND :WS-RPT-THRU-DATE
               GROUP BY PROVIDER_NPI
               ORDER BY PROVIDER_NPI
           END-EXEC

           EXEC SQL
               OPEN DRGV_HOSPITAL_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'DRG HOSPITAL CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2000-HOSPITAL-SUMMARY-EXIT
           END-IF

           MOVE 'N' TO WS-HOSP-EOF-SW
           PERFORM UNTIL HOSP-AT-EOF
               EXEC SQL
                   FETCH DRGV_HOSPITAL_CURSOR
                   INTO  :HV-HOSPITAL-NPI, :HV-VALIDATED-COUNT,
                         :HV-MATCHED-COUNT, :HV-HIGHER-COUNT,
                         :HV-LOWER-COUNT, :HV-UNGROUPABLE-COUNT,
                         :HV-EXCESS-WEIGHT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET HOSP-AT-EOF TO TRUE
               ELSE
                   PERFORM 2100-REPORT-ONE-HOSPITAL
                       THRU 2100-REPORT-ONE-HOSPITAL-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE DRGV_HOSPITAL_CURSOR
           END-EXEC
           .
       2000-HOSPITAL-SUMMARY-EXIT.
           EXIT.

       2100-REPORT-ONE-HOSPITAL.
      *----------------------------------------------------------------*
      * PRINT ONE HOSPITAL'S COUNTS, MISMATCH RATE AND EXCESS WEIGHT.  *
      * THE RATES ARE OVER CLAIMS THAT COULD BE REGROUPED.             *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-HOSPITALS
           ADD HV-VALIDATED-COUNT TO WS-TOT-VALIDATED
           ADD HV-MATCHED-COUNT TO WS-TOT-MATCHED
           ADD HV-HIGHER-COUNT TO WS-TOT-HIGHER
           ADD HV-LOWER-COUNT TO WS-TOT-LOWER
           ADD HV-UNGROUPABLE-COUNT TO WS-TOT-UNGROUPABLE
           ADD HV-EXCESS-WEIGHT TO WS-TOT-EXCESS-WEIGHT

           MOVE SPACES TO HV-HOSPITAL-NAME
           EXEC SQL
               SELECT ORG_NAME
               INTO   :HV-HOSPITAL-NAME
               FROM   PROVIDER_MASTER
               WHERE  NPI = :HV-HOSPITAL-NPI
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'NOT ON PROVIDER MASTER' TO HV-HOSPITAL-NAME
           END-IF

           COMPUTE WS-GROUPED-COUNT =
               HV-MATCHED-COUNT + HV-HIGHER-COUNT + HV-LOWER-COUNT
           COMPUTE WS-MISMATCH-COUNT =
               HV-HIGHER-COUNT + HV-LOWER-COUNT
           MOVE 0 TO WS-MISMATCH-RATE
           MOVE 0 TO WS-HIGHER-RATE
           IF WS-GROUPED-COUNT > 0
               COMPUTE WS-MISMATCH-RATE ROUNDED =
                   WS-MISMATCH-COUNT * 100 / WS-GROUPED-COUNT
               COMPUTE WS-HIGHER-RATE ROUNDED =
                   HV-HIGHER-COUNT * 100 / WS-GROUPED-COUNT
           END-IF

           MOVE SPACES TO WS-RPT-LABEL
           STRING 'HOSPITAL ' HV-HOSPITAL-NPI
               DELIMITED BY SIZE
               INTO WS-RPT-LABEL
           END-STRING
           MOVE HV-HOSPITAL-NAME TO WS-RPT-VALUE
           IF WS-MISMATCH-RATE > WS-MISMATCH-RATE-TARGET
               ADD 1 TO WS-CTR-HOSPITALS-ABOVE
               MOVE '*** ABOVE THRESHOLD ***' TO WS-RPT-VALUE(45:)
           END-IF
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE '  CLAIMS / MATCH / HIGHER / LOWER / UNGRP'
               TO WS-RPT-LABEL
           MOVE HV-VALIDATED-COUNT TO WS-COUNT-DISP-1
           MOVE HV-MATCHED-COUNT TO WS-COUNT-DISP-2
           MOVE HV-HIGHER-COUNT TO WS-COUNT-DISP-3
           MOVE HV-LOWER-COUNT TO WS-COUNT-DISP-4
           MOVE HV-UNGROUPABLE-COUNT TO WS-COUNT-DISP-5
           STRING WS-COUNT-DISP-1 ' ' WS-COUNT-DISP-2 ' '
               WS-COUNT-DISP-3 ' ' WS-COUNT-DISP-4 ' '
               WS-COUNT-DISP-5
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE '  MISMATCH RATE / BILLED-HIGHER RATE' TO WS-RPT-LABEL
           MOVE WS-MISMATCH-RATE TO WS-RATE-DISP
           MOVE WS-HIGHER-RATE TO WS-HIGHER-RATE-DISP
           STRING WS-RATE-DISP '% / ' WS-HIGHER-RATE-DISP '%'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE '  DRG WEIGHT BILLED ABOVE REGROUPED' TO WS-RPT-LABEL
           MOVE HV-EXCESS-WEIGHT TO WS-WEIGHT-DISP
           MOVE WS-WEIGHT-DISP TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2100-REPORT-ONE-HOSPITAL-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCDRGRPT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCDRGRPT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCDRGRPT - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCDRGRPT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT PLAN-WIDE TOTALS, CLOSE FILES, AND END THE RUN           *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           COMPUTE WS-GROUPED-COUNT =
               WS-TOT-MATCHED + WS-TOT-HIGHER + WS-TOT-LOWER
           COMPUTE WS-MISMATCH-COUNT =
               WS-TOT-HIGHER + WS-TOT-LOWER
           MOVE 0 TO WS-MISMATCH-RATE
           MOVE 0 TO WS-HIGHER-RATE
           IF WS-GROUPED-COUNT > 0
               COMPUTE WS-MISMATCH-RATE ROUNDED =
                   WS-MISMATCH-COUNT * 100 / WS-GROUPED-COUNT
               COMPUTE WS-HIGHER-RATE ROUNDED =
                   WS-TOT-HIGHER * 100 / WS-GROUPED-COUNT
           END-IF

           MOVE SPACES TO DRG-MISMATCH-REC
           WRITE DRG-MISMATCH-REC
           MOVE 'HOSPITALS REPORTED' TO WS-RPT-LABEL
           MOVE WS-CTR-HOSPITALS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'HOSPITALS ABOVE THRESHOLD' TO WS-RPT-LABEL
           MOVE WS-CTR-HOSPITALS-ABOVE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'INPATIENT CLAIMS VALIDATED' TO WS-RPT-LABEL
           MOVE WS-TOT-VALIDATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'BILLED DRG MATCHED REGROUPED DRG' TO WS-RPT-LABEL
           MOVE WS-TOT-MATCHED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'BILLED ABOVE REGROUPED - CODING REVIEW' TO WS-RPT-LABEL
           MOVE WS-TOT-HIGHER TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'BILLED AT OR BELOW REGROUPED WEIGHT' TO WS-RPT-LABEL
           MOVE WS-TOT-LOWER TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'COULD NOT BE REGROUPED' TO WS-RPT-LABEL
           MOVE WS-TOT-UNGROUPABLE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PLAN MISMATCH RATE / BILLED-HIGHER RATE'
               TO WS-RPT-LABEL
           MOVE WS-MISMATCH-RATE TO WS-RATE-DISP
           MOVE WS-HIGHER-RATE TO WS-HIGHER-RATE-DISP
           STRING WS-RATE-DISP '% / ' WS-HIGHER-RATE-DISP '%'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'DRG WEIGHT BILLED ABOVE REGROUPED' TO WS-RPT-LABEL
           MOVE WS-TOT-EXCESS-WEIGHT TO WS-WEIGHT-DISP
           MOVE WS-WEIGHT-DISP TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCDRGRPT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PERIOD FROM:        ' WS-RPT-FROM-DATE
           DISPLAY 'PERIOD THRU:        ' WS-RPT-THRU-DATE
           DISPLAY 'HOSPITALS REPORTED: ' WS-CTR-HOSPITALS
           DISPLAY 'HOSPITALS ABOVE:    ' WS-CTR-HOSPITALS-ABOVE
           DISPLAY 'CLAIMS VALIDATED:   ' WS-TOT-VALIDATED
           DISPLAY 'BILLED HIGHER:      ' WS-TOT-HIGHER
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE DRG-MISMATCH-RPT
           .
