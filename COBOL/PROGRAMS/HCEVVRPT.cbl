       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCEVVRPT.
      *================================================================*
      * PROGRAM:     HCEVVRPT                                          *
      * DESCRIPTION: EVV QUARTERLY COMPLIANCE REPORT. SUMMARIZES THE   *
      *              ELECTRONIC VISIT VERIFICATION MATCH RESULTS THAT  *
      *              HCCLMVAL RECORDS ON EVV_CLAIM_MATCH FOR EACH      *
      *              EVV-REQUIRED MEDICAID CLAIM LINE, BY PROVIDER     *
      *              AGENCY (BILLING NPI): LINES CHECKED, LINES        *
      *              MATCHED TO A VERIFIED VISIT, LINES WITH NO VISIT, *
      *              LINES UNDER-DOCUMENTED, THE MATCH RATE, BILLED    *
      *              VERSUS VERIFIED UNITS, AND THE SHARE OF THE       *
      *              AGENCY'S VISITS THE AGGREGATOR GPS-VERIFIED       *
      *              (EVV_VISIT, LOADED BY HCEVVIMP). THE STATE        *
      *              REQUIRES THE MATCH RATE FOR ITS QUARTERLY EVV     *
      *              ATTESTATION.                                      *
      *                                                                *
      *              THE REPORT COVERS THE PRIOR CALENDAR QUARTER BY   *
      *              DATE OF SERVICE UNLESS A PARAMETER CARD SUPPLIES  *
      *              A FROM/THRU DATE RANGE.                           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  EVVPARM  - OPTIONAL DATE RANGE CARD (80 BYTE)    *
      * OUTPUT FILES: EVVCRPT  - EVV COMPLIANCE REPORT                 *
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
           SELECT EVV-PARM-FILE
               ASSIGN TO EVVPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EVV-COMPLIANCE-RPT
               ASSIGN TO EVVCRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EVV-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVV-PARM-REC.
           05  EP-FROM-DATE                PIC 9(08).
           05  EP-THRU-DATE                PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  EVV-COMPLIANCE-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVV-COMPLIANCE-REC              PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS              PIC X(02).
               88  PARM-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-AGCY-EOF-SW              PIC X(01) VALUE 'N'.
               88  AGCY-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-AGENCIES             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-AGENCIES-BELOW       PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-LINES                PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-MATCHED              PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-UNMATCHED            PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-UNDER-DOC            PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-BILLED-UNITS         PIC 9(09)V99 COMP-3 VALUE 0.
           05  WS-TOT-VERIFIED-UNITS       PIC 9(09)V99 COMP-3 VALUE 0.
           05  WS-TOT-VISITS               PIC 9(09) COMP-3 VALUE 0.
           05  WS-TOT-GPS-VISITS           PIC 9(09) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-YYYY            PIC 9(04).
               10  WS-CURR-MM              PIC 9(02).
               10  WS-CURR-DD              PIC 9(02).
           05  WS-RPT-FROM-DATE            PIC 9(08).
           05  WS-RPT-FROM-R REDEFINES WS-RPT-FROM-DATE.
               10  WS-RPT-FROM-YYYY        PIC 9(04).
               10  WS-RPT-FROM-MMDD        PIC 9(04).
           05  WS-RPT-THRU-DATE            PIC 9(08).
           05  WS-RPT-THRU-R REDEFINES WS-RPT-THRU-DATE.
               10  WS-RPT-THRU-YYYY        PIC 9(04).
               10  WS-RPT-THRU-MMDD        PIC 9(04).
      *    MATCH RATE BELOW WHICH AN AGENCY IS FLAGGED FOR FOLLOW-UP
           05  WS-MATCH-RATE-TARGET        PIC 9(03)V99 VALUE 90.00.
           05  WS-MATCH-RATE               PIC 9(03)V99.
           05  WS-GPS-RATE                 PIC 9(03)V99.
           05  WS-RATE-DISP                PIC ZZ9.99.
           05  WS-GPS-RATE-DISP            PIC ZZ9.99.
           05  WS-COUNT-DISP-1             PIC Z(08)9.
           05  WS-COUNT-DISP-2             PIC Z(08)9.
           05  WS-COUNT-DISP-3             PIC Z(08)9.
           05  WS-COUNT-DISP-4             PIC Z(08)9.
           05  WS-UNITS-DISP-1             PIC Z(08)9.99.
           05  WS-UNITS-DISP-2             PIC Z(08)9.99.

       01  HV-EVV-VARS.
           05  HV-AGENCY-NPI               PIC X(10).
           05  HV-LINE-COUNT               PIC S9(09) COMP.
           05  HV-MATCHED-COUNT            PIC S9(09) COMP.
           05  HV-UNMATCHED-COUNT          PIC S9(09) COMP.
           05  HV-UNDER-DOC-COUNT          PIC S9(09) COMP.
           05  HV-BILLED-UNITS             PIC S9(09)V99 COMP-3.
           05  HV-VERIFIED-UNITS           PIC S9(09)V99 COMP-3.
           05  HV-VISIT-COUNT              PIC S9(09) COMP.
           05  HV-GPS-VISIT-COUNT          PIC S9(09) COMP.
           05  HV-AGENCY-NAME              PIC X(40).

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
               VALUE 'EVV VISIT MATCH COMPLIANCE REPORT BY AGENCY'.
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
      * MAINLINE - SET THE REPORTING PERIOD, REPORT EACH AGENCY, THEN  *
      * THE PLAN-WIDE TOTALS                                           *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-SET-REPORT-PERIOD
               THRU 1100-SET-REPORT-PERIOD-EXIT
           PERFORM 2000-AGENCY-SUMMARY
               THRU 2000-AGENCY-SUMMARY-EXIT
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

           OPEN OUTPUT EVV-COMPLIANCE-RPT
           IF NOT CRPT-OK
               MOVE 'EVV-COMPLIANCE-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE EVV-COMPLIANCE-REC FROM WS-RPT-HEADER-1
           WRITE EVV-COMPLIANCE-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO EVV-COMPLIANCE-REC
           WRITE EVV-COMPLIANCE-REC
           .

       1100-SET-REPORT-PERIOD.
      *----------------------------------------------------------------*
      * A PARAMETER CARD WITH A VALID RANGE WINS; OTHERWISE REPORT THE *
      * CALENDAR QUARTER BEFORE THE ONE THE RUN DATE FALLS IN          *
      *----------------------------------------------------------------*
           OPEN INPUT EVV-PARM-FILE
           IF PARM-OK
               READ EVV-PARM-FILE
                   AT END
                       MOVE ZEROS TO EVV-PARM-REC
               END-READ
               CLOSE EVV-PARM-FILE
               IF EP-FROM-DATE NUMERIC AND EP-THRU-DATE NUMERIC
                  AND EP-FROM-DATE > 0
                  AND EP-THRU-DATE >= EP-FROM-DATE
                   MOVE EP-FROM-DATE TO WS-RPT-FROM-DATE
                   MOVE EP-THRU-DATE TO WS-RPT-THRU-DATE
                   GO TO 1100-REPORT-PERIOD-LINE
               END-IF
               DISPLAY 'HCEVVRPT - EVVPARM RANGE INVALID - '
                       'PRIOR QUARTER USED'
           END-IF

           EVALUATE TRUE
               WHEN WS-CURR-MM <= 3
                   COMPUTE WS-RPT-FROM-YYYY = WS-CURR-YYYY - 1
                   MOVE 1001 TO WS-RPT-FROM-MMDD
                   MOVE WS-RPT-FROM-YYYY TO WS-RPT-THRU-YYYY
                   MOVE 1231 TO WS-RPT-THRU-MMDD
               WHEN WS-CURR-MM <= 6
                   MOVE WS-CURR-YYYY TO WS-RPT-FROM-YYYY
                   MOVE 0101 TO WS-RPT-FROM-MMDD
                   MOVE WS-CURR-YYYY TO WS-RPT-THRU-YYYY
                   MOVE 0331 TO WS-RPT-THRU-MMDD
               WHEN WS-CURR-MM <= 9
                   MOVE WS-CURR-YYYY TO WS-RPT-FROM-YYYY
                   MOVE 0401 TO WS-RPT-FROM-MMDD
                   MOVE WS-CURR-YYYY TO WS-RPT-THRU-YYYY
                   MOVE 0630 TO WS-RPT-THRU-MMDD
               WHEN OTHER
                   MOVE WS-CURR-YYYY TO WS-RPT-FROM-YYYY
                   MOVE 0701 TO WS-RPT-FROM-MMDD
                   MOVE WS-CURR-YYYY TO WS-RPT-THRU-YYYY
                   MOVE 0930 TO WS-RPT-THRU-MMDD
           END-EVALUATE
           .
       1100-REPORT-PERIOD-LINE.
           MOVE 'REPORTING PERIOD (DATE OF SERVICE)' TO WS-RPT-LABEL
           STRING WS-RPT-FROM-DATE ' THRU ' WS-RPT-THRU-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MATCH RATE FOLLOW-UP THRESHOLD' TO WS-RPT-LABEL
           MOVE WS-MATCH-RATE-TARGET TO WS-RATE-DISP
           STRING WS-RATE-DISP ' PERCENT'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE SPACES TO EVV-COMPLIANCE-REC
           WRITE EVV-COMPLIANCE-REC
           .
       1100-SET-REPORT-PERIOD-EXIT.
           EXIT.

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE COMPLIANCE REPORT            *
      *----------------------------------------------------------------*
           WRITE EVV-COMPLIANCE-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - MATCH RESULTS BY PROVIDER AGENCY                        *
      *================================================================*
       2000-AGENCY-SUMMARY.
           EXEC SQL
               DECLARE EVV_AGENCY_CURSOR CURSOR FOR
               SELECT PROVIDER_NPI,
                      COUNT(*),
                      SUM(CASE WHEN MATCH_RESULT = 'M'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN MATCH_RESULT = 'N'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN MATCH_RESULT = 'U'
                               THEN 1 ELSE 0 END),
                      SUM(BILLED_UNITS),
                      SUM(VERIFIED_UNITS)
               FROM   EVV_CLAIM_MATCH
               WHERE  FROM_DOS BETWEEN :WS-RPT-FROM-DATE
                                   AND :WS-RPT-THRU-DATE
               GROUP BY PROVIDER_NPI
               ORDER BY PROVIDER_NPI
           END-EXEC

           EXEC SQL
               OPEN EVV_AGENCY_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'EVV AGENCY CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2000-AGENCY-SUMMARY-EXIT
           END-IF

           MOVE 'N' TO WS-AGCY-EOF-SW
           PERFORM UNTIL AGCY-AT-EOF
               EXEC SQL
                   FETCH EVV_AGENCY_CURSOR
                   INTO  :HV-AGENCY-NPI, :HV-LINE-COUNT,
                         :HV-MATCHED-COUNT, :HV-UNMATCHED-COUNT,
                         :HV-UNDER-DOC-COUNT, :HV-BILLED-UNITS,
                         :HV-VERIFIED-UNITS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET AGCY-AT-EOF TO TRUE
               ELSE
                   PERFORM 2100-REPORT-ONE-AGENCY
                       THRU 2100-REPORT-ONE-AGENCY-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE EVV_AGENCY_CURSOR
           END-EXEC
           .
       2000-AGENCY-SUMMARY-EXIT.
           EXIT.

       2100-REPORT-ONE-AGENCY.
      *----------------------------------------------------------------*
      * PRINT ONE AGENCY'S MATCH RATE, UNITS AND GPS VERIFICATION RATE *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-AGENCIES
           ADD HV-LINE-COUNT TO WS-TOT-LINES
           ADD HV-MATCHED-COUNT TO WS-TOT-MATCHED
           ADD HV-UNMATCHED-COUNT TO WS-TOT-UNMATCHED
           ADD HV-UNDER-DOC-COUNT TO WS-TOT-UNDER-DOC
           ADD HV-BILLED-UNITS TO WS-TOT-BILLED-UNITS
           ADD HV-VERIFIED-UNITS TO WS-TOT-VERIFIED-UNITS

           MOVE SPACES TO HV-AGENCY-NAME
           EXEC SQL
               SELECT ORG_NAME
               INTO   :HV-AGENCY-NAME
               FROM   PROVIDER_MASTER
               WHERE  NPI = :HV-AGENCY-NPI
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'NOT ON PROVIDER MASTER' TO HV-AGENCY-NAME
           END-IF

           MOVE 0 TO HV-VISIT-COUNT
           MOVE 0 TO HV-GPS-VISIT-COUNT
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN GPS_VERIFIED = 'Y'
                               THEN 1 ELSE 0 END)
               INTO   :HV-VISIT-COUNT, :HV-GPS-VISIT-COUNT
               FROM   EVV_VISIT
               WHERE  PROVIDER_NPI = :HV-AGENCY-NPI
               AND    VISIT_DATE BETWEEN :WS-RPT-FROM-DATE
                                     AND :WS-RPT-THRU-DATE
               AND    VISIT_STATUS = 'C'
           END-EXEC
           IF WS-SQLCODE NOT = 0 OR HV-VISIT-COUNT = 0
               MOVE 0 TO HV-VISIT-COUNT
               MOVE 0 TO HV-GPS-VISIT-COUNT
           END-IF
           ADD HV-VISIT-COUNT TO WS-TOT-VISITS
           ADD HV-GPS-VISIT-COUNT TO WS-TOT-GPS-VISITS

           MOVE 0 TO WS-MATCH-RATE
           IF HV-LINE-COUNT > 0
               COMPUTE WS-MATCH-RATE ROUNDED =
                   HV-MATCHED-COUNT * 100 / HV-LINE-COUNT
           END-IF
           MOVE 0 TO WS-GPS-RATE
           IF HV-VISIT-COUNT > 0
               COMPUTE WS-GPS-RATE ROUNDED =
                   HV-GPS-VISIT-COUNT * 100 / HV-VISIT-COUNT
           END-IF

           MOVE SPACES TO WS-RPT-LABEL
           STRING 'AGENCY ' HV-AGENCY-NPI
               DELIMITED BY SIZE
               INTO WS-RPT-LABEL
           END-STRING
           MOVE HV-AGENCY-NAME TO WS-RPT-VALUE
           IF WS-MATCH-RATE < WS-MATCH-RATE-TARGET
               ADD 1 TO WS-CTR-AGENCIES-BELOW
               MOVE '*** BELOW THRESHOLD ***' TO WS-RPT-VALUE(45:)
           END-IF
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE '  LINES / MATCHED / NO VISIT / UNDER' TO WS-RPT-LABEL
           MOVE HV-LINE-COUNT TO WS-COUNT-DISP-1
           MOVE HV-MATCHED-COUNT TO WS-COUNT-DISP-2
           MOVE HV-UNMATCHED-COUNT TO WS-COUNT-DISP-3
           MOVE HV-UNDER-DOC-COUNT TO WS-COUNT-DISP-4
           STRING WS-COUNT-DISP-1 ' ' WS-COUNT-DISP-2 ' '
               WS-COUNT-DISP-3 ' ' WS-COUNT-DISP-4
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE '  MATCH RATE / GPS-VERIFIED VISIT RATE' TO WS-RPT-LABEL
           MOVE WS-MATCH-RATE TO WS-RATE-DISP
           MOVE WS-GPS-RATE TO WS-GPS-RATE-DISP
           STRING WS-RATE-DISP '% / ' WS-GPS-RATE-DISP '%'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE '  UNITS BILLED / VERIFIED' TO WS-RPT-LABEL
           MOVE HV-BILLED-UNITS TO WS-UNITS-DISP-1
           MOVE HV-VERIFIED-UNITS TO WS-UNITS-DISP-2
           STRING WS-UNITS-DISP-1 ' ' WS-UNITS-DISP-2
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2100-REPORT-ONE-AGENCY-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCEVVRPT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCEVVRPT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCEVVRPT - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCEVVRPT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT PLAN-WIDE TOTALS, CLOSE FILES, AND END THE RUN           *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 0 TO WS-MATCH-RATE
           IF WS-TOT-LINES > 0
               COMPUTE WS-MATCH-RATE ROUNDED =
                   WS-TOT-MATCHED * 100 / WS-TOT-LINES
           END-IF
           MOVE 0 TO WS-GPS-RATE
           IF WS-TOT-VISITS > 0
               COMPUTE WS-GPS-RATE ROUNDED =
                   WS-TOT-GPS-VISITS * 100 / WS-TOT-VISITS
           END-IF

           MOVE SPACES TO EVV-COMPLIANCE-REC
           WRITE EVV-COMPLIANCE-REC
           MOVE 'AGENCIES REPORTED' TO WS-RPT-LABEL
           MOVE WS-CTR-AGENCIES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AGENCIES BELOW THRESHOLD' TO WS-RPT-LABEL
           MOVE WS-CTR-AGENCIES-BELOW TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'EVV LINES CHECKED' TO WS-RPT-LABEL
           MOVE WS-TOT-LINES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'LINES MATCHED TO A VERIFIED VISIT' TO WS-RPT-LABEL
           MOVE WS-TOT-MATCHED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'LINES WITH NO VERIFIED VISIT' TO WS-RPT-LABEL
           MOVE WS-TOT-UNMATCHED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'LINES UNDER-DOCUMENTED' TO WS-RPT-LABEL
           MOVE WS-TOT-UNDER-DOC TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PLAN MATCH RATE' TO WS-RPT-LABEL
           MOVE WS-MATCH-RATE TO WS-RATE-DISP
           STRING WS-RATE-DISP '%'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PLAN GPS-VERIFIED VISIT RATE' TO WS-RPT-LABEL
           MOVE WS-GPS-RATE TO WS-RATE-DISP
           STRING WS-RATE-DISP '%'
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'UNITS BILLED / VERIFIED' TO WS-RPT-LABEL
           MOVE WS-TOT-BILLED-UNITS TO WS-UNITS-DISP-1
           MOVE WS-TOT-VERIFIED-UNITS TO WS-UNITS-DISP-2
           STRING WS-UNITS-DISP-1 ' ' WS-UNITS-DISP-2
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCEVVRPT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PERIOD FROM:        ' WS-RPT-FROM-DATE
           DISPLAY 'PERIOD THRU:        ' WS-RPT-THRU-DATE
           DISPLAY 'AGENCIES REPORTED:  ' WS-CTR-AGENCIES
           DISPLAY 'AGENCIES BELOW:     ' WS-CTR-AGENCIES-BELOW
           DISPLAY 'LINES CHECKED:      ' WS-TOT-LINES
           DISPLAY 'LINES MATCHED:      ' WS-TOT-MATCHED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE EVV-COMPLIANCE-RPT
           .
