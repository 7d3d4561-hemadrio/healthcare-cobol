       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCMCDPRV.
      *================================================================*
      * PROGRAM:     HCMCDPRV                                          *
      * DESCRIPTION: STATE MEDICAID PROVIDER ENROLLMENT MATCH. THE ACA *
      *              REQUIRES EVERY PROVIDER OUR MEDICAID MANAGED CARE *
      *              PLAN PAYS TO BE ENROLLED WITH THE STATE MEDICAID  *
      *              AGENCY. MONTHLY LOAD OF THE STATE'S ENROLLED-     *
      *              PROVIDER FILE:                                    *
      *                                                                *
      *              - EACH ENROLLMENT SPAN IS POSTED TO               *
      *                MCAID_PROV_ENROLLMENT BY NPI AND EFFECTIVE      *
      *                DATE. HCCLMVAL PENDS MEDICAID CLAIMS WHOSE      *
      *                BILLING OR RENDERING NPI HAS NO SPAN COVERING   *
      *                THE DATE OF SERVICE. AN OPEN SPAN THAT DROPS    *
      *                OFF THE STATE FILE IS ENDED THE DAY BEFORE THIS *
      *                RUN.                                            *
      *              - THE STATE MEDICAID ID AND ENROLLMENT DATES ARE  *
      *                REFRESHED ON PROVIDER_MASTER BY NPI; A CHANGED  *
      *                ID AND A STATE NPI WE DO NOT KNOW GO ON THE     *
      *                MISMATCH REPORT.                                *
      *              - PROVIDERS HCCLMVAL LOGGED TO                    *
      *                MCAID_ENROLL_OUTREACH WHO ARE STILL NOT         *
      *                ENROLLED, AND ENROLLED PROVIDERS WHOSE SPAN     *
      *                ENDS OR REVALIDATION FALLS DUE BY THE STATE'S   *
      *                DEADLINE, GO ON THE PROVIDER RELATIONS OUTREACH *
      *                EXTRACT. LOGGED PROVIDERS NOW ENROLLED ARE      *
      *                CLOSED AS RESOLVED.                             *
      *                                                                *
      *              THE STATE DEADLINE COMES FROM THE OPTIONAL        *
      *              MCDPARM CARD (COLUMNS 1-8, YYYYMMDD); WITHOUT IT  *
      *              THE DEADLINE IS 90 DAYS FROM THE RUN DATE.        *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  STPRVENR - STATE ENROLLED-PROVIDER FILE (120 B)  *
      *               MCDPARM  - STATE DEADLINE CARD (OPTIONAL)        *
      * OUTPUT FILES: MCDOUTR  - PROVIDER RELATIONS OUTREACH EXTRACT   *
      *               MCDENRPT - ENROLLMENT MISMATCH/CONTROL REPORT    *
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
           SELECT STATE-ENROLL-FILE
               ASSIGN TO STPRVENR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STEN-STATUS.

           SELECT DEADLINE-PARM-FILE
               ASSIGN TO MCDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OUTREACH-EXTRACT-FILE
               ASSIGN TO MCDOUTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTR-STATUS.

           SELECT ENROLL-MATCH-RPT
               ASSIGN TO MCDENRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STATE-ENROLL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STATE-ENROLL-REC.
           05  SE-NPI                      PIC X(10).
           05  SE-MEDICAID-ID              PIC X(15).
           05  SE-STATE-CD                 PIC X(02).
           05  SE-PROVIDER-TYPE            PIC X(03).
           05  SE-ENROLL-EFF-DATE          PIC 9(08).
      *    LAST DAY ENROLLED; ZERO WHILE THE ENROLLMENT IS OPEN
           05  SE-ENROLL-END-DATE          PIC 9(08).
           05  SE-REVAL-DUE-DATE           PIC 9(08).
           05  SE-PROVIDER-NAME            PIC X(50).
           05  FILLER                      PIC X(16).

       FD  DEADLINE-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DEADLINE-PARM-REC.
           05  DP-DEADLINE-DATE            PIC X(08).
           05  FILLER                      PIC X(72).

       FD  OUTREACH-EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OUTREACH-EXTRACT-REC.
           05  OX-NPI                      PIC X(10).
      *    B = BILLING, R = RENDERING, SPACE = FROM THE STATE FILE
           05  OX-PROVIDER-ROLE            PIC X(01).
           05  OX-OUTREACH-REASON          PIC X(03).
               88  OX-REASON-UNENROLLED    VALUE 'UNE'.
               88  OX-REASON-ENDING        VALUE 'END'.
               88  OX-REASON-REVALIDATE    VALUE 'REV'.
           05  OX-PROVIDER-NAME            PIC X(50).
           05  OX-MEDICAID-ID              PIC X(15).
      *    FIRST PEND, SPAN END, OR REVALIDATION DATE BY REASON
           05  OX-EVENT-DATE               PIC 9(08).
           05  OX-PEND-CLAIM-COUNT         PIC 9(05).
           05  OX-DEADLINE-DATE            PIC 9(08).
           05  OX-DAYS-TO-DEADLINE         PIC S9(05) SIGN LEADING
                                                      SEPARATE.
           05  FILLER                      PIC X(14).

       FD  ENROLL-MATCH-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ENROLL-MATCH-REC                PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-STEN-STATUS              PIC X(02).
               88  STEN-OK                 VALUE '00'.
           05  WS-PARM-STATUS              PIC X(02).
               88  PARM-OK                 VALUE '00'.
           05  WS-OUTR-STATUS              PIC X(02).
               88  OUTR-OK                 VALUE '00'.
           05  WS-ERPT-STATUS              PIC X(02).
               88  ERPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STEN-EOF-SW              PIC X(01) VALUE 'N'.
               88  STEN-AT-EOF             VALUE 'Y'.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURS-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SPANS-ADDED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SPANS-REFRESHED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SPANS-ENDED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-MASTER-UPDATED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ID-MISMATCHES        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NOT-ON-MASTER        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RECORDS-REJECTED     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OUTREACH-RESOLVED    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OUTREACH-UNENROLLED  PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OUTREACH-EXPIRING    PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-ISO            PIC X(10).
           05  WS-PRIOR-DATE-8             PIC 9(08).
           05  WS-DEADLINE-DATE            PIC 9(08).
           05  WS-DEADLINE-DAYS            PIC 9(03) COMP-3 VALUE 90.
           05  WS-DAYS-TO-DEADLINE         PIC S9(05).
           05  WS-PROVIDER-NAME            PIC X(50).

       01  HV-ENROLL-VARS.
           05  HV-NPI                      PIC X(10).
           05  HV-PROVIDER-ROLE            PIC X(01).
           05  HV-MEDICAID-ID              PIC X(15).
           05  HV-OLD-MEDICAID-ID          PIC X(15).
           05  HV-EFF-DATE-ISO             PIC X(10).
           05  HV-END-DATE-ISO             PIC X(10).
           05  HV-OLD-EFF-DATE-ISO         PIC X(10).
           05  HV-ENROLL-END-DATE          PIC 9(08).
           05  HV-REVAL-DUE-DATE           PIC 9(08).
           05  HV-FIRST-PEND-DATE          PIC 9(08).
           05  HV-PEND-CLAIM-COUNT         PIC S9(09) COMP.
           05  HV-ROW-COUNT                PIC S9(09) COMP.
           05  HV-LAST-NAME                PIC X(35).
           05  HV-FIRST-NAME               PIC X(25).
           05  HV-ORG-NAME                 PIC X(60).

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
               VALUE 'STATE MEDICAID PROVIDER ENROLLMENT MATCH'.
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
      * MAINLINE - LOAD THE STATE FILE, END DROPPED SPANS, THEN BUILD  *
      * THE OUTREACH EXTRACT                                           *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-STATE-FILE
               THRU 2000-LOAD-STATE-FILE-EXIT
           PERFORM 3000-END-DROPPED-SPANS
               THRU 3000-END-DROPPED-SPANS-EXIT
           PERFORM 4000-BUILD-OUTREACH
               THRU 4000-BUILD-OUTREACH-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, SET THE STATE DEADLINE, CONNECT TO THE DATABASE,   *
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           STRING WS-CURR-DATE-8(1:4) '-' WS-CURR-DATE-8(5:2) '-'
                  WS-CURR-DATE-8(7:2)
               DELIMITED BY SIZE
               INTO WS-CURR-DATE-ISO
           END-STRING
           COMPUTE WS-PRIOR-DATE-8 =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8) - 1)
           COMPUTE WS-DEADLINE-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
                    + WS-DEADLINE-DAYS)

           OPEN INPUT DEADLINE-PARM-FILE
           IF PARM-OK
               READ DEADLINE-PARM-FILE
                   NOT AT END
                       IF DP-DEADLINE-DATE NUMERIC
                          AND DP-DEADLINE-DATE > WS-CURR-DATE-8
                           MOVE DP-DEADLINE-DATE TO WS-DEADLINE-DATE
                       END-IF
               END-READ
               CLOSE DEADLINE-PARM-FILE
           ELSE
               DISPLAY 'HCMCDPRV - NO DEADLINE CARD SUPPLIED - '
                       'DEFAULTING TO ' WS-DEADLINE-DAYS ' DAYS'
           END-IF

           OPEN INPUT STATE-ENROLL-FILE
           IF NOT STEN-OK
               MOVE 'STATE-ENROLL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT OUTREACH-EXTRACT-FILE
           IF NOT OUTR-OK
               MOVE 'OUTREACH-EXTRACT-FILE OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT ENROLL-MATCH-RPT
           IF NOT ERPT-OK
               MOVE 'ENROLL-MATCH-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE ENROLL-MATCH-REC FROM WS-RPT-HEADER-1
           WRITE ENROLL-MATCH-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO ENROLL-MATCH-REC
           WRITE ENROLL-MATCH-REC
           MOVE 'STATE ENROLLMENT DEADLINE' TO WS-RPT-LABEL
           MOVE WS-DEADLINE-DATE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE MISMATCH REPORT              *
      *----------------------------------------------------------------*
           WRITE ENROLL-MATCH-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - POST THE STATE FILE                                     *
      *================================================================*
       2000-LOAD-STATE-FILE.
           PERFORM UNTIL STEN-AT-EOF
               READ STATE-ENROLL-FILE
                   AT END
                       SET STEN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-RECORDS-READ
                       PERFORM 2100-LOAD-ONE-SPAN
                           THRU 2100-LOAD-ONE-SPAN-EXIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-STATE-FILE-EXIT.
           EXIT.

       2100-LOAD-ONE-SPAN.
      *----------------------------------------------------------------*
      * POST ONE ENROLLMENT SPAN, KEYED BY NPI AND EFFECTIVE DATE,     *
      * THEN REFRESH THE PROVIDER MASTER FROM IT                       *
      *----------------------------------------------------------------*
           IF SE-NPI = SPACES
              OR SE-NPI NOT NUMERIC
              OR SE-MEDICAID-ID = SPACES
              OR SE-ENROLL-EFF-DATE NOT NUMERIC
              OR SE-ENROLL-EFF-DATE = 0
              OR SE-ENROLL-END-DATE NOT NUMERIC
              OR SE-REVAL-DUE-DATE NOT NUMERIC
               ADD 1 TO WS-CTR-RECORDS-REJECTED
               MOVE 'RECORD REJECTED' TO WS-RPT-LABEL
               STRING SE-NPI ' ' SE-MEDICAID-ID
                   ' INVALID NPI, MEDICAID ID OR DATES'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-LOAD-ONE-SPAN-EXIT
           END-IF

           EXEC SQL
               UPDATE MCAID_PROV_ENROLLMENT
               SET    MEDICAID_ID = :SE-MEDICAID-ID,
                      STATE_CD = :SE-STATE-CD,
                      PROVIDER_TYPE = :SE-PROVIDER-TYPE,
                      ENROLL_END_DATE = :SE-ENROLL-END-DATE,
                      REVAL_DUE_DATE = :SE-REVAL-DUE-DATE,
                      LOAD_DATE = :WS-CURR-DATE-8
               WHERE  NPI = :SE-NPI
               AND    ENROLL_EFF_DATE = :SE-ENROLL-EFF-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-SPANS-REFRESHED
               WHEN WS-SQLCODE = 100
                   EXEC SQL
                       INSERT INTO MCAID_PROV_ENROLLMENT
                       (NPI, MEDICAID_ID, STATE_CD, PROVIDER_TYPE,
                        ENROLL_EFF_DATE, ENROLL_END_DATE,
                        REVAL_DUE_DATE, LOAD_DATE)
                       VALUES
                       (:SE-NPI, :SE-MEDICAID-ID, :SE-STATE-CD,
                        :SE-PROVIDER-TYPE, :SE-ENROLL-EFF-DATE,
                        :SE-ENROLL-END-DATE, :SE-REVAL-DUE-DATE,
                        :WS-CURR-DATE-8)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-SPANS-ADDED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-RECORDS-REJECTED
               MOVE 'ENROLLMENT SPAN LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-LOAD-ONE-SPAN-EXIT
           END-IF

           PERFORM 2200-REFRESH-PROVIDER-MASTER
               THRU 2200-REFRESH-PROVIDER-MASTER-EXIT
           .
       2100-LOAD-ONE-SPAN-EXIT.
           EXIT.

       2200-REFRESH-PROVIDER-MASTER.
      *----------------------------------------------------------------*
      * CARRY THE STATE ID AND SPAN DATES TO THE PROVIDER MASTER. THE  *
      * MASTER HOLDS THE LATEST SPAN ONLY, SO AN OLDER SPAN ON THE     *
      * FILE DOES NOT OVERWRITE A NEWER ONE. THE MASTER CARRIES ITS    *
      * DATES AS YYYY-MM-DD CHARACTER FIELDS.                          *
      *----------------------------------------------------------------*
           MOVE SPACES TO HV-OLD-MEDICAID-ID
           MOVE SPACES TO HV-OLD-EFF-DATE-ISO
           EXEC SQL
               SELECT MEDICAID_ID, MEDICAID_ENROLL_EFF_DATE
               INTO   :HV-OLD-MEDICAID-ID, :HV-OLD-EFF-DATE-ISO
               FROM   PROVIDER_MASTER
               WHERE  NPI = :SE-NPI
           END-EXEC

           IF WS-SQLCODE = 100
               ADD 1 TO WS-CTR-NOT-ON-MASTER
               MOVE 'STATE NPI NOT ON PROVIDER MASTER' TO WS-RPT-LABEL
               STRING SE-NPI ' MEDICAID ' SE-MEDICAID-ID
                   ' ' SE-PROVIDER-NAME
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2200-REFRESH-PROVIDER-MASTER-EXIT
           END-IF
           IF WS-SQLCODE NOT = 0
               GO TO 2200-REFRESH-PROVIDER-MASTER-EXIT
           END-IF

           MOVE SPACES TO HV-EFF-DATE-ISO
           STRING SE-ENROLL-EFF-DATE(1:4) '-'
                  SE-ENROLL-EFF-DATE(5:2) '-'
                  SE-ENROLL-EFF-DATE(7:2)
               DELIMITED BY SIZE
               INTO HV-EFF-DATE-ISO
           END-STRING
           IF HV-OLD-EFF-DATE-ISO NOT = SPACES
              AND HV-OLD-EFF-DATE-ISO > HV-EFF-DATE-ISO
               GO TO 2200-REFRESH-PROVIDER-MASTER-EXIT
           END-IF

           MOVE SPACES TO HV-END-DATE-ISO
           IF SE-ENROLL-END-DATE > 0
               STRING SE-ENROLL-END-DATE(1:4) '-'
                      SE-ENROLL-END-DATE(5:2) '-'
                      SE-ENROLL-END-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO HV-END-DATE-ISO
               END-STRING
           END-IF

           EXEC SQL
               UPDATE PROVIDER_MASTER
               SET    MEDICAID_ID = :SE-MEDICAID-ID,
                      MEDICAID_ENROLL_EFF_DATE = :HV-EFF-DATE-ISO,
                      MEDICAID_ENROLL_END_DATE = :HV-END-DATE-ISO,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-ISO,
                      LAST_UPDATE_USER = 'HCMCDPRV',
                      LAST_UPDATE_PGM = 'HCMCDPRV'
               WHERE  NPI = :SE-NPI
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER MASTER REFRESH FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2200-REFRESH-PROVIDER-MASTER-EXIT
           END-IF
           ADD 1 TO WS-CTR-MASTER-UPDATED

           IF HV-OLD-MEDICAID-ID NOT = SE-MEDICAID-ID
               ADD 1 TO WS-CTR-ID-MISMATCHES
               MOVE 'MEDICAID ID REFRESHED' TO WS-RPT-LABEL
               IF HV-OLD-MEDICAID-ID = SPACES
                   MOVE '(BLANK)' TO HV-OLD-MEDICAID-ID
               END-IF
               STRING SE-NPI ' WAS ' HV-OLD-MEDICAID-ID
                   ' NOW ' SE-MEDICAID-ID
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2200-REFRESH-PROVIDER-MASTER-EXIT.
           EXIT.

      *================================================================*
      * 3000 - END OPEN SPANS THAT DROPPED OFF THE STATE FILE          *
      *================================================================*
       3000-END-DROPPED-SPANS.
      *--- AN EMPTY OR FAILED FILE MUST NOT DISENROLL EVERY PROVIDER ---
           IF WS-CTR-RECORDS-READ = 0
              OR WS-CTR-RECORDS-REJECTED = WS-CTR-RECORDS-READ
               MOVE 'DROPPED SPANS NOT ENDED' TO WS-RPT-LABEL
               MOVE 'NO USABLE RECORDS ON THE INPUT FILE'
                   TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3000-END-DROPPED-SPANS-EXIT
           END-IF

           EXEC SQL
               DECLARE DROPPED_SPAN_CURSOR CURSOR FOR
               SELECT NPI, MEDICAID_ID
               FROM   MCAID_PROV_ENROLLMENT
               WHERE  LOAD_DATE < :WS-CURR-DATE-8
               AND    (ENROLL_END_DATE = 0
                       OR ENROLL_END_DATE >= :WS-CURR-DATE-8)
           END-EXEC

           EXEC SQL
               OPEN DROPPED_SPAN_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'DROPPED SPAN CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-END-DROPPED-SPANS-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURS-AT-EOF
               EXEC SQL
                   FETCH DROPPED_SPAN_CURSOR
                   INTO  :HV-NPI, :HV-MEDICAID-ID
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURS-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-SPANS-ENDED
                   MOVE 'ENROLLMENT DROPPED BY STATE' TO WS-RPT-LABEL
                   STRING HV-NPI ' MEDICAID ' HV-MEDICAID-ID
                       ' ENDED ' WS-PRIOR-DATE-8
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1300-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE DROPPED_SPAN_CURSOR
           END-EXEC

           EXEC SQL
               UPDATE MCAID_PROV_ENROLLMENT
               SET    ENROLL_END_DATE = :WS-PRIOR-DATE-8
               WHERE  LOAD_DATE < :WS-CURR-DATE-8
               AND    (ENROLL_END_DATE = 0
                       OR ENROLL_END_DATE >= :WS-CURR-DATE-8)
           END-EXEC
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'DROPPED SPAN END-DATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3000-END-DROPPED-SPANS-EXIT.
           EXIT.

      *================================================================*
      * 4000 - PROVIDER RELATIONS OUTREACH EXTRACT                     *
      *================================================================*
       4000-BUILD-OUTREACH.
           PERFORM 4100-UNENROLLED-PROVIDERS
               THRU 4100-UNENROLLED-PROVIDERS-EXIT
           PERFORM 4200-EXPIRING-ENROLLMENTS
               THRU 4200-EXPIRING-ENROLLMENTS-EXIT
           .
       4000-BUILD-OUTREACH-EXIT.
           EXIT.

       4100-UNENROLLED-PROVIDERS.
      *----------------------------------------------------------------*
      * PROVIDERS HCCLMVAL PENDED CLAIMS FOR. ONE NOW ENROLLED IS      *
      * CLOSED AS RESOLVED; THE REST GO TO PROVIDER RELATIONS          *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE UNENROLLED_CURSOR CURSOR FOR
               SELECT NPI, PROVIDER_ROLE, FIRST_PEND_DATE,
                      PEND_CLAIM_COUNT
               FROM   MCAID_ENROLL_OUTREACH
               WHERE  OUTREACH_STATUS = 'O'
               ORDER BY NPI
           END-EXEC

           EXEC SQL
               OPEN UNENROLLED_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'UNENROLLED CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4100-UNENROLLED-PROVIDERS-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURS-AT-EOF
               EXEC SQL
                   FETCH UNENROLLED_CURSOR
                   INTO  :HV-NPI, :HV-PROVIDER-ROLE,
                         :HV-FIRST-PEND-DATE, :HV-PEND-CLAIM-COUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURS-AT-EOF TO TRUE
               ELSE
                   PERFORM 4110-CHECK-ONE-UNENROLLED
                       THRU 4110-CHECK-ONE-UNENROLLED-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE UNENROLLED_CURSOR
           END-EXEC
           .
       4100-UNENROLLED-PROVIDERS-EXIT.
           EXIT.

       4110-CHECK-ONE-UNENROLLED.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   MCAID_PROV_ENROLLMENT
               WHERE  NPI = :HV-NPI
               AND    ENROLL_EFF_DATE <= :WS-CURR-DATE-8
               AND    (ENROLL_END_DATE = 0
                       OR ENROLL_END_DATE >= :WS-CURR-DATE-8)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               GO TO 4110-CHECK-ONE-UNENROLLED-EXIT
           END-IF

           IF HV-ROW-COUNT > 0
               EXEC SQL
                   UPDATE MCAID_ENROLL_OUTREACH
                   SET    OUTREACH_STATUS = 'R',
                          RESOLVED_DATE = :WS-CURR-DATE-8
                   WHERE  NPI = :HV-NPI
                   AND    PROVIDER_ROLE = :HV-PROVIDER-ROLE
                   AND    OUTREACH_STATUS = 'O'
               END-EXEC
               ADD 1 TO WS-CTR-OUTREACH-RESOLVED
               GO TO 4110-CHECK-ONE-UNENROLLED-EXIT
           END-IF

           MOVE SPACES TO OUTREACH-EXTRACT-REC
           SET OX-REASON-UNENROLLED TO TRUE
           MOVE HV-PROVIDER-ROLE TO OX-PROVIDER-ROLE
           MOVE HV-FIRST-PEND-DATE TO OX-EVENT-DATE
           MOVE HV-PEND-CLAIM-COUNT TO OX-PEND-CLAIM-COUNT
           PERFORM 4300-WRITE-OUTREACH
               THRU 4300-WRITE-OUTREACH-EXIT
           ADD 1 TO WS-CTR-OUTREACH-UNENROLLED
           .
       4110-CHECK-ONE-UNENROLLED-EXIT.
           EXIT.

       4200-EXPIRING-ENROLLMENTS.
      *----------------------------------------------------------------*
      * CURRENT SPANS THAT END, OR WHOSE REVALIDATION FALLS DUE, BY    *
      * THE STATE DEADLINE - UNLESS A LATER SPAN ALREADY FOLLOWS       *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE EXPIRING_CURSOR CURSOR FOR
               SELECT E.NPI, E.MEDICAID_ID, E.ENROLL_END_DATE,
                      E.REVAL_DUE_DATE
               FROM   MCAID_PROV_ENROLLMENT E
               WHERE  E.ENROLL_EFF_DATE <= :WS-CURR-DATE-8
               AND    (E.ENROLL_END_DATE = 0
                       OR E.ENROLL_END_DATE >= :WS-CURR-DATE-8)
               AND    ((E.ENROLL_END_DATE > 0
                        AND E.ENROLL_END_DATE <= :WS-DEADLINE-DATE)
                    OR (E.REVAL_DUE_DATE > 0
                        AND E.REVAL_DUE_DATE <= :WS-DEADLINE-DATE))
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   MCAID_PROV_ENROLLMENT N
                       WHERE  N.NPI = E.NPI
                       AND    N.ENROLL_EFF_DATE > E.ENROLL_EFF_DATE)
               ORDER BY E.NPI
           END-EXEC

           EXEC SQL
               OPEN EXPIRING_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'EXPIRING CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4200-EXPIRING-ENROLLMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURS-AT-EOF
               EXEC SQL
                   FETCH EXPIRING_CURSOR
                   INTO  :HV-NPI, :HV-MEDICAID-ID,
                         :HV-ENROLL-END-DATE, :HV-REVAL-DUE-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURS-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO OUTREACH-EXTRACT-REC
                   IF HV-ENROLL-END-DATE > 0
                      AND HV-ENROLL-END-DATE <= WS-DEADLINE-DATE
                       SET OX-REASON-ENDING TO TRUE
                       MOVE HV-ENROLL-END-DATE TO OX-EVENT-DATE
                   ELSE
                       SET OX-REASON-REVALIDATE TO TRUE
                       MOVE HV-REVAL-DUE-DATE TO OX-EVENT-DATE
                   END-IF
                   MOVE 0 TO OX-PEND-CLAIM-COUNT
                   PERFORM 4300-WRITE-OUTREACH
                       THRU 4300-WRITE-OUTREACH-EXIT
                   ADD 1 TO WS-CTR-OUTREACH-EXPIRING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE EXPIRING_CURSOR
           END-EXEC
           .
       4200-EXPIRING-ENROLLMENTS-EXIT.
           EXIT.

       4300-WRITE-OUTREACH.
      *----------------------------------------------------------------*
      * NAME THE PROVIDER FROM THE MASTER AND WRITE ONE EXTRACT RECORD *
      *----------------------------------------------------------------*
           MOVE SPACES TO HV-LAST-NAME HV-FIRST-NAME HV-ORG-NAME
           MOVE SPACES TO WS-PROVIDER-NAME
           IF OX-REASON-UNENROLLED
               MOVE SPACES TO HV-MEDICAID-ID
           END-IF
           EXEC SQL
               SELECT LAST_NAME, FIRST_NAME, ORG_NAME, MEDICAID_ID
               INTO   :HV-LAST-NAME, :HV-FIRST-NAME, :HV-ORG-NAME,
                      :HV-OLD-MEDICAID-ID
               FROM   PROVIDER_MASTER
               WHERE  NPI = :HV-NPI
           END-EXEC
           IF WS-SQLCODE = 0
               IF HV-ORG-NAME NOT = SPACES
                   MOVE HV-ORG-NAME TO WS-PROVIDER-NAME
               ELSE
                   STRING HV-LAST-NAME ', ' HV-FIRST-NAME
                       DELIMITED BY SIZE
                       INTO WS-PROVIDER-NAME
                   END-STRING
               END-IF
               IF HV-MEDICAID-ID = SPACES
                   MOVE HV-OLD-MEDICAID-ID TO HV-MEDICAID-ID
               END-IF
           END-IF

           MOVE HV-NPI TO OX-NPI
           MOVE WS-PROVIDER-NAME TO OX-PROVIDER-NAME
           MOVE HV-MEDICAID-ID TO OX-MEDICAID-ID
           MOVE WS-DEADLINE-DATE TO OX-DEADLINE-DATE
           COMPUTE WS-DAYS-TO-DEADLINE =
               FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE)
             - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
           MOVE WS-DAYS-TO-DEADLINE TO OX-DAYS-TO-DEADLINE

           WRITE OUTREACH-EXTRACT-REC
           .
       4300-WRITE-OUTREACH-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCMCDPRV' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCMCDPRV - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCMCDPRV - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCMCDPRV - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'STATE RECORDS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ENROLLMENT SPANS ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-SPANS-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ENROLLMENT SPANS REFRESHED' TO WS-RPT-LABEL
           MOVE WS-CTR-SPANS-REFRESHED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ENROLLMENT SPANS DROPPED BY STATE' TO WS-RPT-LABEL
           MOVE WS-CTR-SPANS-ENDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PROVIDER MASTER RECORDS REFRESHED' TO WS-RPT-LABEL
           MOVE WS-CTR-MASTER-UPDATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEDICAID ID MISMATCHES' TO WS-RPT-LABEL
           MOVE WS-CTR-ID-MISMATCHES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'STATE NPIS NOT ON PROVIDER MASTER' TO WS-RPT-LABEL
           MOVE WS-CTR-NOT-ON-MASTER TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RECORDS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OUTREACH - NOW ENROLLED (RESOLVED)' TO WS-RPT-LABEL
           MOVE WS-CTR-OUTREACH-RESOLVED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OUTREACH - NOT ENROLLED' TO WS-RPT-LABEL
           MOVE WS-CTR-OUTREACH-UNENROLLED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OUTREACH - ENDING OR REVALIDATION DUE' TO WS-RPT-LABEL
           MOVE WS-CTR-OUTREACH-EXPIRING TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCMCDPRV - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'STATE RECORDS READ: ' WS-CTR-RECORDS-READ
           DISPLAY 'SPANS ADDED:        ' WS-CTR-SPANS-ADDED
           DISPLAY 'SPANS REFRESHED:    ' WS-CTR-SPANS-REFRESHED
           DISPLAY 'SPANS DROPPED:      ' WS-CTR-SPANS-ENDED
           DISPLAY 'MASTER REFRESHED:   ' WS-CTR-MASTER-UPDATED
           DISPLAY 'ID MISMATCHES:      ' WS-CTR-ID-MISMATCHES
           DISPLAY 'NOT ON MASTER:      ' WS-CTR-NOT-ON-MASTER
           DISPLAY 'RECORDS REJECTED:   ' WS-CTR-RECORDS-REJECTED
           DISPLAY 'OUTREACH RESOLVED:  ' WS-CTR-OUTREACH-RESOLVED
           DISPLAY 'OUTREACH UNENROLLED:' WS-CTR-OUTREACH-UNENROLLED
           DISPLAY 'OUTREACH EXPIRING:  ' WS-CTR-OUTREACH-EXPIRING
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE STATE-ENROLL-FILE
           CLOSE OUTREACH-EXTRACT-FILE
           CLOSE ENROLL-MATCH-RPT
           .
