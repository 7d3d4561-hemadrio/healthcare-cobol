       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCEVVIMP.
      *================================================================*
      * PROGRAM:     HCEVVIMP                                          *
      * DESCRIPTION: ELECTRONIC VISIT VERIFICATION (EVV) INTAKE. THE   *
      *              21ST CENTURY CURES ACT REQUIRES MEDICAID PERSONAL *
      *              CARE AND HOME HEALTH VISITS TO BE VERIFIED        *
      *              AGAINST THE STATE EVV AGGREGATOR BEFORE PAYMENT.  *
      *              LOADS THE AGGREGATOR'S VISIT FILE TO EVV_VISIT -  *
      *              ONE ROW PER VISIT ID WITH THE MEMBER, AGENCY NPI, *
      *              CAREGIVER, SERVICE CODE, CHECK-IN/CHECK-OUT TIMES *
      *              AND VISIT MINUTES, AND THE GPS-VERIFIED FLAG -    *
      *              AND THE EVV-REQUIRED SERVICE LIST TO              *
      *              EVV_SERVICE_CODE (HCPCS AND MINUTES PER BILLED    *
      *              UNIT). HCCLMVAL MATCHES MEDICAID CLAIM LINES FOR  *
      *              THOSE SERVICES TO THE VERIFIED VISITS. THE        *
      *              AGGREGATOR RESENDS CORRECTED AND VOIDED VISITS    *
      *              UNDER THE SAME VISIT ID; THEY ARE RESTATED.       *
      *                                                                *
      *              THE AGGREGATOR KEYS MEMBERS BY STATE MEDICAID ID; *
      *              IT IS RESOLVED TO THE MEMBER'S MRN THROUGH THE    *
      *              PATIENT MASTER (HCMCDMTC KEEPS THE ID CURRENT).   *
      *              A VISIT FOR AN UNKNOWN MEMBER IS LOADED WITH A    *
      *              BLANK MRN AND REPORTED.                           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  EVVVISIT - EVV AGGREGATOR VISIT FILE (100 BYTE)  *
      *               EVVSVC   - EVV-REQUIRED SERVICE LIST (80 BYTE)   *
      * OUTPUT FILES: EVVRPT   - IMPORT CONTROL REPORT                 *
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
           SELECT EVV-VISIT-FILE
               ASSIGN TO EVVVISIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIST-STATUS.

           SELECT EVV-SERVICE-FILE
               ASSIGN TO EVVSVC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESVC-STATUS.

           SELECT EVV-IMPORT-RPT
               ASSIGN TO EVVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EVV-VISIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVV-VISIT-REC.
           05  EV-VISIT-ID                 PIC X(20).
           05  EV-MEDICAID-ID              PIC X(15).
           05  EV-PROVIDER-NPI             PIC X(10).
           05  EV-CAREGIVER-ID             PIC X(15).
           05  EV-SERVICE-CODE             PIC X(05).
           05  EV-VISIT-DATE               PIC 9(08).
      *    CHECK-IN/CHECK-OUT AS HHMM; A CHECK-OUT EARLIER THAN THE
      *    CHECK-IN IS A VISIT THAT RAN PAST MIDNIGHT
           05  EV-CHECK-IN-TIME            PIC 9(04).
           05  EV-CHECK-IN-R REDEFINES EV-CHECK-IN-TIME.
               10  EV-CHECK-IN-HH          PIC 9(02).
               10  EV-CHECK-IN-MM          PIC 9(02).
           05  EV-CHECK-OUT-TIME           PIC 9(04).
           05  EV-CHECK-OUT-R REDEFINES EV-CHECK-OUT-TIME.
               10  EV-CHECK-OUT-HH         PIC 9(02).
               10  EV-CHECK-OUT-MM         PIC 9(02).
           05  EV-GPS-VERIFIED             PIC X(01).
               88  EV-GPS-FLAG-VALID       VALUE 'Y' 'N'.
           05  EV-VISIT-STATUS             PIC X(01).
               88  EV-VISIT-COMPLETE       VALUE 'C'.
               88  EV-VISIT-VOIDED         VALUE 'V'.
           05  FILLER                      PIC X(17).

       FD  EVV-SERVICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVV-SERVICE-REC.
           05  ES-HCPCS-CODE               PIC X(05).
      *    MINUTES PER BILLED UNIT; ZERO = ONE UNIT PER VISIT
           05  ES-UNIT-MINUTES             PIC 9(03).
           05  ES-EFFECTIVE-DATE           PIC 9(08).
      *    ZERO TERMINATION DATE MEANS OPEN-ENDED
           05  ES-TERM-DATE                PIC 9(08).
           05  ES-SERVICE-DESC             PIC X(40).
           05  FILLER                      PIC X(16).

       FD  EVV-IMPORT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EVV-IMPORT-REC                  PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-VIST-STATUS              PIC X(02).
               88  VIST-OK                 VALUE '00'.
           05  WS-ESVC-STATUS              PIC X(02).
               88  ESVC-OK                 VALUE '00'.
           05  WS-ERPT-STATUS              PIC X(02).
               88  ERPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-VIST-EOF-SW              PIC X(01) VALUE 'N'.
               88  VIST-AT-EOF             VALUE 'Y'.
           05  WS-ESVC-EOF-SW              PIC X(01) VALUE 'N'.
               88  ESVC-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-VISITS-READ          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISITS-ADDED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISITS-RESTATED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISITS-VOIDED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISITS-NO-GPS        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISITS-NO-MEMBER     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-VISITS-REJECTED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SERVICES-READ        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SERVICES-ADDED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SERVICES-RESTATED    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SERVICES-REJECTED    PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CHECK-IN-MINUTES         PIC S9(05) COMP-3.
           05  WS-CHECK-OUT-MINUTES        PIC S9(05) COMP-3.

       01  HV-EVV-VARS.
           05  HV-VISIT-ID                 PIC X(20).
           05  HV-MEMBER-MRN               PIC X(12).
           05  HV-VISIT-MINUTES            PIC S9(05) COMP-3.
           05  HV-HCPCS-CODE               PIC X(05).
           05  HV-UNIT-MINUTES             PIC 9(03).
           05  HV-EFFECTIVE-DATE           PIC 9(08).
           05  HV-TERM-DATE                PIC 9(08).
           05  HV-SERVICE-DESC             PIC X(40).
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
               VALUE 'ELECTRONIC VISIT VERIFICATION IMPORT REPORT'.
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
      * MAINLINE - LOAD THE SERVICE LIST, THEN THE VISITS              *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-SERVICE-CODES
               THRU 2000-LOAD-SERVICE-CODES-EXIT
           PERFORM 3000-LOAD-VISITS
               THRU 3000-LOAD-VISITS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS.     *
      * THE SERVICE LIST ONLY CHANGES WHEN THE STATE EXPANDS EVV, SO   *
      * IT IS USUALLY OMITTED.                                         *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT EVV-VISIT-FILE
           IF NOT VIST-OK
               DISPLAY 'HCEVVIMP - NO EVVVISIT INPUT - SKIPPED'
               SET VIST-AT-EOF TO TRUE
           END-IF

           OPEN INPUT EVV-SERVICE-FILE
           IF NOT ESVC-OK
               DISPLAY 'HCEVVIMP - NO EVVSVC INPUT - SKIPPED'
               SET ESVC-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT EVV-IMPORT-RPT
           IF NOT ERPT-OK
               MOVE 'EVV-IMPORT-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE EVV-IMPORT-REC FROM WS-RPT-HEADER-1
           WRITE EVV-IMPORT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO EVV-IMPORT-REC
           WRITE EVV-IMPORT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE EVV-IMPORT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - LOAD THE EVV-REQUIRED SERVICE LIST                      *
      *================================================================*
       2000-LOAD-SERVICE-CODES.
           PERFORM UNTIL ESVC-AT-EOF
               READ EVV-SERVICE-FILE
                   AT END
                       SET ESVC-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-SERVICES-READ
                       PERFORM 2100-LOAD-ONE-SERVICE
                           THRU 2100-LOAD-ONE-SERVICE-EXIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-SERVICE-CODES-EXIT.
           EXIT.

       2100-LOAD-ONE-SERVICE.
      *----------------------------------------------------------------*
      * RESTATE OR ADD ONE EVV-REQUIRED HCPCS. A CHANGE IN UNIT        *
      * DEFINITION ARRIVES WITH A NEW EFFECTIVE DATE AND IS KEPT AS A  *
      * SEPARATE ROW SO OLDER DATES OF SERVICE MATCH THE OLD ONE.      *
      *----------------------------------------------------------------*
           IF ES-HCPCS-CODE = SPACES
              OR ES-UNIT-MINUTES NOT NUMERIC
              OR ES-EFFECTIVE-DATE NOT NUMERIC
              OR ES-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-CTR-SERVICES-REJECTED
               MOVE 'SERVICE CODE REJECTED' TO WS-RPT-LABEL
               STRING ES-HCPCS-CODE
                   ' INVALID CODE, UNIT MINUTES OR DATES'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-LOAD-ONE-SERVICE-EXIT
           END-IF

           MOVE ES-HCPCS-CODE TO HV-HCPCS-CODE
           MOVE ES-UNIT-MINUTES TO HV-UNIT-MINUTES
           MOVE ES-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE
           MOVE ES-TERM-DATE TO HV-TERM-DATE
           MOVE ES-SERVICE-DESC TO HV-SERVICE-DESC

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   EVV_SERVICE_CODE
               WHERE  HCPCS_CODE = :HV-HCPCS-CODE
               AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               EXEC SQL
                   UPDATE EVV_SERVICE_CODE
                   SET    UNIT_MINUTES = :HV-UNIT-MINUTES,
                          TERM_DATE = :HV-TERM-DATE,
                          SERVICE_DESC = :HV-SERVICE-DESC,
                          LOAD_DATE = :WS-CURR-DATE-8
                   WHERE  HCPCS_CODE = :HV-HCPCS-CODE
                   AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-SERVICES-RESTATED
               END-IF
           ELSE
               IF WS-SQLCODE = 0
                   EXEC SQL
                       INSERT INTO EVV_SERVICE_CODE
                       (HCPCS_CODE, EFFECTIVE_DATE, TERM_DATE,
                        UNIT_MINUTES, SERVICE_DESC, LOAD_DATE)
                       VALUES
                       (:HV-HCPCS-CODE, :HV-EFFECTIVE-DATE,
                        :HV-TERM-DATE, :HV-UNIT-MINUTES,
                        :HV-SERVICE-DESC, :WS-CURR-DATE-8)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-SERVICES-ADDED
                   END-IF
               END-IF
           END-IF

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-SERVICES-REJECTED
               MOVE 'EVV SERVICE CODE LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       2100-LOAD-ONE-SERVICE-EXIT.
           EXIT.

      *================================================================*
      * 3000 - LOAD THE AGGREGATOR VISIT FILE                          *
      *================================================================*
       3000-LOAD-VISITS.
           PERFORM UNTIL VIST-AT-EOF
               READ EVV-VISIT-FILE
                   AT END
                       SET VIST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-VISITS-READ
                       PERFORM 3100-LOAD-ONE-VISIT
                           THRU 3100-LOAD-ONE-VISIT-EXIT
               END-READ
           END-PERFORM
           .
       3000-LOAD-VISITS-EXIT.
           EXIT.

       3100-LOAD-ONE-VISIT.
      *----------------------------------------------------------------*
      * VALIDATE ONE VISIT, WORK OUT ITS LENGTH, RESOLVE THE MEMBER    *
      * AND RESTATE OR ADD IT                                          *
      *----------------------------------------------------------------*
           IF EV-VISIT-ID = SPACES
              OR EV-PROVIDER-NPI NOT NUMERIC
              OR EV-SERVICE-CODE = SPACES
              OR EV-VISIT-DATE NOT NUMERIC
              OR EV-CHECK-IN-TIME NOT NUMERIC
              OR EV-CHECK-OUT-TIME NOT NUMERIC
              OR EV-CHECK-IN-HH > 23 OR EV-CHECK-IN-MM > 59
              OR EV-CHECK-OUT-HH > 23 OR EV-CHECK-OUT-MM > 59
              OR NOT EV-GPS-FLAG-VALID
              OR NOT (EV-VISIT-COMPLETE OR EV-VISIT-VOIDED)
               ADD 1 TO WS-CTR-VISITS-REJECTED
               MOVE 'VISIT REJECTED' TO WS-RPT-LABEL
               STRING EV-VISIT-ID ' NPI ' EV-PROVIDER-NPI
                   ' INVALID NPI, CODE, DATE, TIMES OR FLAGS'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3100-LOAD-ONE-VISIT-EXIT
           END-IF

           MOVE EV-VISIT-ID TO HV-VISIT-ID
           COMPUTE WS-CHECK-IN-MINUTES =
               EV-CHECK-IN-HH * 60 + EV-CHECK-IN-MM
           COMPUTE WS-CHECK-OUT-MINUTES =
               EV-CHECK-OUT-HH * 60 + EV-CHECK-OUT-MM
           IF WS-CHECK-OUT-MINUTES < WS-CHECK-IN-MINUTES
               ADD 1440 TO WS-CHECK-OUT-MINUTES
           END-IF
           COMPUTE HV-VISIT-MINUTES =
               WS-CHECK-OUT-MINUTES - WS-CHECK-IN-MINUTES

           IF EV-VISIT-VOIDED
               ADD 1 TO WS-CTR-VISITS-VOIDED
           ELSE
               IF EV-GPS-VERIFIED NOT = 'Y'
                   ADD 1 TO WS-CTR-VISITS-NO-GPS
               END-IF
           END-IF

           MOVE SPACES TO HV-MEMBER-MRN
           EXEC SQL
               SELECT pat_mrn
               INTO   :HV-MEMBER-MRN
               FROM   PATIENT_MASTER
               WHERE  MCAID_ID = :EV-MEDICAID-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE SPACES TO HV-MEMBER-MRN
               ADD 1 TO WS-CTR-VISITS-NO-MEMBER
               MOVE 'MEDICAID ID NOT ON PATIENT MASTER' TO WS-RPT-LABEL
               STRING EV-VISIT-ID ' MEDICAID ' EV-MEDICAID-ID
                   ' NPI ' EV-PROVIDER-NPI
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   EVV_VISIT
               WHERE  VISIT_ID = :HV-VISIT-ID
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               EXEC SQL
                   UPDATE EVV_VISIT
                   SET    MEDICAID_ID = :EV-MEDICAID-ID,
                          MEMBER_MRN = :HV-MEMBER-MRN,
                          PROVIDER_NPI = :EV-PROVIDER-NPI,
                          CAREGIVER_ID = :EV-CAREGIVER-ID,
                          SERVICE_CODE = :EV-SERVICE-CODE,
                          VISIT_DATE = :EV-VISIT-DATE,
                          CHECK_IN_TIME = :EV-CHECK-IN-TIME,
                          CHECK_OUT_TIME = :EV-CHECK-OUT-TIME,
                          VISIT_MINUTES = :HV-VISIT-MINUTES,
                          GPS_VERIFIED = :EV-GPS-VERIFIED,
                          VISIT_STATUS = :EV-VISIT-STATUS,
                          LOAD_DATE = :WS-CURR-DATE-8
                   WHERE  VISIT_ID = :HV-VISIT-ID
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-VISITS-RESTATED
               END-IF
           ELSE
               IF WS-SQLCODE = 0
                   EXEC SQL
                       INSERT INTO EVV_VISIT
                       (VISIT_ID, MEDICAID_ID, MEMBER_MRN,
                        PROVIDER_NPI, CAREGIVER_ID, SERVICE_CODE,
                        VISIT_DATE, CHECK_IN_TIME, CHECK_OUT_TIME,
                        VISIT_MINUTES, GPS_VERIFIED, VISIT_STATUS,
                        LOAD_DATE)
                       VALUES
                       (:HV-VISIT-ID, :EV-MEDICAID-ID, :HV-MEMBER-MRN,
                        :EV-PROVIDER-NPI, :EV-CAREGIVER-ID,
                        :EV-SERVICE-CODE, :EV-VISIT-DATE,
                        :EV-CHECK-IN-TIME, :EV-CHECK-OUT-TIME,
                        :HV-VISIT-MINUTES, :EV-GPS-VERIFIED,
                        :EV-VISIT-STATUS, :WS-CURR-DATE-8)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-VISITS-ADDED
                   END-IF
               END-IF
           END-IF

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-VISITS-REJECTED
               MOVE 'EVV VISIT LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3100-LOAD-ONE-VISIT-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCEVVIMP' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCEVVIMP - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCEVVIMP - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCEVVIMP - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'SERVICE CODES READ' TO WS-RPT-LABEL
           MOVE WS-CTR-SERVICES-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SERVICE CODES ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-SERVICES-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SERVICE CODES RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-SERVICES-RESTATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SERVICE CODES REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-SERVICES-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-RESTATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS VOIDED BY AGGREGATOR' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-VOIDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS WITHOUT GPS VERIFICATION' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-NO-GPS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS FOR UNKNOWN MEMBERS' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-NO-MEMBER TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'VISITS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-VISITS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCEVVIMP - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'SERVICES READ:      ' WS-CTR-SERVICES-READ
           DISPLAY 'SERVICES ADDED:     ' WS-CTR-SERVICES-ADDED
           DISPLAY 'SERVICES RESTATED:  ' WS-CTR-SERVICES-RESTATED
           DISPLAY 'SERVICES REJECTED:  ' WS-CTR-SERVICES-REJECTED
           DISPLAY 'VISITS READ:        ' WS-CTR-VISITS-READ
           DISPLAY 'VISITS ADDED:       ' WS-CTR-VISITS-ADDED
           DISPLAY 'VISITS RESTATED:    ' WS-CTR-VISITS-RESTATED
           DISPLAY 'VISITS VOIDED:      ' WS-CTR-VISITS-VOIDED
           DISPLAY 'VISITS NO GPS:      ' WS-CTR-VISITS-NO-GPS
           DISPLAY 'VISITS NO MEMBER:   ' WS-CTR-VISITS-NO-MEMBER
           DISPLAY 'VISITS REJECTED:    ' WS-CTR-VISITS-REJECTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE EVV-VISIT-FILE
           CLOSE EVV-SERVICE-FILE
           CLOSE EVV-IMPORT-RPT
           .
