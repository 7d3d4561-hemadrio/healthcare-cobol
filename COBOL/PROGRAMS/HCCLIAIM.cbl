       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCLIAIM.
      *================================================================*
      * PROGRAM:     HCCLIAIM                                          *
      * DESCRIPTION: CLIA CERTIFICATE REFERENCE IMPORT. LOADS THE CMS  *
      *              CLIA LABORATORY EXTRACT TO CLIA_CERTIFICATE (ONE  *
      *              ROW PER CERTIFICATE NUMBER - TYPE, EFFECTIVE AND  *
      *              EXPIRATION DATES, LAB NPI) AND THE TEST           *
      *              COMPLEXITY LIST TO CLIA_TEST_LEVEL (ONE ROW PER   *
      *              HCPCS - THE LOWEST CERTIFICATE LEVEL THAT MAY     *
      *              PERFORM THE TEST). HCCLMVAL EDITS LAB LINES       *
      *              AGAINST BOTH TABLES. A CERTIFICATE OR TEST        *
      *              ALREADY ON FILE IS RESTATED IN PLACE.             *
      *                                                                *
      *              CERTIFICATE TYPES:  W = WAIVER                    *
      *                                  P = PROVIDER-PERFORMED        *
      *                                      MICROSCOPY (PPM)          *
      *                                  R = REGISTRATION              *
      *                                  C = COMPLIANCE                *
      *                                  A = ACCREDITATION             *
      *              TEST LEVELS:        W = WAIVED                    *
      *                                  P = PPM                       *
      *                                  M = MODERATE/HIGH COMPLEXITY  *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  CLIACERT - CMS CLIA CERTIFICATE EXTRACT (80 BYTE)*
      *               CLIATEST - CLIA TEST COMPLEXITY LIST (80 BYTE)   *
      * OUTPUT FILES: CLIARPT  - IMPORT CONTROL REPORT                 *
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
           SELECT CLIA-CERT-FILE
               ASSIGN TO CLIACERT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

           SELECT CLIA-TEST-FILE
               ASSIGN TO CLIATEST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TEST-STATUS.

           SELECT CLIA-IMPORT-RPT
               ASSIGN TO CLIARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIA-CERT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLIA-CERT-REC.
           05  CC-CLIA-NUMBER              PIC X(10).
           05  CC-CERT-TYPE                PIC X(01).
               88  CC-CERT-TYPE-VALID      VALUE 'W' 'P' 'R' 'C' 'A'.
           05  CC-EFFECTIVE-DATE           PIC 9(08).
           05  CC-EXPIRATION-DATE          PIC 9(08).
           05  CC-LAB-NPI                  PIC X(10).
           05  CC-LAB-NAME                 PIC X(40).
           05  FILLER                      PIC X(03).

       FD  CLIA-TEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLIA-TEST-REC.
           05  CT-HCPCS-CODE               PIC X(05).
           05  CT-REQUIRED-LEVEL           PIC X(01).
               88  CT-LEVEL-VALID          VALUE 'W' 'P' 'M'.
           05  CT-EFFECTIVE-DATE           PIC 9(08).
      *    ZERO TERMINATION DATE MEANS OPEN-ENDED
           05  CT-TERM-DATE                PIC 9(08).
           05  CT-TEST-DESC                PIC X(40).
           05  FILLER                      PIC X(18).

       FD  CLIA-IMPORT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLIA-IMPORT-REC                 PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CERT-STATUS              PIC X(02).
               88  CERT-OK                 VALUE '00'.
           05  WS-TEST-STATUS              PIC X(02).
               88  TEST-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CERT-EOF-SW              PIC X(01) VALUE 'N'.
               88  CERT-AT-EOF             VALUE 'Y'.
           05  WS-TEST-EOF-SW              PIC X(01) VALUE 'N'.
               88  TEST-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-CERTS-READ           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CERTS-ADDED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CERTS-RESTATED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CERTS-REJECTED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TESTS-READ           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TESTS-ADDED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TESTS-RESTATED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TESTS-REJECTED       PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).

       01  HV-CLIA-VARS.
           05  HV-CLIA-NUMBER              PIC X(10).
           05  HV-CERT-TYPE                PIC X(01).
           05  HV-EFFECTIVE-DATE           PIC 9(08).
           05  HV-EXPIRATION-DATE          PIC 9(08).
           05  HV-LAB-NPI                  PIC X(10).
           05  HV-LAB-NAME                 PIC X(40).
           05  HV-HCPCS-CODE               PIC X(05).
           05  HV-REQUIRED-LEVEL           PIC X(01).
           05  HV-TERM-DATE                PIC 9(08).
           05  HV-TEST-DESC                PIC X(40).
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
               VALUE 'CLIA CERTIFICATE REFERENCE IMPORT REPORT'.
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
      * MAINLINE - LOAD THE CERTIFICATES, THEN THE TEST LEVELS         *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-CERTIFICATES
               THRU 2000-LOAD-CERTIFICATES-EXIT
           PERFORM 3000-LOAD-TEST-LEVELS
               THRU 3000-LOAD-TEST-LEVELS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS.     *
      * EITHER INPUT MAY BE OMITTED - CMS PUBLISHES THE TEST LIST LESS *
      * OFTEN THAN THE CERTIFICATE EXTRACT.                            *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT CLIA-CERT-FILE
           IF NOT CERT-OK
               DISPLAY 'HCCLIAIM - NO CLIACERT INPUT - SKIPPED'
               SET CERT-AT-EOF TO TRUE
           END-IF

           OPEN INPUT CLIA-TEST-FILE
           IF NOT TEST-OK
               DISPLAY 'HCCLIAIM - NO CLIATEST INPUT - SKIPPED'
               SET TEST-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT CLIA-IMPORT-RPT
           IF NOT CRPT-OK
               MOVE 'CLIA-IMPORT-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE CLIA-IMPORT-REC FROM WS-RPT-HEADER-1
           WRITE CLIA-IMPORT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO CLIA-IMPORT-REC
           WRITE CLIA-IMPORT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE CLIA-IMPORT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - LOAD THE CMS CLIA CERTIFICATE EXTRACT                   *
      *================================================================*
       2000-LOAD-CERTIFICATES.
           PERFORM UNTIL CERT-AT-EOF
               READ CLIA-CERT-FILE
                   AT END
                       SET CERT-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-CERTS-READ
                       PERFORM 2100-LOAD-ONE-CERTIFICATE
                           THRU 2100-LOAD-ONE-CERTIFICATE-EXIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-CERTIFICATES-EXIT.
           EXIT.

       2100-LOAD-ONE-CERTIFICATE.
      *----------------------------------------------------------------*
      * RESTATE AN EXISTING CERTIFICATE OR ADD A NEW ONE. A RENEWAL    *
      * ARRIVES UNDER THE SAME CLIA NUMBER WITH NEW DATES.             *
      *----------------------------------------------------------------*
           IF CC-CLIA-NUMBER = SPACES
              OR NOT CC-CERT-TYPE-VALID
              OR CC-EFFECTIVE-DATE NOT NUMERIC
              OR CC-EXPIRATION-DATE NOT NUMERIC
              OR CC-EXPIRATION-DATE < CC-EFFECTIVE-DATE
               ADD 1 TO WS-CTR-CERTS-REJECTED
               MOVE 'CERTIFICATE REJECTED' TO WS-RPT-LABEL
               STRING CC-CLIA-NUMBER ' TYPE ' CC-CERT-TYPE
                   ' INVALID NUMBER, TYPE OR DATES'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-LOAD-ONE-CERTIFICATE-EXIT
           END-IF

           MOVE CC-CLIA-NUMBER TO HV-CLIA-NUMBER
           MOVE CC-CERT-TYPE TO HV-CERT-TYPE
           MOVE CC-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE
           MOVE CC-EXPIRATION-DATE TO HV-EXPIRATION-DATE
           MOVE CC-LAB-NPI TO HV-LAB-NPI
           MOVE CC-LAB-NAME TO HV-LAB-NAME

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   CLIA_CERTIFICATE
               WHERE  CLIA_NUMBER = :HV-CLIA-NUMBER
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               EXEC SQL
                   UPDATE CLIA_CERTIFICATE
                   SET    CERT_TYPE = :HV-CERT-TYPE,
                          EFFECTIVE_DATE = :HV-EFFECTIVE-DATE,
                          EXPIRATION_DATE = :HV-EXPIRATION-DATE,
                          LAB_NPI = :HV-LAB-NPI,
                          LAB_NAME = :HV-LAB-NAME,
                          LOAD_DATE = :WS-CURR-DATE-8
                   WHERE  CLIA_NUMBER = :HV-CLIA-NUMBER
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-CERTS-RESTATED
               END-IF
           ELSE
               IF WS-SQLCODE = 0
                   EXEC SQL
                       INSERT INTO CLIA_CERTIFICATE
                       (CLIA_NUMBER, CERT_TYPE, EFFECTIVE_DATE,
                        EXPIRATION_DATE, LAB_NPI, LAB_NAME, LOAD_DATE)
                       VALUES
                       (:HV-CLIA-NUMBER, :HV-CERT-TYPE,
                        :HV-EFFECTIVE-DATE, :HV-EXPIRATION-DATE,
                        :HV-LAB-NPI, :HV-LAB-NAME, :WS-CURR-DATE-8)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-CERTS-ADDED
                   END-IF
               END-IF
           END-IF

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-CERTS-REJECTED
               MOVE 'CLIA CERTIFICATE LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       2100-LOAD-ONE-CERTIFICATE-EXIT.
           EXIT.

      *================================================================*
      * 3000 - LOAD THE TEST COMPLEXITY LIST                           *
      *================================================================*
       3000-LOAD-TEST-LEVELS.
           PERFORM UNTIL TEST-AT-EOF
               READ CLIA-TEST-FILE
                   AT END
                       SET TEST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-TESTS-READ
                       PERFORM 3100-LOAD-ONE-TEST
                           THRU 3100-LOAD-ONE-TEST-EXIT
               END-READ
           END-PERFORM
           .
       3000-LOAD-TEST-LEVELS-EXIT.
           EXIT.

       3100-LOAD-ONE-TEST.
      *----------------------------------------------------------------*
      * RESTATE OR ADD THE CERTIFICATE LEVEL ONE HCPCS REQUIRES. A     *
      * TEST RECLASSIFIED BY CMS ARRIVES WITH A NEW EFFECTIVE DATE AND *
      * IS KEPT AS A SEPARATE ROW SO OLDER DATES OF SERVICE STILL EDIT *
      * AGAINST THE LEVEL IN FORCE AT THE TIME.                        *
      *----------------------------------------------------------------*
           IF CT-HCPCS-CODE = SPACES
              OR NOT CT-LEVEL-VALID
              OR CT-EFFECTIVE-DATE NOT NUMERIC
              OR CT-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-CTR-TESTS-REJECTED
               MOVE 'TEST LEVEL REJECTED' TO WS-RPT-LABEL
               STRING CT-HCPCS-CODE ' LEVEL ' CT-REQUIRED-LEVEL
                   ' INVALID CODE, LEVEL OR DATES'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3100-LOAD-ONE-TEST-EXIT
           END-IF

           MOVE CT-HCPCS-CODE TO HV-HCPCS-CODE
           MOVE CT-REQUIRED-LEVEL TO HV-REQUIRED-LEVEL
           MOVE CT-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE
           MOVE CT-TERM-DATE TO HV-TERM-DATE
           MOVE CT-TEST-DESC TO HV-TEST-DESC

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   CLIA_TEST_LEVEL
               WHERE  HCPCS_CODE = :HV-HCPCS-CODE
               AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               EXEC SQL
                   UPDATE CLIA_TEST_LEVEL
                   SET    REQUIRED_LEVEL = :HV-REQUIRED-LEVEL,
                          TERM_DATE = :HV-TERM-DATE,
                          TEST_DESC = :HV-TEST-DESC,
                          LOAD_DATE = :WS-CURR-DATE-8
                   WHERE  HCPCS_CODE = :HV-HCPCS-CODE
                   AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-TESTS-RESTATED
               END-IF
           ELSE
               IF WS-SQLCODE = 0
                   EXEC SQL
                       INSERT INTO CLIA_TEST_LEVEL
                       (HCPCS_CODE, EFFECTIVE_DATE, TERM_DATE,
                        REQUIRED_LEVEL, TEST_DESC, LOAD_DATE)
                       VALUES
                       (:HV-HCPCS-CODE, :HV-EFFECTIVE-DATE,
                        :HV-TERM-DATE, :HV-REQUIRED-LEVEL,
                        :HV-TEST-DESC, :WS-CURR-DATE-8)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-TESTS-ADDED
                   END-IF
               END-IF
           END-IF

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-TESTS-REJECTED
               MOVE 'CLIA TEST LEVEL LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3100-LOAD-ONE-TEST-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCCLIAIM' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCCLIAIM - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCCLIAIM - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCCLIAIM - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'CERTIFICATES READ' TO WS-RPT-LABEL
           MOVE WS-CTR-CERTS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CERTIFICATES ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-CERTS-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CERTIFICATES RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-CERTS-RESTATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CERTIFICATES REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-CERTS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TEST LEVELS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-TESTS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TEST LEVELS ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-TESTS-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TEST LEVELS RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-TESTS-RESTATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TEST LEVELS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-TESTS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCCLIAIM - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'CERTIFICATES READ:  ' WS-CTR-CERTS-READ
           DISPLAY 'CERTS ADDED:        ' WS-CTR-CERTS-ADDED
           DISPLAY 'CERTS RESTATED:     ' WS-CTR-CERTS-RESTATED
           DISPLAY 'CERTS REJECTED:     ' WS-CTR-CERTS-REJECTED
           DISPLAY 'TEST LEVELS READ:   ' WS-CTR-TESTS-READ
           DISPLAY 'TESTS ADDED:        ' WS-CTR-TESTS-ADDED
           DISPLAY 'TESTS RESTATED:     ' WS-CTR-TESTS-RESTATED
           DISPLAY 'TESTS REJECTED:     ' WS-CTR-TESTS-REJECTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE CLIA-CERT-FILE
           CLOSE CLIA-TEST-FILE
           CLOSE CLIA-IMPORT-RPT
           .
