       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCORPIMP.
      *================================================================*
      * PROGRAM:     HCORPIMP                                          *
      * DESCRIPTION: OUT-OF-NETWORK REPRICING VENDOR RESPONSE IMPORT.  *
      *              READS THE REPRICING/NEGOTIATION VENDOR'S RETURNED *
      *              RESPONSES FOR THE NON-NSA OON CLAIMS HCCLMADJ     *
      *              HELD IN THE ORP PEND QUEUE (CPS-878) - LOADS THE  *
      *              AGREED ALLOWED AMOUNT, THE SAVINGS AND THE        *
      *              PERCENT-OF-SAVINGS VENDOR FEE ONTO THE CLAIM'S    *
      *              OON_REPRICE_REQUEST ROW AND FLAGS THE CLAIM FOR   *
      *              RE-ADJUDICATION SO IT PAYS AT THE AGREED AMOUNT.  *
      *              REQUESTS STILL UNANSWERED PAST THEIR RESPONSE     *
      *              DUE DATE AGE OFF AND THE CLAIM IS RELEASED BACK   *
      *              TO STANDARD OON PRICING.                          *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  ORPRESP  - VENDOR RESPONSE FILE (100 BYTE)       *
      * OUTPUT FILES: ORPIRPT  - IMPORT CONTROL REPORT                 *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 D.WASHINGTON INITIAL DEVELOPMENT                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRICE-RESPONSE-FILE
               ASSIGN TO ORPRESP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORPR-STATUS.

           SELECT REPRICE-IMPORT-RPT
               ASSIGN TO ORPIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORPI-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REPRICE-RESPONSE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPRICE-RESPONSE-REC.
           05  RR-CLAIM-ID                 PIC X(15).
           05  RR-RESPONSE-CODE            PIC X(01).
               88  RR-REPRICED             VALUE 'R'.
               88  RR-DECLINED             VALUE 'D'.
           05  RR-AGREED-ALLOWED           PIC 9(09)V99.
           05  RR-VENDOR-REF-NO            PIC X(20).
           05  RR-AGREEMENT-DATE           PIC 9(08).
           05  FILLER                      PIC X(45).

       FD  REPRICE-IMPORT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REPRICE-IMPORT-REC              PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ORPR-STATUS              PIC X(02).
               88  ORPR-OK                 VALUE '00'.
               88  ORPR-EOF                VALUE '10'.
           05  WS-ORPI-STATUS              PIC X(02).
               88  ORPI-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ORPR-EOF-SW              PIC X(01) VALUE 'N'.
               88  ORPR-AT-EOF             VALUE 'Y'.
           05  WS-AGED-CURSOR-SW           PIC X(01) VALUE 'N'.
               88  AGED-CURSOR-DONE        VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RESPONSES-READ       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-REPRICED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-DECLINED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RESPONSES-LATE       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RESPONSES-REJECTED   PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REQUESTS-AGED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REPRICE-SAVINGS      PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-CTR-VENDOR-FEES          PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CLAIM-SAVINGS            PIC S9(09)V99 COMP-3.
           05  WS-CLAIM-FEE                PIC S9(09)V99 COMP-3.
           05  WS-EDIT-SAVINGS             PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-FEE                 PIC ZZZ,ZZZ,ZZ9.99-.

       01  HV-REPRICE-VARS.
           05  HV-CLAIM-ID                 PIC X(15).
           05  HV-REQUEST-STATUS           PIC X(08).
           05  HV-RESPONSE-DUE-DATE        PIC 9(08).
           05  HV-TOTAL-CHARGES            PIC S9(09)V99.
           05  HV-VENDOR-FEE-PCT           PIC S9(03)V99.
           05  HV-AGREED-ALLOWED           PIC S9(09)V99.
           05  HV-SAVINGS-AMOUNT           PIC S9(09)V99.
           05  HV-VENDOR-FEE-AMOUNT        PIC S9(09)V99.
           05  HV-VENDOR-REF-NO            PIC X(20).

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
               VALUE 'OON REPRICING VENDOR RESPONSE IMPORT REPORT'.
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
      * MAINLINE - APPLY THE VENDOR RESPONSES, THEN AGE OFF THE        *
      * REQUESTS STILL UNANSWERED PAST THEIR DUE DATE                  *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-APPLY-RESPONSES
               THRU 2000-APPLY-RESPONSES-EXIT
           PERFORM 4000-AGE-OFF-REQUESTS
               THRU 4000-AGE-OFF-REQUESTS-EXIT
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

           OPEN INPUT REPRICE-RESPONSE-FILE
           IF NOT ORPR-OK
               MOVE 'REPRICE-RESPONSE-FILE OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT REPRICE-IMPORT-RPT
           IF NOT ORPI-OK
               MOVE 'REPRICE-IMPORT-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           EXEC SQL
               CONNECT TO :WS-SYB-SERVER
               USER :WS-SYB-USER
               USING :WS-SYB-PASSWORD
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               MOVE 'DATABASE CONNECT FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           SET WS-DB-CONNECTED TO TRUE

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           WRITE REPRICE-IMPORT-REC FROM WS-RPT-HEADER-1
           WRITE REPRICE-IMPORT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO REPRICE-IMPORT-REC
           WRITE REPRICE-IMPORT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE REPRICE-IMPORT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - APPLY THE VENDOR RESPONSE FILE                          *
      *================================================================*
       2000-APPLY-RESPONSES.
           PERFORM UNTIL ORPR-AT-EOF
               READ REPRICE-RESPONSE-FILE
                   AT END
                       SET ORPR-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-RESPONSES-READ
                       PERFORM 2100-APPLY-ONE-RESPONSE
                           THRU 2100-APPLY-ONE-RESPONSE-EXIT
               END-READ
           END-PERFORM
           .
       2000-APPLY-RESPONSES-EXIT.
           EXIT.

       2100-APPLY-ONE-RESPONSE.
      *----------------------------------------------------------------*
      * MATCH THE RESPONSE TO ITS OPEN REQUEST. A RESPONSE ARRIVING    *
      * AFTER THE AGREED RESPONSE WINDOW IS NOT APPLIED - THE REQUEST  *
      * AGES OFF AND THE CLAIM GOES BACK TO STANDARD PRICING.          *
      *----------------------------------------------------------------*
           MOVE RR-CLAIM-ID TO HV-CLAIM-ID

           EXEC SQL
               SELECT REQUEST_STATUS,
                      RESPONSE_DUE_DATE,
                      TOTAL_CHARGES,
                      ISNULL(VENDOR_FEE_PCT, 0)
               INTO   :HV-REQUEST-STATUS,
                      :HV-RESPONSE-DUE-DATE,
                      :HV-TOTAL-CHARGES,
                      :HV-VENDOR-FEE-PCT
               FROM   OON_REPRICE_REQUEST
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-RESPONSES-REJECTED
               MOVE 'RESPONSE REJECTED' TO WS-RPT-LABEL
               STRING RR-CLAIM-ID ' NO REPRICING REQUEST ON FILE'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-RESPONSE-EXIT
           END-IF

           IF HV-REQUEST-STATUS NOT = 'SENT'
               ADD 1 TO WS-CTR-RESPONSES-REJECTED
               MOVE 'RESPONSE REJECTED' TO WS-RPT-LABEL
               STRING RR-CLAIM-ID ' REQUEST ALREADY '
                   HV-REQUEST-STATUS
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-RESPONSE-EXIT
           END-IF

           IF WS-CURR-DATE-8 > HV-RESPONSE-DUE-DATE
               ADD 1 TO WS-CTR-RESPONSES-LATE
               PERFORM 4100-AGE-OFF-ONE-REQUEST
                   THRU 4100-AGE-OFF-ONE-REQUEST-EXIT
               GO TO 2100-APPLY-ONE-RESPONSE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RR-REPRICED
                   PERFORM 2200-APPLY-REPRICED-AMOUNT
                       THRU 2200-APPLY-REPRICED-AMOUNT-EXIT
               WHEN RR-DECLINED
                   PERFORM 2300-APPLY-DECLINE
                       THRU 2300-APPLY-DECLINE-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CTR-RESPONSES-REJECTED
                   MOVE 'RESPONSE REJECTED' TO WS-RPT-LABEL
                   STRING RR-CLAIM-ID ' INVALID RESPONSE CODE '
                       RR-RESPONSE-CODE
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1300-WRITE-DETAIL-LINE
           END-EVALUATE
           .
       2100-APPLY-ONE-RESPONSE-EXIT.
           EXIT.

       2200-APPLY-REPRICED-AMOUNT.
      *----------------------------------------------------------------*
      * LOAD THE AGREED ALLOWED. SAVINGS IS BILLED LESS AGREED; THE    *
      * VENDOR FEE IS THE AGREED PERCENT OF THOSE SAVINGS.             *
      *----------------------------------------------------------------*
           MOVE RR-AGREED-ALLOWED TO HV-AGREED-ALLOWED
           MOVE RR-VENDOR-REF-NO TO HV-VENDOR-REF-NO

           COMPUTE WS-CLAIM-SAVINGS =
               HV-TOTAL-CHARGES - HV-AGREED-ALLOWED
           IF WS-CLAIM-SAVINGS < 0
               MOVE +0 TO WS-CLAIM-SAVINGS
           END-IF
           COMPUTE WS-CLAIM-FEE ROUNDED =
               WS-CLAIM-SAVINGS * HV-VENDOR-FEE-PCT / 100
           MOVE WS-CLAIM-SAVINGS TO HV-SAVINGS-AMOUNT
           MOVE WS-CLAIM-FEE TO HV-VENDOR-FEE-AMOUNT

           EXEC SQL
               UPDATE OON_REPRICE_REQUEST
               SET    REQUEST_STATUS = 'REPRICED',
                      AGREED_ALLOWED = :HV-AGREED-ALLOWED,
                      SAVINGS_AMOUNT = :HV-SAVINGS-AMOUNT,
                      VENDOR_FEE_AMOUNT = :HV-VENDOR-FEE-AMOUNT,
                      VENDOR_REF_NO = :HV-VENDOR-REF-NO,
                      RESPONSE_DATE = :WS-CURR-DATE-8
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               MOVE 'REPRICE REQUEST UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2200-APPLY-REPRICED-AMOUNT-EXIT
           END-IF

           PERFORM 3000-RELEASE-CLAIM
               THRU 3000-RELEASE-CLAIM-EXIT

           ADD 1 TO WS-CTR-CLAIMS-REPRICED
           ADD WS-CLAIM-SAVINGS TO WS-CTR-REPRICE-SAVINGS
           ADD WS-CLAIM-FEE TO WS-CTR-VENDOR-FEES

           MOVE 'CLAIM REPRICED' TO WS-RPT-LABEL
           MOVE WS-CLAIM-SAVINGS TO WS-EDIT-SAVINGS
           MOVE WS-CLAIM-FEE TO WS-EDIT-FEE
           STRING RR-CLAIM-ID ' SAVINGS ' WS-EDIT-SAVINGS
               ' FEE ' WS-EDIT-FEE
               DELIMITED BY SIZE
               INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2200-APPLY-REPRICED-AMOUNT-EXIT.
           EXIT.

       2300-APPLY-DECLINE.
      *----------------------------------------------------------------*
      * THE VENDOR WOULD NOT NEGOTIATE THE CLAIM - NO FEE, AND THE     *
      * CLAIM PRICES AT STANDARD OON PERCENT OF CHARGE                 *
      *----------------------------------------------------------------*
           MOVE RR-VENDOR-REF-NO TO HV-VENDOR-REF-NO

           EXEC SQL
               UPDATE OON_REPRICE_REQUEST
               SET    REQUEST_STATUS = 'DECLINED',
                      VENDOR_REF_NO = :HV-VENDOR-REF-NO,
                      RESPONSE_DATE = :WS-CURR-DATE-8
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               MOVE 'REPRICE REQUEST UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2300-APPLY-DECLINE-EXIT
           END-IF

           PERFORM 3000-RELEASE-CLAIM
               THRU 3000-RELEASE-CLAIM-EXIT

           ADD 1 TO WS-CTR-CLAIMS-DECLINED
           MOVE 'CLAIM DECLINED BY VENDOR' TO WS-RPT-LABEL
           MOVE RR-CLAIM-ID TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2300-APPLY-DECLINE-EXIT.
           EXIT.

       3000-RELEASE-CLAIM.
      *----------------------------------------------------------------*
      * FLAG THE HELD CLAIM FOR RE-ADJUDICATION; HCCLMADJ READS THE    *
      * REQUEST STATUS TO DECIDE HOW IT PRICES                         *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CLAIM_HEADER
               SET    CLM_STATUS = 'RP',
                      CLM_SUB_STATUS = 'ORP',
                      CLM_LAST_UPD_DT = :WS-CURR-DATE-8,
                      CLM_LAST_UPD_USER = 'HCORPIMP'
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM HEADER RELEASE UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3000-RELEASE-CLAIM-EXIT.
           EXIT.

      *================================================================*
      * 4000 - AGE OFF REQUESTS UNANSWERED PAST THEIR DUE DATE         *
      *================================================================*
       4000-AGE-OFF-REQUESTS.
           EXEC SQL
               DECLARE AGED_REQUEST_CURSOR CURSOR FOR
               SELECT CLAIM_ID
               FROM   OON_REPRICE_REQUEST
               WHERE  REQUEST_STATUS = 'SENT'
               AND    RESPONSE_DUE_DATE < :WS-CURR-DATE-8
           END-EXEC

           EXEC SQL
               OPEN AGED_REQUEST_CURSOR
           END-EXEC

           PERFORM UNTIL AGED-CURSOR-DONE
               EXEC SQL
                   FETCH AGED_REQUEST_CURSOR
                   INTO   :HV-CLAIM-ID
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 4100-AGE-OFF-ONE-REQUEST
                       THRU 4100-AGE-OFF-ONE-REQUEST-EXIT
               ELSE
                   SET AGED-CURSOR-DONE TO TRUE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE AGED_REQUEST_CURSOR
           END-EXEC
           .
       4000-AGE-OFF-REQUESTS-EXIT.
           EXIT.

       4100-AGE-OFF-ONE-REQUEST.
      *----------------------------------------------------------------*
      * CLOSE THE REQUEST AS AGED AND RELEASE THE CLAIM BACK TO        *
      * STANDARD PRICING                                               *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE OON_REPRICE_REQUEST
               SET    REQUEST_STATUS = 'AGED',
                      CLOSED_DATE = :WS-CURR-DATE-8
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    REQUEST_STATUS = 'SENT'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               MOVE 'REPRICE REQUEST AGE-OFF FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4100-AGE-OFF-ONE-REQUEST-EXIT
           END-IF

           PERFORM 3000-RELEASE-CLAIM
               THRU 3000-RELEASE-CLAIM-EXIT

           ADD 1 TO WS-CTR-REQUESTS-AGED
           MOVE 'REQUEST AGED OFF' TO WS-RPT-LABEL
           MOVE HV-CLAIM-ID TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       4100-AGE-OFF-ONE-REQUEST-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCORPIMP' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCORPIMP - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCORPIMP - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCORPIMP - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'RESPONSES READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RESPONSES-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS REPRICED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-REPRICED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS DECLINED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-DECLINED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'LATE RESPONSES' TO WS-RPT-LABEL
           MOVE WS-CTR-RESPONSES-LATE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RESPONSES REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-RESPONSES-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'REQUESTS AGED OFF' TO WS-RPT-LABEL
           MOVE WS-CTR-REQUESTS-AGED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL REPRICING SAVINGS' TO WS-RPT-LABEL
           MOVE WS-CTR-REPRICE-SAVINGS TO WS-EDIT-SAVINGS
           MOVE WS-EDIT-SAVINGS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL VENDOR FEES' TO WS-RPT-LABEL
           MOVE WS-CTR-VENDOR-FEES TO WS-EDIT-FEE
           MOVE WS-EDIT-FEE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCORPIMP - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RESPONSES READ:     ' WS-CTR-RESPONSES-READ
           DISPLAY 'CLAIMS REPRICED:    ' WS-CTR-CLAIMS-REPRICED
           DISPLAY 'CLAIMS DECLINED:    ' WS-CTR-CLAIMS-DECLINED
           DISPLAY 'LATE RESPONSES:     ' WS-CTR-RESPONSES-LATE
           DISPLAY 'RESPONSES REJECTED: ' WS-CTR-RESPONSES-REJECTED
           DISPLAY 'REQUESTS AGED OFF:  ' WS-CTR-REQUESTS-AGED
           DISPLAY 'REPRICING SAVINGS:  ' WS-CTR-REPRICE-SAVINGS
           DISPLAY 'VENDOR FEES:        ' WS-CTR-VENDOR-FEES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE REPRICE-RESPONSE-FILE
           CLOSE REPRICE-IMPORT-RPT
           .
