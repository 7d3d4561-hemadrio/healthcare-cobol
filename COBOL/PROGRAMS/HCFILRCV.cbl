       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCFILRCV.
      *================================================================*
      * PROGRAM:     HCFILRCV                                          *
      * DESCRIPTION: INBOUND FILE RECEIPT REGISTRY FOR THE NON-EDI     *
      *              FEEDS. HC834BAL GUARDS THE 834 AND THE TRADING    *
      *              PARTNER MASTER GUARDS X12 INTERCHANGES; THE OTHER *
      *              INBOUND FILES HAD NO DUPLICATE, SEQUENCE OR       *
      *              COMPLETENESS CHECK AND A STATE MEDICAID FILE WAS  *
      *              LOADED TWICE. THIS STEP RUNS AHEAD OF THE         *
      *              CONSUMING PROGRAM:                                *
      *                                                                *
      *              FUNCTION R (REGISTER) - READS THE INBOUND FILE ON *
      *              FRCINPT, COUNTS ITS RECORDS, TAKES A HASH TOTAL   *
      *              OF THE FEED'S HASH FIELD AND A CONTENT CHECKSUM   *
      *              OVER EVERY BYTE, AND RECORDS THE RECEIPT ON       *
      *              FILE_RECEIPT_LOG WITH THE SOURCE, CREATION DATE   *
      *              AND SEQUENCE NUMBER FROM THE TRANSMITTAL CARD.    *
      *              THE FILE IS REJECTED (STEP RC 8, CONSUMER STEP    *
      *              BYPASSED) WHEN IT:                                *
      *                - IS NOT A FEED DEFINED ON INBOUND_FEED         *
      *                - IS EMPTY, HAS RECORDS OF THE WRONG LENGTH, OR *
      *                  DOES NOT BALANCE TO THE SENDER'S COUNT/HASH   *
      *                - IS AN EXACT DUPLICATE OF A FILE ALREADY       *
      *                  ACCEPTED (SAME COUNT, HASH AND CHECKSUM, OR   *
      *                  THE SAME SEQUENCE NUMBER)                     *
      *                - IS OUT OF SEQUENCE (NOT THE NEXT SEQUENCE     *
      *                  NUMBER, OR CREATED BEFORE THE LAST FILE       *
      *                  ACCEPTED FOR AN UNSEQUENCED FEED)             *
      *              A DUPLICATE OR SEQUENCE REJECT CAN BE OVERRIDDEN  *
      *              FOR A DELIBERATE RELOAD BY PUTTING THE OPERATOR   *
      *              ID ON THE CARD (STEP RC 4, LOGGED AS STATUS O).   *
      *                                                                *
      *              FUNCTION M (MONITOR) - RUN ON THE SCHEDULER AFTER *
      *              THE CUTOFFS. EVERY ACTIVE DAILY, BUSINESS-DAY OR  *
      *              MONTHLY FEED WHOSE CUTOFF HAS PASSED WITHOUT AN   *
      *              ACCEPTED RECEIPT FOR THE PERIOD IS ALERTED (STEP  *
      *              RC 4). QUARTERLY, ANNUAL AND ON-REQUEST FEEDS     *
      *              (CMS NCCI/MUE AND RVU RELEASES) ARE REGISTERED    *
      *              BUT NOT MONITORED.                                *
      *                                                                *
      *              REJECTS AND ALERTS ARE ALSO WRITTEN IN THE COMMON *
      *              EXCPTIN LAYOUT FOR HCEXCREP TO LOAD.              *
      *                                                                *
      *              FEEDS (INBOUND_FEED.FEED_ID - DD - CONSUMER):     *
      *                BNKCLR   BNKCLR   HCBNKREC  BANK CLEARED CHECKS *
      *                ACHRET   ACHRETIN HCACHRET  ACH RETURNS         *
      *                DMF      DMFIN    HCDMFMAT  DEATH MASTER FILE   *
      *                STMCDELG STMCDELG HCMCDMTC  STATE MEDICAID ELIG *
      *                HOSPNTC  HOSPNTC  HCHOSPEL  HOSPICE NOTICES     *
      *                BHVEND   BHVENDIN HCBHIMP   BH VENDOR CLAIMS    *
      *                AUDFIND  AUDFIND  HCAUDIMP  AUDIT VENDOR        *
      *                PBMACCUM PBMIMPT  HCPBMSYN  PBM ACCUMULATORS    *
      *                CMSNCCI  CMSNCCI  HCEDITMT  CMS NCCI PTP EDITS  *
      *                CMSMUE   CMSMUE   HCEDITMT  CMS MUE THRESHOLDS  *
      *                CMSRVU   CMSRVUIN HCRVULOD  CMS PFS RVU RELEASE *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  FRCCTRL  - TRANSMITTAL / FUNCTION CARD (80)      *
      *               FRCINPT  - THE INBOUND FILE (FUNCTION R)         *
      * OUTPUT FILES: FRCEXCP  - REJECTS AND ALERTS, EXCPTIN LAYOUT    *
      *               FRCRPT   - RECEIPT / MONITOR REPORT              *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 DHOLT    INITIAL DEVELOPMENT                        *
      * 2026-10-15 DHOLT    MONTHLY DUE DAY 29-31 NOW FALLS DUE ON THE *
      *                     LAST DAY OF A SHORTER MONTH                *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRC-CONTROL-CARD
               ASSIGN TO FRCCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.

           SELECT FRC-INBOUND-FILE
               ASSIGN TO FRCINPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FINP-STATUS.

           SELECT FRC-EXCEPTION-FILE
               ASSIGN TO FRCEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEXC-STATUS.

           SELECT FRC-RECEIPT-RPT
               ASSIGN TO FRCRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * TRANSMITTAL CARD. FOR FUNCTION R THE FILE TRANSFER JOB BUILDS  *
      * IT FROM THE SENDER'S MANIFEST; BLANK FIELDS ARE NOT SUPPLIED   *
      * (CREATION DATE DEFAULTS TO TODAY). FUNCTION M NEEDS ONLY THE   *
      * FUNCTION CODE.                                                 *
      *----------------------------------------------------------------*
       FD  FRC-CONTROL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRC-CONTROL-CARD-REC.
           05  FC-FUNCTION                 PIC X(01).
               88  FC-REGISTER             VALUE 'R'.
               88  FC-MONITOR              VALUE 'M'.
           05  FILLER                      PIC X(01).
           05  FC-FEED-ID                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  FC-CREATION-DATE            PIC X(08).
           05  FILLER                      PIC X(01).
           05  FC-SEQUENCE-NO              PIC X(06).
           05  FILLER                      PIC X(01).
           05  FC-SENDER-COUNT             PIC X(09).
           05  FILLER                      PIC X(01).
           05  FC-SENDER-HASH              PIC X(15).
           05  FILLER                      PIC X(01).
           05  FC-OVERRIDE-USER            PIC X(08).
           05  FILLER                      PIC X(19).

      *----------------------------------------------------------------*
      * ANY INBOUND FEED. THE RECORD LENGTH COMES FROM THE DD; IT IS   *
      * CHECKED AGAINST INBOUND_FEED.RECORD_LENGTH.                    *
      *----------------------------------------------------------------*
       FD  FRC-INBOUND-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD IS VARYING IN SIZE FROM 1 TO 500 CHARACTERS
               DEPENDING ON WS-INB-REC-LEN
           LABEL RECORDS ARE STANDARD.
       01  FRC-INBOUND-REC                 PIC X(500).

      *----------------------------------------------------------------*
      * REJECTS AND ALERTS IN THE COMMON EXCPTIN LAYOUT HCEXCREP LOADS *
      *----------------------------------------------------------------*
       FD  FRC-EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRC-EXCEPTION-REC.
           05  EX-PROGRAM                  PIC X(08).
           05  EX-PARAGRAPH                PIC X(30).
           05  EX-SEVERITY                 PIC X(01).
           05  EX-ERROR-CODE               PIC X(08).
           05  EX-CLAIM-KEY                PIC X(20).
           05  EX-MEMBER-ID                PIC X(12).
           05  EX-PROVIDER-NPI             PIC X(10).
           05  EX-MESSAGE                  PIC X(80).
           05  EX-TIMESTAMP                PIC X(26).
           05  FILLER                      PIC X(55).

       FD  FRC-RECEIPT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FRC-RECEIPT-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       COPY CPYSQLCA.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-FCTL-STATUS              PIC X(02).
               88  FCTL-OK                 VALUE '00'.
           05  WS-FINP-STATUS              PIC X(02).
               88  FINP-OK                 VALUE '00'.
               88  FINP-EOF                VALUE '10'.
           05  WS-FEXC-STATUS              PIC X(02).
               88  FEXC-OK                 VALUE '00'.
           05  WS-FRPT-STATUS              PIC X(02).
               88  FRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-INB-EOF-SW               PIC X(01) VALUE 'N'.
               88  INBOUND-AT-EOF          VALUE 'Y'.
      *--- A DUPLICATE OR SEQUENCE REJECT MAY BE OVERRIDDEN; A FILE  ---
      *--- THAT IS EMPTY, MALFORMED OR OUT OF BALANCE MAY NOT        ---
           05  WS-OVERRIDABLE-SW           PIC X(01) VALUE 'N'.
               88  REJECT-OVERRIDABLE      VALUE 'Y'.

       01  WS-HOST-VARIABLES.
           05  HV-FEED-ID                  PIC X(08).
           05  HV-FEED-NAME                PIC X(40).
           05  HV-CONSUMER-PROGRAM         PIC X(08).
      *--- D DAILY, B BUSINESS DAY (MON-FRI), M MONTHLY BY DUE_DAY,  ---
      *--- Q QUARTERLY, A ANNUAL, X ON REQUEST                       ---
           05  HV-FREQUENCY                PIC X(01).
           05  HV-DUE-DAY                  PIC S9(02).
           05  HV-CUTOFF-TIME              PIC S9(04).
           05  HV-SEQUENCE-REQUIRED        PIC X(01).
           05  HV-RECORD-LENGTH            PIC S9(04).
           05  HV-HASH-START               PIC S9(04).
           05  HV-HASH-LENGTH              PIC S9(04).
           05  HV-EMPTY-ALLOWED            PIC X(01).
           05  HV-ACTIVE-FLAG              PIC X(01).
           05  HV-RECEIPT-DATE             PIC 9(08).
           05  HV-RECEIPT-TIME             PIC 9(06).
           05  HV-CREATION-DATE            PIC 9(08).
           05  HV-SEQUENCE-NO              PIC S9(06).
           05  HV-RECORD-COUNT             PIC S9(09).
           05  HV-HASH-TOTAL               PIC S9(15).
           05  HV-CONTENT-CHECKSUM         PIC S9(15).
           05  HV-RECEIPT-STATUS           PIC X(01).
           05  HV-REJECT-REASON            PIC X(60).
           05  HV-OVERRIDE-USER            PIC X(08).
           05  HV-TIMESTAMP                PIC X(26).
           05  HV-LAST-SEQUENCE            PIC S9(06).
           05  HV-LAST-CREATION            PIC 9(08).
           05  HV-LAST-RECEIPT-DATE        PIC 9(08).
           05  HV-PERIOD-START             PIC 9(08).
           05  HV-MATCH-COUNT              PIC S9(09).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-LENGTH-ERRORS        PIC 9(09) VALUE 0.
           05  WS-CTR-HASH-NONNUMERIC      PIC 9(09) VALUE 0.
           05  WS-CTR-FEEDS-CHECKED        PIC 9(05) VALUE 0.
           05  WS-CTR-FEEDS-RECEIVED       PIC 9(05) VALUE 0.
           05  WS-CTR-FEEDS-NOT-DUE        PIC 9(05) VALUE 0.
           05  WS-CTR-FEEDS-MISSING        PIC 9(05) VALUE 0.
           05  WS-CTR-EXCEPTIONS           PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-STEP-RC                  PIC 9(02) VALUE 0.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-CCYY            PIC 9(04).
               10  WS-CURR-MM              PIC 9(02).
               10  WS-CURR-DD              PIC 9(02).
           05  WS-CURR-TIME-6              PIC 9(06).
           05  WS-CURR-TIME-R REDEFINES WS-CURR-TIME-6.
               10  WS-CURR-HHMM            PIC 9(04).
               10  FILLER                  PIC 9(02).
           05  WS-DAY-OF-WEEK              PIC 9(01).
           05  WS-MONTH-LAST-DD            PIC 9(02).
           05  WS-LEAP-QUOT                PIC 9(04).
           05  WS-LEAP-REM                 PIC 9(03).
           05  WS-INB-REC-LEN              PIC 9(04) COMP.
           05  WS-BYTE-SUB                 PIC 9(04) COMP.
           05  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
           05  WS-HASH-ACCUM               PIC 9(18) VALUE 0.
           05  WS-HASH-TOTAL               PIC 9(15) VALUE 0.
      *--- ROLLING CHECKSUM: EACH BYTE FOLDED IN AS SUM * 31 + BYTE, ---
      *--- KEPT BELOW THE PRIME 999,999,999,989                      ---
           05  WS-CHECKSUM                 PIC 9(15) VALUE 0.
           05  WS-CHECKSUM-QUOT            PIC 9(15).
           05  WS-CHECKSUM-PRIME           PIC 9(15)
                                           VALUE 999999999989.
           05  WS-SENDER-COUNT             PIC 9(09).
           05  WS-SENDER-HASH              PIC 9(15).
           05  WS-EXPECTED-SEQUENCE        PIC 9(06).
           05  WS-REJECT-CODE              PIC X(08) VALUE SPACES.
           05  WS-REJECT-REASON            PIC X(60) VALUE SPACES.
           05  WS-RESULT-TEXT              PIC X(30).
           05  WS-MONITOR-STATUS           PIC X(12).
           05  WS-DUE-TEXT                 PIC X(10).
           05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-HASH                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-SEQ                 PIC ZZZZZ9.
           05  WS-EDIT-DAY                 PIC Z9.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.

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
               VALUE 'INBOUND FILE RECEIPT REGISTRY'.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO              PIC Z,ZZ9.
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-RPT-VALUE-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RVL-LABEL                PIC X(30).
           05  WS-RVL-VALUE                PIC X(70).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-RPT-MONITOR-HDR.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE 'FEED'.
           05  FILLER                      PIC X(41) VALUE 'FEED NAME'.
           05  FILLER                      PIC X(09) VALUE 'CONSUMER'.
           05  FILLER                      PIC X(11) VALUE 'DUE'.
           05  FILLER                      PIC X(07) VALUE 'CUTOFF'.
           05  FILLER                      PIC X(11) VALUE 'LAST RCVD'.
           05  FILLER                      PIC X(12) VALUE 'STATUS'.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-RPT-MONITOR-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RML-FEED-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RML-FEED-NAME            PIC X(40).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RML-CONSUMER             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RML-DUE                  PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RML-CUTOFF-HH            PIC 9(02).
           05  FILLER                      PIC X(01) VALUE ':'.
           05  WS-RML-CUTOFF-MM            PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RML-LAST-RCVD            PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RML-STATUS               PIC X(12).
           05  FILLER                      PIC X(32) VALUE SPACES.

       COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - REGISTER ONE INBOUND FILE OR MONITOR THE CUTOFFS    *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           IF FC-MONITOR
               PERFORM 3000-MONITOR-FEEDS
           ELSE
               PERFORM 2000-REGISTER-FILE
                   THRU 2000-REGISTER-FILE-EXIT
           END-IF
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * READ THE CARD, OPEN THE FILES, CONNECT                         *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURR-TIME-6

           OPEN INPUT FRC-CONTROL-CARD
           IF NOT FCTL-OK
               MOVE 'FRC-CONTROL-CARD OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ FRC-CONTROL-CARD
           IF NOT FCTL-OK
               MOVE 'FRCCTRL CARD MISSING' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE FRC-CONTROL-CARD

           IF NOT FC-REGISTER AND NOT FC-MONITOR
               MOVE 'FRCCTRL FUNCTION MUST BE R OR M' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT FRC-RECEIPT-RPT
           IF NOT FRPT-OK
               MOVE 'FRC-RECEIPT-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT FRC-EXCEPTION-FILE
           IF NOT FEXC-OK
               MOVE 'FRC-EXCEPTION-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1050-CONNECT-DATABASE
           PERFORM 1200-WRITE-REPORT-HEADERS
           .

       1050-CONNECT-DATABASE.
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
           MOVE 'C' TO WS-DB-CONN-STATUS

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           DISPLAY 'HCFILRCV - DATABASE CONNECTION ESTABLISHED'
           .

       1200-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE FRC-RECEIPT-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE FRC-RECEIPT-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO FRC-RECEIPT-RPT-REC
           WRITE FRC-RECEIPT-RPT-REC
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       1300-WRITE-REPORT-LINE.
      *----------------------------------------------------------------*
      * WRITE THE LINE IN FRC-RECEIPT-RPT-REC, PAGING AS NEEDED        *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE FRC-RECEIPT-RPT-REC TO WS-ERR-MESSAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               MOVE WS-ERR-MESSAGE TO FRC-RECEIPT-RPT-REC
           END-IF
           WRITE FRC-RECEIPT-RPT-REC
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       1400-WRITE-VALUE-LINE.
      *----------------------------------------------------------------*
      * ONE LABEL / VALUE LINE OF THE RECEIPT REPORT                   *
      *----------------------------------------------------------------*
           MOVE WS-RPT-VALUE-LINE TO FRC-RECEIPT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RVL-VALUE
           .

      *================================================================*
      * 2000 - FUNCTION R: EDIT AND REGISTER ONE INBOUND FILE. EACH    *
      * CHECK RUNS ONLY WHILE THE FILE IS STILL CLEAN; THE FIRST       *
      * FAILURE DECIDES THE REJECT REASON.                             *
      *================================================================*
       2000-REGISTER-FILE.
           MOVE FC-FEED-ID TO HV-FEED-ID
           MOVE WS-CURR-DATE-8 TO HV-CREATION-DATE
           IF FC-CREATION-DATE IS NUMERIC
              AND FC-CREATION-DATE > '19000101'
               MOVE FC-CREATION-DATE TO HV-CREATION-DATE
           END-IF
           MOVE 0 TO HV-SEQUENCE-NO
           IF FC-SEQUENCE-NO IS NUMERIC
               MOVE FC-SEQUENCE-NO TO HV-SEQUENCE-NO
           END-IF

           PERFORM 2100-LOAD-FEED-DEFINITION
           IF WS-REJECT-CODE = SPACES
               PERFORM 2200-READ-INBOUND-FILE
           END-IF
           IF WS-REJECT-CODE = SPACES
               PERFORM 2300-EDIT-COMPLETENESS
           END-IF
           IF WS-REJECT-CODE = SPACES
               PERFORM 2400-CHECK-DUPLICATE
           END-IF
           IF WS-REJECT-CODE = SPACES
               PERFORM 2500-CHECK-SEQUENCE
           END-IF

           PERFORM 2800-RECORD-RECEIPT
           .
       2000-REGISTER-FILE-EXIT.
           EXIT.

       2100-LOAD-FEED-DEFINITION.
      *----------------------------------------------------------------*
      * THE FEED MUST BE DEFINED AND ACTIVE ON INBOUND_FEED            *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT FEED_NAME, CONSUMER_PROGRAM, FREQUENCY,
                      ISNULL(DUE_DAY, 0), ISNULL(CUTOFF_TIME, 0),
                      SEQUENCE_REQUIRED, ISNULL(RECORD_LENGTH, 0),
                      ISNULL(HASH_START, 0), ISNULL(HASH_LENGTH, 0),
                      EMPTY_ALLOWED, ACTIVE_FLAG
               INTO   :HV-FEED-NAME, :HV-CONSUMER-PROGRAM,
                      :HV-FREQUENCY, :HV-DUE-DAY, :HV-CUTOFF-TIME,
                      :HV-SEQUENCE-REQUIRED, :HV-RECORD-LENGTH,
                      :HV-HASH-START, :HV-HASH-LENGTH,
                      :HV-EMPTY-ALLOWED, :HV-ACTIVE-FLAG
               FROM   INBOUND_FEED
               WHERE  FEED_ID = :HV-FEED-ID
           END-EXEC

           EVALUATE TRUE
               WHEN WS-SQLCODE = 100
                   MOVE SPACES TO HV-FEED-NAME HV-CONSUMER-PROGRAM
                   MOVE 'FR-UNDEF' TO WS-REJECT-CODE
                   MOVE 'FEED NOT DEFINED ON INBOUND_FEED'
                       TO WS-REJECT-REASON
               WHEN WS-SQLCODE NOT = 0
                   MOVE 'INBOUND_FEED SELECT FAILED' TO WS-ERR-MESSAGE
                   MOVE 'F' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               WHEN HV-ACTIVE-FLAG NOT = 'Y'
                   MOVE 'FR-UNDEF' TO WS-REJECT-CODE
                   MOVE 'FEED IS INACTIVE ON INBOUND_FEED'
                       TO WS-REJECT-REASON
           END-EVALUATE

      *--- A HASH FIELD THAT DOES NOT FIT THE RECORD IS IGNORED ---
           IF HV-HASH-LENGTH > 15
              OR HV-HASH-START < 1
              OR HV-HASH-START + HV-HASH-LENGTH - 1 > 500
               MOVE 0 TO HV-HASH-START
               MOVE 0 TO HV-HASH-LENGTH
           END-IF
           .

       2200-READ-INBOUND-FILE.
      *----------------------------------------------------------------*
      * COUNT, HASH AND CHECKSUM THE WHOLE FILE                        *
      *----------------------------------------------------------------*
           OPEN INPUT FRC-INBOUND-FILE
           IF NOT FINP-OK
               MOVE 'FR-BAL' TO WS-REJECT-CODE
               STRING 'INBOUND FILE COULD NOT BE OPENED - STATUS '
                   WS-FINP-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
           ELSE
               PERFORM UNTIL INBOUND-AT-EOF
                   READ FRC-INBOUND-FILE
                       AT END
                           SET INBOUND-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-ACCUMULATE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FRC-INBOUND-FILE
           END-IF

      *--- THE HASH TOTAL KEEPS ITS LOW-ORDER 15 DIGITS ---
           MOVE WS-HASH-ACCUM TO WS-HASH-TOTAL
           .

       2210-ACCUMULATE-RECORD.
           ADD 1 TO WS-RECORD-COUNT

           IF HV-RECORD-LENGTH > 0
              AND WS-INB-REC-LEN NOT = HV-RECORD-LENGTH
               ADD 1 TO WS-CTR-LENGTH-ERRORS
           END-IF

           IF HV-HASH-LENGTH > 0
               IF FRC-INBOUND-REC(HV-HASH-START:HV-HASH-LENGTH)
                   IS NUMERIC
                   COMPUTE WS-HASH-ACCUM = WS-HASH-ACCUM +
                       FUNCTION NUMVAL(FRC-INBOUND-REC
                           (HV-HASH-START:HV-HASH-LENGTH))
               ELSE
                   ADD 1 TO WS-CTR-HASH-NONNUMERIC
               END-IF
           END-IF

           PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > WS-INB-REC-LEN
               COMPUTE WS-CHECKSUM = WS-CHECKSUM * 31 +
                   FUNCTION ORD(FRC-INBOUND-REC(WS-BYTE-SUB:1))
               DIVIDE WS-CHECKSUM BY WS-CHECKSUM-PRIME
                   GIVING WS-CHECKSUM-QUOT
                   REMAINDER WS-CHECKSUM
           END-PERFORM
           .

       2300-EDIT-COMPLETENESS.
      *----------------------------------------------------------------*
      * EMPTY, MALFORMED, OR OUT OF BALANCE TO THE SENDER'S CONTROLS   *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-RECORD-COUNT = 0 AND HV-EMPTY-ALLOWED NOT = 'Y'
                   MOVE 'FR-BAL' TO WS-REJECT-CODE
                   MOVE 'EMPTY FILE - FEED DOES NOT ALLOW EMPTY FILES'
                       TO WS-REJECT-REASON
               WHEN WS-CTR-LENGTH-ERRORS > 0
                   MOVE 'FR-BAL' TO WS-REJECT-CODE
                   MOVE 'RECORD LENGTH NOT AS DEFINED ON INBOUND_FEED'
                       TO WS-REJECT-REASON
               WHEN FC-SENDER-COUNT IS NUMERIC
                    AND FC-SENDER-COUNT NOT = WS-RECORD-COUNT
                   MOVE 'FR-BAL' TO WS-REJECT-CODE
                   MOVE FC-SENDER-COUNT TO WS-SENDER-COUNT
                   MOVE WS-SENDER-COUNT TO WS-EDIT-COUNT
                   STRING 'INCOMPLETE - SENDER COUNT ' WS-EDIT-COUNT
                       ' NOT EQUAL TO RECORDS RECEIVED'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               WHEN FC-SENDER-HASH IS NUMERIC
                    AND FC-SENDER-HASH NOT = WS-HASH-TOTAL
                   MOVE 'FR-BAL' TO WS-REJECT-CODE
                   MOVE 'INCOMPLETE - SENDER HASH TOTAL OUT OF BALANCE'
                       TO WS-REJECT-REASON
           END-EVALUATE
           .

       2400-CHECK-DUPLICATE.
      *----------------------------------------------------------------*
      * AN EXACT DUPLICATE OF A FILE ALREADY ACCEPTED: SAME COUNT,     *
      * HASH AND CHECKSUM, OR A SEQUENCE NUMBER ALREADY ACCEPTED       *
      *----------------------------------------------------------------*
           MOVE WS-RECORD-COUNT TO HV-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO HV-HASH-TOTAL
           MOVE WS-CHECKSUM TO HV-CONTENT-CHECKSUM
           MOVE 0 TO HV-MATCH-COUNT

           EXEC SQL
               SELECT COUNT(*), ISNULL(MAX(RECEIPT_DATE), 0)
               INTO   :HV-MATCH-COUNT, :HV-LAST-RECEIPT-DATE
               FROM   FILE_RECEIPT_LOG
               WHERE  FEED_ID = :HV-FEED-ID
               AND    RECEIPT_STATUS IN ('A', 'O')
               AND    RECORD_COUNT = :HV-RECORD-COUNT
               AND    HASH_TOTAL = :HV-HASH-TOTAL
               AND    CONTENT_CHECKSUM = :HV-CONTENT-CHECKSUM
           END-EXEC
           IF WS-SQLCODE = 0 AND HV-MATCH-COUNT > 0
               MOVE 'FR-DUP' TO WS-REJECT-CODE
               STRING 'DUPLICATE - SAME CONTENT ACCEPTED ON '
                   HV-LAST-RECEIPT-DATE
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               SET REJECT-OVERRIDABLE TO TRUE
               GO TO 2400-CHECK-DUPLICATE-EXIT
           END-IF

           IF HV-SEQUENCE-NO > 0
               MOVE 0 TO HV-MATCH-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-MATCH-COUNT
                   FROM   FILE_RECEIPT_LOG
                   WHERE  FEED_ID = :HV-FEED-ID
                   AND    RECEIPT_STATUS IN ('A', 'O')
                   AND    SEQUENCE_NO = :HV-SEQUENCE-NO
               END-EXEC
               IF WS-SQLCODE = 0 AND HV-MATCH-COUNT > 0
                   MOVE 'FR-DUP' TO WS-REJECT-CODE
                   MOVE HV-SEQUENCE-NO TO WS-EDIT-SEQ
                   STRING 'DUPLICATE - SEQUENCE ' WS-EDIT-SEQ
                       ' ALREADY ACCEPTED'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   SET REJECT-OVERRIDABLE TO TRUE
               END-IF
           END-IF
           .
       2400-CHECK-DUPLICATE-EXIT.
           EXIT.

       2500-CHECK-SEQUENCE.
      *----------------------------------------------------------------*
      * A SEQUENCED FEED MUST SEND THE NEXT NUMBER AFTER THE LAST      *
      * ACCEPTED FILE (999999 WRAPS TO 1); AN UNSEQUENCED FEED MAY NOT *
      * SEND A FILE CREATED BEFORE THE LAST ONE ACCEPTED. THE FIRST    *
      * FILE EVER RECEIVED FOR A FEED STARTS ITS SEQUENCE.             *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-MATCH-COUNT
           MOVE 0 TO HV-LAST-SEQUENCE
           MOVE 0 TO HV-LAST-CREATION
           EXEC SQL
               SELECT COUNT(*), ISNULL(MAX(CREATION_DATE), 0)
               INTO   :HV-MATCH-COUNT, :HV-LAST-CREATION
               FROM   FILE_RECEIPT_LOG
               WHERE  FEED_ID = :HV-FEED-ID
               AND    RECEIPT_STATUS IN ('A', 'O')
           END-EXEC
           IF WS-SQLCODE NOT = 0 OR HV-MATCH-COUNT = 0
               IF HV-SEQUENCE-REQUIRED = 'Y' AND HV-SEQUENCE-NO = 0
                   MOVE 'FR-SEQ' TO WS-REJECT-CODE
                   MOVE 'SEQUENCE NUMBER NOT SUPPLIED'
                       TO WS-REJECT-REASON
               END-IF
               GO TO 2500-CHECK-SEQUENCE-EXIT
           END-IF

           IF HV-SEQUENCE-REQUIRED NOT = 'Y'
               IF HV-CREATION-DATE < HV-LAST-CREATION
                   MOVE 'FR-SEQ' TO WS-REJECT-CODE
                   STRING 'OUT OF SEQUENCE - CREATED BEFORE FILE OF '
                       HV-LAST-CREATION
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
                   SET REJECT-OVERRIDABLE TO TRUE
               END-IF
               GO TO 2500-CHECK-SEQUENCE-EXIT
           END-IF

           IF HV-SEQUENCE-NO = 0
               MOVE 'FR-SEQ' TO WS-REJECT-CODE
               MOVE 'SEQUENCE NUMBER NOT SUPPLIED' TO WS-REJECT-REASON
               GO TO 2500-CHECK-SEQUENCE-EXIT
           END-IF

      *--- THE LAST SEQUENCE IS THE ONE ON THE LATEST ACCEPTED FILE ---
           EXEC SQL
               SELECT ISNULL(MAX(SEQUENCE_NO), 0)
               INTO   :HV-LAST-SEQUENCE
               FROM   FILE_RECEIPT_LOG
               WHERE  FEED_ID = :HV-FEED-ID
               AND    RECEIPT_STATUS IN ('A', 'O')
               AND    CREATE_TIMESTAMP =
                      (SELECT MAX(CREATE_TIMESTAMP)
                       FROM   FILE_RECEIPT_LOG
                       WHERE  FEED_ID = :HV-FEED-ID
                       AND    RECEIPT_STATUS IN ('A', 'O'))
           END-EXEC

           IF HV-LAST-SEQUENCE >= 999999
               MOVE 1 TO WS-EXPECTED-SEQUENCE
           ELSE
               COMPUTE WS-EXPECTED-SEQUENCE = HV-LAST-SEQUENCE + 1
           END-IF

           IF HV-SEQUENCE-NO NOT = WS-EXPECTED-SEQUENCE
               MOVE 'FR-SEQ' TO WS-REJECT-CODE
               MOVE WS-EXPECTED-SEQUENCE TO WS-EDIT-SEQ
               STRING 'OUT OF SEQUENCE - EXPECTED SEQUENCE '
                   WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-STRING
               SET REJECT-OVERRIDABLE TO TRUE
           END-IF
           .
       2500-CHECK-SEQUENCE-EXIT.
           EXIT.

       2800-RECORD-RECEIPT.
      *----------------------------------------------------------------*
      * LOG THE RECEIPT (ACCEPTED, OVERRIDDEN OR REJECTED), SET THE    *
      * STEP RC, AND PRINT THE RECEIPT                                 *
      *----------------------------------------------------------------*
           MOVE FC-OVERRIDE-USER TO HV-OVERRIDE-USER
           EVALUATE TRUE
               WHEN WS-REJECT-CODE = SPACES
                   MOVE 'A' TO HV-RECEIPT-STATUS
                   MOVE SPACES TO HV-OVERRIDE-USER
                   MOVE 'ACCEPTED' TO WS-RESULT-TEXT
               WHEN REJECT-OVERRIDABLE
                    AND FC-OVERRIDE-USER NOT = SPACES
                   MOVE 'O' TO HV-RECEIPT-STATUS
                   MOVE 'ACCEPTED ON OPERATOR OVERRIDE' TO
                       WS-RESULT-TEXT
                   MOVE 'FR-OVRD' TO WS-REJECT-CODE
                   MOVE 4 TO WS-STEP-RC
               WHEN OTHER
                   MOVE 'R' TO HV-RECEIPT-STATUS
                   MOVE SPACES TO HV-OVERRIDE-USER
                   MOVE 'REJECTED - DO NOT LOAD' TO WS-RESULT-TEXT
                   MOVE 8 TO WS-STEP-RC
           END-EVALUATE

           MOVE WS-CURR-DATE-8 TO HV-RECEIPT-DATE
           MOVE WS-CURR-TIME-6 TO HV-RECEIPT-TIME
           MOVE WS-RECORD-COUNT TO HV-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO HV-HASH-TOTAL
           MOVE WS-CHECKSUM TO HV-CONTENT-CHECKSUM
           MOVE WS-REJECT-REASON TO HV-REJECT-REASON
           MOVE FUNCTION CURRENT-DATE TO HV-TIMESTAMP
           EXEC SQL
               INSERT INTO FILE_RECEIPT_LOG
                   (FEED_ID, RECEIPT_DATE, RECEIPT_TIME,
                    CREATION_DATE, SEQUENCE_NO, RECORD_COUNT,
                    HASH_TOTAL, CONTENT_CHECKSUM, RECEIPT_STATUS,
                    REJECT_REASON, OVERRIDE_USER, CREATE_TIMESTAMP)
               VALUES
                   (:HV-FEED-ID, :HV-RECEIPT-DATE, :HV-RECEIPT-TIME,
                    :HV-CREATION-DATE, :HV-SEQUENCE-NO,
                    :HV-RECORD-COUNT, :HV-HASH-TOTAL,
                    :HV-CONTENT-CHECKSUM, :HV-RECEIPT-STATUS,
                    :HV-REJECT-REASON, :HV-OVERRIDE-USER,
                    :HV-TIMESTAMP)
           END-EXEC
      *--- AN UNLOGGED RECEIPT WOULD DEFEAT THE NEXT DUPLICATE CHECK ---
           IF WS-SQLCODE NOT = 0
               MOVE 'FILE_RECEIPT_LOG INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF WS-REJECT-CODE NOT = SPACES
               MOVE SPACES TO FRC-EXCEPTION-REC
               MOVE 'HCFILRCV' TO EX-PROGRAM
               MOVE '2800-RECORD-RECEIPT' TO EX-PARAGRAPH
               IF HV-RECEIPT-STATUS = 'O'
                   MOVE 'W' TO EX-SEVERITY
               ELSE
                   MOVE 'E' TO EX-SEVERITY
               END-IF
               MOVE WS-REJECT-CODE TO EX-ERROR-CODE
               MOVE HV-FEED-ID TO EX-CLAIM-KEY
               MOVE WS-REJECT-REASON TO EX-MESSAGE
               MOVE HV-TIMESTAMP TO EX-TIMESTAMP
               WRITE FRC-EXCEPTION-REC
               ADD 1 TO WS-CTR-EXCEPTIONS
           END-IF

           PERFORM 2900-PRINT-RECEIPT
           .

       2900-PRINT-RECEIPT.
      *----------------------------------------------------------------*
      * THE RECEIPT AS LABEL / VALUE LINES                             *
      *----------------------------------------------------------------*
           MOVE 'FEED' TO WS-RVL-LABEL
           STRING HV-FEED-ID ' ' HV-FEED-NAME
               DELIMITED BY SIZE INTO WS-RVL-VALUE
           END-STRING
           PERFORM 1400-WRITE-VALUE-LINE
           MOVE 'CONSUMING PROGRAM' TO WS-RVL-LABEL
           MOVE HV-CONSUMER-PROGRAM TO WS-RVL-VALUE
           PERFORM 1400-WRITE-VALUE-LINE
           MOVE 'CREATION DATE' TO WS-RVL-LABEL
           MOVE HV-CREATION-DATE TO WS-RVL-VALUE
           PERFORM 1400-WRITE-VALUE-LINE
           MOVE 'SEQUENCE NUMBER' TO WS-RVL-LABEL
           MOVE HV-SEQUENCE-NO TO WS-EDIT-SEQ
           MOVE WS-EDIT-SEQ TO WS-RVL-VALUE
           PERFORM 1400-WRITE-VALUE-LINE
           MOVE 'RECORDS RECEIVED' TO WS-RVL-LABEL
           MOVE WS-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RVL-VALUE
           PERFORM 1400-WRITE-VALUE-LINE
           MOVE 'HASH TOTAL' TO WS-RVL-LABEL
           IF HV-HASH-LENGTH > 0
               MOVE WS-HASH-TOTAL TO WS-EDIT-HASH
               MOVE WS-EDIT-HASH TO WS-RVL-VALUE
           ELSE
               MOVE 'NO HASH FIELD DEFINED FOR THIS FEED'
                   TO WS-RVL-VALUE
           END-IF
           PERFORM 1400-WRITE-VALUE-LINE
           IF WS-CTR-HASH-NONNUMERIC > 0
               MOVE 'HASH FIELD NOT NUMERIC' TO WS-RVL-LABEL
               MOVE WS-CTR-HASH-NONNUMERIC TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-RVL-VALUE
               PERFORM 1400-WRITE-VALUE-LINE
           END-IF
           IF WS-CTR-LENGTH-ERRORS > 0
               MOVE 'RECORDS OF WRONG LENGTH' TO WS-RVL-LABEL
               MOVE WS-CTR-LENGTH-ERRORS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-RVL-VALUE
               PERFORM 1400-WRITE-VALUE-LINE
           END-IF
           MOVE 'CONTENT CHECKSUM' TO WS-RVL-LABEL
           MOVE WS-CHECKSUM TO WS-RVL-VALUE
           PERFORM 1400-WRITE-VALUE-LINE
           MOVE 'RESULT' TO WS-RVL-LABEL
           MOVE WS-RESULT-TEXT TO WS-RVL-VALUE
           PERFORM 1400-WRITE-VALUE-LINE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'REASON' TO WS-RVL-LABEL
               MOVE WS-REJECT-REASON TO WS-RVL-VALUE
               PERFORM 1400-WRITE-VALUE-LINE
           END-IF
           IF HV-RECEIPT-STATUS = 'O'
               MOVE 'OVERRIDDEN BY' TO WS-RVL-LABEL
               MOVE HV-OVERRIDE-USER TO WS-RVL-VALUE
               PERFORM 1400-WRITE-VALUE-LINE
           END-IF
           .

      *================================================================*
      * 3000 - FUNCTION M: ALERT ON DAILY, BUSINESS-DAY AND MONTHLY    *
      * FEEDS PAST THEIR CUTOFF WITH NO ACCEPTED RECEIPT THIS PERIOD   *
      *================================================================*
       3000-MONITOR-FEEDS.
      *--- INTEGER-OF-DATE 1 IS MONDAY 1601-01-01, SO MOD 7 GIVES   ---
      *--- 1 MONDAY THROUGH 5 FRIDAY, 6 SATURDAY, 0 SUNDAY          ---
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8),
                            7)

           MOVE WS-RPT-MONITOR-HDR TO FRC-RECEIPT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           MOVE SPACES TO FRC-RECEIPT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE

           EXEC SQL
               DECLARE FEED_CURSOR CURSOR FOR
               SELECT FEED_ID, FEED_NAME, CONSUMER_PROGRAM,
                      FREQUENCY, ISNULL(DUE_DAY, 0),
                      ISNULL(CUTOFF_TIME, 0)
               FROM   INBOUND_FEED
               WHERE  ACTIVE_FLAG = 'Y'
               AND    FREQUENCY IN ('D', 'B', 'M')
               ORDER BY FEED_ID
           END-EXEC

           EXEC SQL
               OPEN FEED_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'FEED_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH FEED_CURSOR
                   INTO  :HV-FEED-ID, :HV-FEED-NAME,
                         :HV-CONSUMER-PROGRAM, :HV-FREQUENCY,
                         :HV-DUE-DAY, :HV-CUTOFF-TIME
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 3100-CHECK-ONE-FEED
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FEED_CURSOR
           END-EXEC

           IF WS-CTR-FEEDS-MISSING > 0
               MOVE 4 TO WS-STEP-RC
           END-IF
           .

       3100-CHECK-ONE-FEED.
      *----------------------------------------------------------------*
      * IS THE FEED DUE YET, AND HAS IT ARRIVED FOR THIS PERIOD        *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-FEEDS-CHECKED
           IF HV-DUE-DAY < 1
               MOVE 1 TO HV-DUE-DAY
           END-IF

           EVALUATE HV-FREQUENCY
               WHEN 'D'
                   MOVE 'DAILY' TO WS-DUE-TEXT
                   MOVE WS-CURR-DATE-8 TO HV-PERIOD-START
               WHEN 'B'
                   MOVE 'MON-FRI' TO WS-DUE-TEXT
                   MOVE WS-CURR-DATE-8 TO HV-PERIOD-START
               WHEN OTHER
                   MOVE HV-DUE-DAY TO WS-EDIT-DAY
                   MOVE SPACES TO WS-DUE-TEXT
                   STRING 'MONTHLY ' WS-EDIT-DAY
                       DELIMITED BY SIZE INTO WS-DUE-TEXT
                   END-STRING
                   COMPUTE HV-PERIOD-START =
                       WS-CURR-CCYY * 10000 + WS-CURR-MM * 100 + 1
                   PERFORM 3150-CAP-DUE-DAY
           END-EVALUATE

           MOVE 0 TO HV-LAST-RECEIPT-DATE
           EXEC SQL
               SELECT ISNULL(MAX(RECEIPT_DATE), 0)
               INTO   :HV-LAST-RECEIPT-DATE
               FROM   FILE_RECEIPT_LOG
               WHERE  FEED_ID = :HV-FEED-ID
               AND    RECEIPT_STATUS IN ('A', 'O')
           END-EXEC

           EVALUATE TRUE
               WHEN HV-LAST-RECEIPT-DATE >= HV-PERIOD-START
                   MOVE 'RECEIVED' TO WS-MONITOR-STATUS
                   ADD 1 TO WS-CTR-FEEDS-RECEIVED
               WHEN HV-FREQUENCY = 'B'
                    AND (WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6)
                   MOVE 'NOT EXPECTED' TO WS-MONITOR-STATUS
                   ADD 1 TO WS-CTR-FEEDS-NOT-DUE
               WHEN HV-FREQUENCY = 'M' AND WS-CURR-DD < HV-DUE-DAY
                   MOVE 'NOT YET DUE' TO WS-MONITOR-STATUS
                   ADD 1 TO WS-CTR-FEEDS-NOT-DUE
               WHEN (HV-FREQUENCY NOT = 'M'
                     OR WS-CURR-DD = HV-DUE-DAY)
                    AND WS-CURR-HHMM < HV-CUTOFF-TIME
                   MOVE 'NOT YET DUE' TO WS-MONITOR-STATUS
                   ADD 1 TO WS-CTR-FEEDS-NOT-DUE
               WHEN OTHER
                   MOVE '** MISSING' TO WS-MONITOR-STATUS
                   ADD 1 TO WS-CTR-FEEDS-MISSING
                   PERFORM 3200-ALERT-MISSING-FEED
           END-EVALUATE

           MOVE HV-FEED-ID TO WS-RML-FEED-ID
           MOVE HV-FEED-NAME TO WS-RML-FEED-NAME
           MOVE HV-CONSUMER-PROGRAM TO WS-RML-CONSUMER
           MOVE WS-DUE-TEXT TO WS-RML-DUE
           DIVIDE HV-CUTOFF-TIME BY 100
               GIVING WS-RML-CUTOFF-HH
               REMAINDER WS-RML-CUTOFF-MM
           IF HV-LAST-RECEIPT-DATE = 0
               MOVE 'NEVER' TO WS-RML-LAST-RCVD
           ELSE
               MOVE HV-LAST-RECEIPT-DATE TO WS-RML-LAST-RCVD
           END-IF
           MOVE WS-MONITOR-STATUS TO WS-RML-STATUS
           MOVE WS-RPT-MONITOR-LINE TO FRC-RECEIPT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           .

       3150-CAP-DUE-DAY.
      *----------------------------------------------------------------*
      * A DUE DAY PAST THE END OF THIS MONTH (29-31) FALLS DUE ON THE  *
      * MONTH'S LAST DAY                                               *
      *----------------------------------------------------------------*
           EVALUATE WS-CURR-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-LAST-DD
               WHEN 2
                   MOVE 28 TO WS-MONTH-LAST-DD
                   DIVIDE WS-CURR-CCYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-LAST-DD
                       DIVIDE WS-CURR-CCYY BY 100
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           DIVIDE WS-CURR-CCYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = 0
                               MOVE 28 TO WS-MONTH-LAST-DD
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LAST-DD
           END-EVALUATE

           IF HV-DUE-DAY > WS-MONTH-LAST-DD
               MOVE WS-MONTH-LAST-DD TO HV-DUE-DAY
           END-IF
           .

       3200-ALERT-MISSING-FEED.
      *----------------------------------------------------------------*
      * EXPECTED FILE NOT IN BY ITS CUTOFF                             *
      *----------------------------------------------------------------*
           MOVE SPACES TO FRC-EXCEPTION-REC
           MOVE 'HCFILRCV' TO EX-PROGRAM
           MOVE '3200-ALERT-MISSING-FEED' TO EX-PARAGRAPH
           MOVE 'E' TO EX-SEVERITY
           MOVE 'FR-MISS' TO EX-ERROR-CODE
           MOVE HV-FEED-ID TO EX-CLAIM-KEY
           STRING 'NOT RECEIVED BY CUTOFF - ' HV-FEED-NAME
               DELIMITED BY SIZE INTO EX-MESSAGE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           WRITE FRC-EXCEPTION-REC
           ADD 1 TO WS-CTR-EXCEPTIONS

           DISPLAY 'HCFILRCV - ALERT: ' HV-FEED-ID ' NOT RECEIVED BY '
               'CUTOFF FOR ' HV-CONSUMER-PROGRAM
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCFILRCV' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCFILRCV - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCFILRCV - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCFILRCV - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCFILRCV - FATAL ERROR - ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT TOTALS, SET THE STEP RC, CLOSE                           *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           IF WS-STEP-RC = 0 AND WS-ERR-COUNT > 0
               MOVE 4 TO WS-STEP-RC
           END-IF

           MOVE SPACES TO FRC-RECEIPT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           IF FC-MONITOR
               STRING ' FEEDS CHECKED=' WS-CTR-FEEDS-CHECKED
                   ' RECEIVED=' WS-CTR-FEEDS-RECEIVED
                   ' NOT DUE=' WS-CTR-FEEDS-NOT-DUE
                   ' MISSING=' WS-CTR-FEEDS-MISSING
                   ' STEP RC=' WS-STEP-RC
                   DELIMITED BY SIZE
                   INTO FRC-RECEIPT-RPT-REC
               END-STRING
           ELSE
               STRING ' FEED=' HV-FEED-ID
                   ' STATUS=' HV-RECEIPT-STATUS
                   ' RECORDS=' WS-RECORD-COUNT
                   ' STEP RC=' WS-STEP-RC
                   DELIMITED BY SIZE
                   INTO FRC-RECEIPT-RPT-REC
               END-STRING
           END-IF
           PERFORM 1300-WRITE-REPORT-LINE

           DISPLAY '================================================='
           DISPLAY 'HCFILRCV - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'FUNCTION:                 ' FC-FUNCTION
           IF FC-MONITOR
               DISPLAY 'FEEDS CHECKED:            ' WS-CTR-FEEDS-CHECKED
               DISPLAY 'FEEDS RECEIVED:           '
                   WS-CTR-FEEDS-RECEIVED
               DISPLAY 'FEEDS NOT YET DUE:        ' WS-CTR-FEEDS-NOT-DUE
               DISPLAY 'FEEDS MISSING:            ' WS-CTR-FEEDS-MISSING
           ELSE
               DISPLAY 'FEED:                     ' HV-FEED-ID
               DISPLAY 'RECORDS RECEIVED:         ' WS-RECORD-COUNT
               DISPLAY 'RECEIPT STATUS:           ' HV-RECEIPT-STATUS
               DISPLAY 'REASON:                   ' WS-REJECT-REASON
           END-IF
           DISPLAY 'EXCEPTIONS WRITTEN:       ' WS-CTR-EXCEPTIONS
           DISPLAY 'ERRORS ENCOUNTERED:       ' WS-ERR-COUNT
           DISPLAY 'STEP RETURN CODE:         ' WS-STEP-RC
           DISPLAY 'START TIME:               ' WS-STAT-START-TIME
           DISPLAY 'END TIME:                 ' WS-STAT-END-TIME
           DISPLAY '================================================='

           MOVE WS-STEP-RC TO RETURN-CODE

           CLOSE FRC-EXCEPTION-FILE
           CLOSE FRC-RECEIPT-RPT
           .
