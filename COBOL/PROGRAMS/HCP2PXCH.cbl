       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCP2PXCH.
      *================================================================*
      * PROGRAM:     HCP2PXCH                                          *
      * DESCRIPTION: PAYER-TO-PAYER CLAIMS HISTORY EXCHANGE FOR        *
      *              MEMBERS CHANGING PLANS. MODES:                    *
      *                O - OUTBOUND: READS THE DAY'S NEW-ENROLLMENT    *
      *                    (021) AND TERMINATION (024) EVENTS FROM     *
      *                    MEMBER_EVENT_LOG. ONLY MEMBERS WITH AN      *
      *                    ACTIVE OPT-IN ON PAYER_EXCHANGE_OPT_IN ARE  *
      *                    EXCHANGED. A TERMINATION SENDS THE NEW      *
      *                    PAYER UP TO FIVE YEARS OF CLAIM/ENCOUNTER   *
      *                    HISTORY (CLAIM_HEADER/CLAIM_LINE) AND PRIOR *
      *                    AUTHORIZATIONS (AUTHORIZATION_MASTER). A    *
      *                    NEW ENROLLMENT SENDS THE PRIOR PAYER A      *
      *                    HISTORY REQUEST FOR THE MEMBER.             *
      *                I - INBOUND: LOADS A PRIOR PAYER'S HISTORY      *
      *                    FILE AGAINST THE NEW MEMBER (PRIOR_PAYER_   *
      *                    CLAIM, PRIOR_PAYER_CLAIM_LINE, PRIOR_PAYER_ *
      *                    AUTH), THEN PRODUCES THE UM WORKLIST.       *
      *                U - UM WORKLIST: INCOMING PRIOR AUTHORIZATIONS  *
      *                    STILL ACTIVE AND STILL INSIDE THE MEMBER'S  *
      *                    TRANSITION-OF-CARE PERIOD, FOR UTILIZATION  *
      *                    MANAGEMENT TO HONOR OR RE-REVIEW.           *
      *              PROVIDER REMITTANCE AND MEMBER COST-SHARING       *
      *              AMOUNTS ARE NOT PART OF THE EXCHANGE - CLAIMS     *
      *              CARRY BILLED CHARGES ONLY.                        *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  P2PCTRL  - RUN CONTROL CARD                      *
      *               P2PIN    - PRIOR PAYER HISTORY FILE (MODE I)     *
      * OUTPUT FILES: P2POUT   - OUTBOUND EXCHANGE FILE (MODE O)       *
      *               P2PUMWL  - UM TRANSITION-OF-CARE WORKLIST        *
      *               P2PRPT   - EXCHANGE CONTROL REPORT               *
      *               DSCLOG   - PHI DISCLOSURE LOG (CPYDSCLG)         *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 RPATEL   INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER OUTBOUND     *
      *                     HISTORY SEND OR REQUEST (DSCLOG)           *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P2P-CONTROL-FILE
               ASSIGN TO P2PCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT P2P-OUTBOUND-FILE
               ASSIGN TO P2POUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POUT-STATUS.

           SELECT P2P-INBOUND-FILE
               ASSIGN TO P2PIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.

           SELECT P2P-UM-WORKLIST
               ASSIGN TO P2PUMWL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PUMW-STATUS.

           SELECT P2P-CONTROL-RPT
               ASSIGN TO P2PRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTROL CARD: RUN MODE, OUR PAYER ID ON THE EXCHANGE, AND THE  *
      * TRANSITION-OF-CARE PERIOD IN DAYS (DEFAULT 90)                 *
      *----------------------------------------------------------------*
       FD  P2P-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  P2P-CONTROL-REC.
           05  PC-RUN-MODE              PIC X(01).
               88  PC-MODE-OUTBOUND     VALUE 'O'.
               88  PC-MODE-INBOUND      VALUE 'I'.
               88  PC-MODE-UM-WORKLIST  VALUE 'U'.
           05  PC-OUR-PAYER-ID          PIC X(10).
           05  PC-TOC-DAYS              PIC X(03).
           05  FILLER                   PIC X(66).

       FD  P2P-OUTBOUND-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 600 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  P2P-OUTBOUND-REC             PIC X(600).

       FD  P2P-INBOUND-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 600 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  P2P-INBOUND-REC              PIC X(600).

      *----------------------------------------------------------------*
      * UM TRANSITION-OF-CARE WORKLIST (UM INTAKE QUEUE, 200 BYTES)    *
      *----------------------------------------------------------------*
       FD  P2P-UM-WORKLIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  P2P-UM-WORKLIST-REC.
           05  UW-MEMBER-ID             PIC X(12).
           05  UW-LAST-NAME             PIC X(30).
           05  UW-FIRST-NAME            PIC X(20).
           05  UW-PRIOR-PAYER-ID        PIC X(10).
           05  UW-PRIOR-AUTH-NUMBER     PIC X(20).
           05  UW-SERVICE-CODE          PIC X(05).
           05  UW-PROVIDER-NPI          PIC X(10).
           05  UW-UNITS-APPROVED        PIC 9(05).
           05  UW-AUTH-EFF-DATE         PIC 9(08).
           05  UW-AUTH-EXP-DATE         PIC 9(08).
           05  UW-TOC-END-DATE          PIC 9(08).
           05  UW-TOC-DAYS-LEFT         PIC 9(03).
           05  UW-LOAD-DATE             PIC 9(08).
           05  FILLER                   PIC X(53).

       FD  P2P-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  P2P-CONTROL-RPT-REC          PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER OUTBOUND EXCHANGE, LOADED TO      *
      * PHI_DISCLOSURE_LOG BY HCDSCACC                                 *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PCTL-STATUS           PIC X(02).
           05  WS-POUT-STATUS           PIC X(02).
           05  WS-PIN-STATUS            PIC X(02).
           05  WS-PUMW-STATUS           PIC X(02).
           05  WS-PRPT-STATUS           PIC X(02).
           05  WS-DLOG-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW           PIC X(01).
               88  CURSOR-AT-EOF        VALUE 'Y'.
           05  WS-CLM-EOF-SW            PIC X(01).
               88  CLM-CURSOR-AT-EOF    VALUE 'Y'.
           05  WS-LINE-EOF-SW           PIC X(01).
               88  LINE-CURSOR-AT-EOF   VALUE 'Y'.
           05  WS-AUTH-EOF-SW           PIC X(01).
               88  AUTH-CURSOR-AT-EOF   VALUE 'Y'.
           05  WS-PIN-EOF-SW            PIC X(01) VALUE 'N'.
               88  PIN-AT-EOF           VALUE 'Y'.
           05  WS-MBR-ACCEPT-SW         PIC X(01) VALUE 'N'.
               88  MBR-ACCEPTED         VALUE 'Y'.
               88  MBR-REJECTED         VALUE 'N'.

      *----------------------------------------------------------------*
      * EXCHANGE RECORD - 600 BYTES, SHARED BY THE OUTBOUND AND        *
      * INBOUND FILES. EVERY MEMBER'S HISTORY IS AN M RECORD, ITS C/L  *
      * CLAIM AND LINE RECORDS, ITS A AUTHORIZATION RECORDS, AND A T   *
      * TRAILER CARRYING THE COUNTS. A HISTORY REQUEST IS AN M RECORD  *
      * ALONE WITH DIRECTION Q.                                        *
      *----------------------------------------------------------------*
       01  WS-P2P-REC.
           05  P2P-REC-TYPE             PIC X(01).
               88  P2P-MEMBER-REC       VALUE 'M'.
               88  P2P-CLAIM-REC        VALUE 'C'.
               88  P2P-LINE-REC         VALUE 'L'.
               88  P2P-AUTH-REC         VALUE 'A'.
               88  P2P-TRAILER-REC      VALUE 'T'.
           05  P2P-SENDER-PAYER-ID      PIC X(10).
           05  P2P-SENDER-MEMBER-ID     PIC X(20).
           05  P2P-REC-BODY             PIC X(569).
           05  P2P-MEMBER-BODY REDEFINES P2P-REC-BODY.
               10  P2P-DIRECTION        PIC X(01).
                   88  P2P-HISTORY-REQUEST VALUE 'Q'.
                   88  P2P-HISTORY-SEND    VALUE 'S'.
               10  P2P-RECIP-PAYER-ID   PIC X(10).
               10  P2P-RECIP-MEMBER-ID  PIC X(20).
               10  P2P-LAST-NAME        PIC X(30).
               10  P2P-FIRST-NAME       PIC X(20).
               10  P2P-DOB              PIC 9(08).
               10  P2P-GENDER           PIC X(01).
               10  P2P-COV-EFF-DATE     PIC 9(08).
               10  P2P-COV-TERM-DATE    PIC 9(08).
               10  P2P-HIST-FROM-DATE   PIC 9(08).
               10  P2P-HIST-THRU-DATE   PIC 9(08).
               10  FILLER               PIC X(439).
           05  P2P-CLAIM-BODY REDEFINES P2P-REC-BODY.
               10  P2P-CLM-NUMBER       PIC X(17).
               10  P2P-CLM-TYPE         PIC X(02).
               10  P2P-CLM-STATUS       PIC X(02).
               10  P2P-CLM-FROM-DOS     PIC 9(08).
               10  P2P-CLM-THRU-DOS     PIC 9(08).
               10  P2P-CLM-ADMIT-DT     PIC 9(08).
               10  P2P-CLM-DISCH-DT     PIC 9(08).
               10  P2P-CLM-BILL-NPI     PIC X(10).
               10  P2P-CLM-REND-NPI     PIC X(10).
               10  P2P-CLM-BILL-TYPE    PIC X(04).
               10  P2P-CLM-DRG-CD       PIC X(04).
               10  P2P-CLM-ICD-VERSION  PIC X(01).
               10  P2P-CLM-PRINC-DIAG   PIC X(08).
               10  P2P-CLM-DIAGNOSES    PIC X(200).
               10  P2P-CLM-PROCEDURES   PIC X(200).
               10  P2P-CLM-TOTAL-CHGS   PIC 9(09)V99.
               10  FILLER               PIC X(68).
           05  P2P-LINE-BODY REDEFINES P2P-REC-BODY.
               10  P2P-LN-CLM-NUMBER    PIC X(17).
               10  P2P-LN-LINE-NO       PIC 9(03).
               10  P2P-LN-REV-CD        PIC X(04).
               10  P2P-LN-HCPCS-CD      PIC X(05).
               10  P2P-LN-MOD-1         PIC X(02).
               10  P2P-LN-MOD-2         PIC X(02).
               10  P2P-LN-MOD-3         PIC X(02).
               10  P2P-LN-MOD-4         PIC X(02).
               10  P2P-LN-NDC-CD        PIC X(11).
               10  P2P-LN-FROM-DOS      PIC 9(08).
               10  P2P-LN-THRU-DOS      PIC 9(08).
               10  P2P-LN-UNITS         PIC 9(05)V99.
               10  P2P-LN-PLACE-OF-SVC  PIC X(02).
               10  P2P-LN-CHARGE-AMT    PIC 9(07)V99.
               10  FILLER               PIC X(486).
           05  P2P-AUTH-BODY REDEFINES P2P-REC-BODY.
               10  P2P-AU-AUTH-NUMBER   PIC X(20).
               10  P2P-AU-STATUS        PIC X(02).
               10  P2P-AU-EFF-DATE      PIC 9(08).
               10  P2P-AU-EXP-DATE      PIC 9(08).
               10  P2P-AU-PROVIDER-NPI  PIC X(10).
               10  P2P-AU-SERVICE-CODE  PIC X(05).
               10  P2P-AU-UNITS         PIC 9(05).
               10  FILLER               PIC X(511).
           05  P2P-TRAILER-BODY REDEFINES P2P-REC-BODY.
               10  P2P-TR-CLAIM-COUNT   PIC 9(07).
               10  P2P-TR-LINE-COUNT    PIC 9(07).
               10  P2P-TR-AUTH-COUNT    PIC 9(07).
               10  FILLER               PIC X(548).

       01  WS-DB-HOST-VARS.
           05  HV-MEMBER-ID             PIC X(12).
           05  HV-EVENT-TYPE            PIC X(03).
           05  HV-CLAIM-ID              PIC X(15).
           05  HV-RUN-DATE              PIC 9(08).
           05  HV-WINDOW-START          PIC 9(08).
           05  HV-OTHER-PAYER-ID        PIC X(10).
           05  HV-OTHER-MEMBER-ID       PIC X(20).
           05  HV-PAYER-ROLE            PIC X(01).
           05  HV-DIRECTION             PIC X(01).
           05  HV-LAST-NAME             PIC X(30).
           05  HV-FIRST-NAME            PIC X(20).
           05  HV-DOB                   PIC 9(08).
           05  HV-GENDER                PIC X(01).
           05  HV-EFF-DATE              PIC 9(08).
           05  HV-TERM-DATE             PIC 9(08).
           05  HV-AUTH-NUMBER           PIC X(20).
           05  HV-AUTH-STATUS           PIC X(02).
           05  HV-AUTH-EFF-DATE         PIC 9(08).
           05  HV-AUTH-EXP-DATE         PIC 9(08).
           05  HV-AUTH-PROV-NPI         PIC X(10).
           05  HV-AUTH-SERVICE-CODE     PIC X(05).
           05  HV-AUTH-UNITS            PIC 9(05).
           05  HV-TOC-END-DATE          PIC 9(08).
           05  HV-UM-REVIEW-STATUS      PIC X(02).
           05  HV-LOAD-DATE             PIC 9(08).
           05  HV-TOTAL-CHARGES         PIC S9(09)V99 COMP-3.
           05  HV-UNITS                 PIC S9(05)V99 COMP-3.
           05  HV-CHARGE-AMT            PIC S9(07)V99 COMP-3.
           05  HV-CLAIM-COUNT           PIC S9(07) COMP-3.
           05  HV-LINE-COUNT            PIC S9(07) COMP-3.
           05  HV-AUTH-COUNT            PIC S9(07) COMP-3.
           05  HV-OPT-IN-COUNT          PIC S9(07) COMP-3.
           05  WS-PREV-EVENT-KEY        PIC X(15) VALUE SPACES.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-EVENTS-READ       PIC 9(07) VALUE 0.
           05  WS-CTR-DUP-EVENTS        PIC 9(07) VALUE 0.
           05  WS-CTR-NO-OPT-IN         PIC 9(07) VALUE 0.
           05  WS-CTR-NO-ELIG           PIC 9(07) VALUE 0.
           05  WS-CTR-REQUESTS-SENT     PIC 9(07) VALUE 0.
           05  WS-CTR-HISTORIES-SENT    PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIMS-SENT       PIC 9(07) VALUE 0.
           05  WS-CTR-LINES-SENT        PIC 9(07) VALUE 0.
           05  WS-CTR-AUTHS-SENT        PIC 9(07) VALUE 0.
           05  WS-CTR-IN-RECORDS        PIC 9(07) VALUE 0.
           05  WS-CTR-IN-MEMBERS        PIC 9(07) VALUE 0.
           05  WS-CTR-IN-REJECTED       PIC 9(07) VALUE 0.
           05  WS-CTR-IN-REQUESTS       PIC 9(07) VALUE 0.
           05  WS-CTR-IN-SKIPPED        PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIMS-LOADED     PIC 9(07) VALUE 0.
           05  WS-CTR-LINES-LOADED      PIC 9(07) VALUE 0.
           05  WS-CTR-AUTHS-LOADED      PIC 9(07) VALUE 0.
           05  WS-CTR-AUTHS-ACTIVE      PIC 9(07) VALUE 0.
           05  WS-CTR-COUNT-MISMATCH    PIC 9(07) VALUE 0.
           05  WS-CTR-UM-WORKLIST       PIC 9(07) VALUE 0.
           05  WS-CTR-UM-EXPIRED        PIC 9(07) VALUE 0.
           05  WS-CTR-DISCLOSURES       PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
           05  WS-TOC-DAYS              PIC 9(03) VALUE 90.
           05  WS-INTEGER-DATE          PIC S9(09) COMP.
           05  WS-INTEGER-TODAY         PIC S9(09) COMP.
           05  WS-MBR-CLAIMS            PIC 9(07) VALUE 0.
           05  WS-MBR-LINES             PIC 9(07) VALUE 0.
           05  WS-MBR-AUTHS             PIC 9(07) VALUE 0.
           05  WS-IN-PAYER-ID           PIC X(10) VALUE SPACES.
           05  WS-IN-CLAIM-NUMBER       PIC X(17) VALUE SPACES.
           05  WS-DISP-COUNT            PIC Z,ZZZ,ZZ9.
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
               VALUE 'PAYER-TO-PAYER HISTORY EXCHANGE CONTROL REPORT'.
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
           COPY CPYCLMLN.
           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE                                                       *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           EVALUATE TRUE
               WHEN PC-MODE-OUTBOUND
                   PERFORM 2000-OUTBOUND-EXTRACT
                       THRU 2000-OUTBOUND-EXTRACT-EXIT
               WHEN PC-MODE-INBOUND
                   PERFORM 5000-INBOUND-LOAD
                       THRU 5000-INBOUND-LOAD-EXIT
                   PERFORM 6000-UM-TOC-WORKLIST
                       THRU 6000-UM-TOC-WORKLIST-EXIT
               WHEN OTHER
                   PERFORM 6000-UM-TOC-WORKLIST
                       THRU 6000-UM-TOC-WORKLIST-EXIT
           END-EVALUATE
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * CONTROL CARD, FILES, DATABASE                                  *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           MOVE WS-CURR-DATE-8 TO HV-LOAD-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

      *--- FIVE-YEAR HISTORY WINDOW: SAME MONTH/DAY, FIVE YEARS BACK ---
           COMPUTE HV-WINDOW-START = HV-RUN-DATE - 50000
           COMPUTE WS-INTEGER-TODAY =
               FUNCTION INTEGER-OF-DATE(HV-RUN-DATE)

           OPEN INPUT P2P-CONTROL-FILE
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'P2P-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ P2P-CONTROL-FILE
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'P2P CONTROL CARD MISSING' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE P2P-CONTROL-FILE

           IF NOT PC-MODE-OUTBOUND AND NOT PC-MODE-INBOUND
              AND NOT PC-MODE-UM-WORKLIST
               MOVE 'RUN MODE MUST BE O, I OR U' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF PC-MODE-OUTBOUND AND PC-OUR-PAYER-ID = SPACES
               MOVE 'OUR PAYER ID REQUIRED FOR OUTBOUND'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF PC-TOC-DAYS IS NUMERIC
               MOVE PC-TOC-DAYS TO WS-TOC-DAYS
           END-IF

           OPEN OUTPUT P2P-OUTBOUND-FILE
           OPEN OUTPUT P2P-UM-WORKLIST
           OPEN OUTPUT P2P-CONTROL-RPT
           IF WS-POUT-STATUS NOT = '00'
              OR WS-PUMW-STATUS NOT = '00'
              OR WS-PRPT-STATUS NOT = '00'
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF WS-DLOG-STATUS NOT = '00'
               DISPLAY 'HCP2PXCH - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE P2P-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE P2P-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO P2P-CONTROL-RPT-REC
           WRITE P2P-CONTROL-RPT-REC
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
           WRITE P2P-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
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

           DISPLAY 'HCP2PXCH - DATABASE CONNECTION ESTABLISHED'
           .

      *================================================================*
      * 2000 - OUTBOUND: THE DAY'S NEW ENROLLMENTS AND TERMINATIONS    *
      *================================================================*
       2000-OUTBOUND-EXTRACT.
           EXEC SQL
               DECLARE P2PEVT_CURSOR CURSOR FOR
               SELECT MEMBER_ID, EVENT_TYPE
               FROM   MEMBER_EVENT_LOG
               WHERE  EVENT_DATE = :HV-RUN-DATE
               AND    EVENT_TYPE IN ('021', '024')
               ORDER BY MEMBER_ID, EVENT_TYPE
           END-EXEC

           EXEC SQL
               OPEN P2PEVT_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'EVENT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH P2PEVT_CURSOR
                   INTO :HV-MEMBER-ID, :HV-EVENT-TYPE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-EVENTS-READ
                   PERFORM 3000-EVALUATE-ONE-EVENT
                       THRU 3000-EVALUATE-ONE-EVENT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE P2PEVT_CURSOR
           END-EXEC
           .
       2000-OUTBOUND-EXTRACT-EXIT.
           EXIT.

       3000-EVALUATE-ONE-EVENT.
      *----------------------------------------------------------------*
      * ONE EXCHANGE PER MEMBER PER EVENT TYPE PER DAY. THE MEMBER     *
      * MUST HAVE OPTED IN, NAMING THE OTHER PAYER: THE PRIOR PAYER    *
      * (ROLE P) ON A NEW ENROLLMENT, THE NEW PAYER (ROLE N) ON A      *
      * TERMINATION.                                                   *
      *----------------------------------------------------------------*
           IF HV-MEMBER-ID = WS-PREV-EVENT-KEY(1:12)
              AND HV-EVENT-TYPE = WS-PREV-EVENT-KEY(13:3)
               ADD 1 TO WS-CTR-DUP-EVENTS
               GO TO 3000-EVALUATE-ONE-EVENT-EXIT
           END-IF
           MOVE HV-MEMBER-ID TO WS-PREV-EVENT-KEY(1:12)
           MOVE HV-EVENT-TYPE TO WS-PREV-EVENT-KEY(13:3)

           IF HV-EVENT-TYPE = '021'
               MOVE 'P' TO HV-PAYER-ROLE
               MOVE 'Q' TO HV-DIRECTION
           ELSE
               MOVE 'N' TO HV-PAYER-ROLE
               MOVE 'S' TO HV-DIRECTION
           END-IF

           MOVE SPACES TO HV-OTHER-PAYER-ID
           MOVE SPACES TO HV-OTHER-MEMBER-ID
           EXEC SQL
               SELECT TOP 1
                      OTHER_PAYER_ID, ISNULL(OTHER_MEMBER_ID, ' ')
               INTO   :HV-OTHER-PAYER-ID, :HV-OTHER-MEMBER-ID
               FROM   PAYER_EXCHANGE_OPT_IN
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PAYER_ROLE = :HV-PAYER-ROLE
               AND    OPT_IN_IND = 'Y'
               AND    OPT_STATUS = 'A'
               ORDER BY OPT_IN_DATE DESC
           END-EXEC

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-NO-OPT-IN
               GO TO 3000-EVALUATE-ONE-EVENT-EXIT
           END-IF

      *--- LATEST SPAN - A TERMINATED MEMBER'S SPAN IS STATUS T ---
           EXEC SQL
               SELECT TOP 1
                      last_name, first_name, dob, gender,
                      eff_date, ISNULL(term_date, 0)
               INTO   :HV-LAST-NAME, :HV-FIRST-NAME, :HV-DOB,
                      :HV-GENDER, :HV-EFF-DATE, :HV-TERM-DATE
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               AND    status IN ('A', 'T')
               ORDER BY eff_date DESC
           END-EXEC

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-NO-ELIG
               MOVE 'EXCHANGE EVENT - NO ELIGIBILITY SPAN'
                   TO WS-RPT-LABEL
               MOVE HV-MEMBER-ID TO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 3000-EVALUATE-ONE-EVENT-EXIT
           END-IF

           MOVE 0 TO WS-MBR-CLAIMS
           MOVE 0 TO WS-MBR-LINES
           MOVE 0 TO WS-MBR-AUTHS
           PERFORM 3100-WRITE-MEMBER-RECORD

           IF HV-DIRECTION = 'S'
               PERFORM 3200-EXTRACT-CLAIMS
                   THRU 3200-EXTRACT-CLAIMS-EXIT
               PERFORM 3400-EXTRACT-AUTHORIZATIONS
                   THRU 3400-EXTRACT-AUTHORIZATIONS-EXIT
               PERFORM 3500-WRITE-TRAILER-RECORD
               ADD 1 TO WS-CTR-HISTORIES-SENT
           ELSE
               ADD 1 TO WS-CTR-REQUESTS-SENT
           END-IF

           PERFORM 7000-LOG-EXCHANGE
           PERFORM 7100-WRITE-DISCLOSURE-LOG

           IF HV-DIRECTION = 'S'
               MOVE 'HISTORY SENT TO NEW PAYER' TO WS-RPT-LABEL
           ELSE
               MOVE 'HISTORY REQUESTED FROM PRIOR PAYER'
                   TO WS-RPT-LABEL
           END-IF
           MOVE SPACES TO WS-RPT-VALUE
           STRING HV-MEMBER-ID ' PAYER ' HV-OTHER-PAYER-ID
                  ' CLMS ' WS-MBR-CLAIMS ' AUTHS ' WS-MBR-AUTHS
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       3000-EVALUATE-ONE-EVENT-EXIT.
           EXIT.

       3100-WRITE-MEMBER-RECORD.
      *----------------------------------------------------------------*
      * MEMBER RECORD - OPENS A HISTORY SEND OR CARRIES A REQUEST      *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-P2P-REC
           SET P2P-MEMBER-REC TO TRUE
           MOVE PC-OUR-PAYER-ID TO P2P-SENDER-PAYER-ID
           MOVE HV-MEMBER-ID TO P2P-SENDER-MEMBER-ID
           MOVE HV-DIRECTION TO P2P-DIRECTION
           MOVE HV-OTHER-PAYER-ID TO P2P-RECIP-PAYER-ID
           MOVE HV-OTHER-MEMBER-ID TO P2P-RECIP-MEMBER-ID
           MOVE HV-LAST-NAME TO P2P-LAST-NAME
           MOVE HV-FIRST-NAME TO P2P-FIRST-NAME
           MOVE HV-DOB TO P2P-DOB
           MOVE HV-GENDER TO P2P-GENDER
           MOVE HV-EFF-DATE TO P2P-COV-EFF-DATE
           MOVE HV-TERM-DATE TO P2P-COV-TERM-DATE
           MOVE HV-WINDOW-START TO P2P-HIST-FROM-DATE
           MOVE HV-RUN-DATE TO P2P-HIST-THRU-DATE
           WRITE P2P-OUTBOUND-REC FROM WS-P2P-REC
           .

       3200-EXTRACT-CLAIMS.
      *----------------------------------------------------------------*
      * FINALIZED CLAIMS AND ENCOUNTERS WITH SERVICE IN THE FIVE-YEAR  *
      * WINDOW. VOIDED CLAIMS ARE NOT SENT.                            *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE P2PCLM_CURSOR CURSOR FOR
               SELECT CLAIM_ID, CLAIM_RECORD_IMAGE
               FROM   CLAIM_HEADER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    SERVICE_FROM_DATE >= :HV-WINDOW-START
               AND    CLAIM_STATUS IN ('PA', 'AJ', 'DN')
               ORDER BY SERVICE_FROM_DATE, CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN P2PCLM_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3200-EXTRACT-CLAIMS-EXIT
           END-IF

           MOVE 'N' TO WS-CLM-EOF-SW
           PERFORM UNTIL CLM-CURSOR-AT-EOF
               EXEC SQL
                   FETCH P2PCLM_CURSOR
                   INTO :HV-CLAIM-ID, :WS-CLAIM-HEADER-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CLM-CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 3210-WRITE-CLAIM-RECORD
                   PERFORM 3300-EXTRACT-CLAIM-LINES
                       THRU 3300-EXTRACT-CLAIM-LINES-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE P2PCLM_CURSOR
           END-EXEC
           .
       3200-EXTRACT-CLAIMS-EXIT.
           EXIT.

       3210-WRITE-CLAIM-RECORD.
      *----------------------------------------------------------------*
      * CLAIM RECORD - CODES, DATES, PROVIDERS, BILLED CHARGES         *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-P2P-REC
           SET P2P-CLAIM-REC TO TRUE
           MOVE PC-OUR-PAYER-ID TO P2P-SENDER-PAYER-ID
           MOVE HV-MEMBER-ID TO P2P-SENDER-MEMBER-ID
           MOVE WS-CLM-KEY(1:17) TO P2P-CLM-NUMBER
           MOVE WS-CLM-TYPE TO P2P-CLM-TYPE
           MOVE WS-CLM-STATUS TO P2P-CLM-STATUS
           MOVE WS-CLM-FROM-DOS TO P2P-CLM-FROM-DOS
           MOVE WS-CLM-THRU-DOS TO P2P-CLM-THRU-DOS
           MOVE WS-CLM-ADMIT-DT TO P2P-CLM-ADMIT-DT
           MOVE WS-CLM-DISCH-DT TO P2P-CLM-DISCH-DT
           MOVE WS-CLM-BILL-PROV-NPI TO P2P-CLM-BILL-NPI
           MOVE WS-CLM-REND-PROV-NPI TO P2P-CLM-REND-NPI
           MOVE WS-CLM-BILL-TYPE TO P2P-CLM-BILL-TYPE
           MOVE WS-CLM-DRG-CD TO P2P-CLM-DRG-CD
           MOVE WS-CLM-ICD-VERSION TO P2P-CLM-ICD-VERSION
           MOVE WS-CLM-PRINC-DIAG TO P2P-CLM-PRINC-DIAG
           MOVE WS-CLM-DIAG-TABLE(1:200) TO P2P-CLM-DIAGNOSES
           MOVE WS-CLM-PROC-TABLE(1:200) TO P2P-CLM-PROCEDURES
           MOVE WS-CLM-TOTAL-CHARGES TO P2P-CLM-TOTAL-CHGS
           WRITE P2P-OUTBOUND-REC FROM WS-P2P-REC
           ADD 1 TO WS-MBR-CLAIMS
           ADD 1 TO WS-CTR-CLAIMS-SENT
           .

       3300-EXTRACT-CLAIM-LINES.
      *----------------------------------------------------------------*
      * SERVICE LINES FOR THE CLAIM, BILLED CHARGE ONLY                *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE P2PLIN_CURSOR CURSOR FOR
               SELECT LINE_RECORD_IMAGE
               FROM   CLAIM_LINE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               ORDER BY LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN P2PLIN_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'LINE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3300-EXTRACT-CLAIM-LINES-EXIT
           END-IF

           MOVE 'N' TO WS-LINE-EOF-SW
           PERFORM UNTIL LINE-CURSOR-AT-EOF
               EXEC SQL
                   FETCH P2PLIN_CURSOR
                   INTO :WS-CLAIM-LINE-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET LINE-CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO WS-P2P-REC
                   SET P2P-LINE-REC TO TRUE
                   MOVE PC-OUR-PAYER-ID TO P2P-SENDER-PAYER-ID
                   MOVE HV-MEMBER-ID TO P2P-SENDER-MEMBER-ID
                   MOVE WS-CLM-KEY(1:17) TO P2P-LN-CLM-NUMBER
                   MOVE WS-CLN-LINE-NO TO P2P-LN-LINE-NO
                   MOVE WS-CLN-REV-CD TO P2P-LN-REV-CD
                   MOVE WS-CLN-HCPCS-CD TO P2P-LN-HCPCS-CD
                   MOVE WS-CLN-HCPCS-MOD-1 TO P2P-LN-MOD-1
                   MOVE WS-CLN-HCPCS-MOD-2 TO P2P-LN-MOD-2
                   MOVE WS-CLN-HCPCS-MOD-3 TO P2P-LN-MOD-3
                   MOVE WS-CLN-HCPCS-MOD-4 TO P2P-LN-MOD-4
                   MOVE WS-CLN-NDC-CD TO P2P-LN-NDC-CD
                   MOVE WS-CLN-FROM-DOS TO P2P-LN-FROM-DOS
                   MOVE WS-CLN-THRU-DOS TO P2P-LN-THRU-DOS
                   MOVE WS-CLN-UNITS TO P2P-LN-UNITS
                   MOVE WS-CLN-PLACE-OF-SVC TO P2P-LN-PLACE-OF-SVC
                   MOVE WS-CLN-CHARGE-AMT TO P2P-LN-CHARGE-AMT
                   WRITE P2P-OUTBOUND-REC FROM WS-P2P-REC
                   ADD 1 TO WS-MBR-LINES
                   ADD 1 TO WS-CTR-LINES-SENT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE P2PLIN_CURSOR
           END-EXEC
           .
       3300-EXTRACT-CLAIM-LINES-EXIT.
           EXIT.

       3400-EXTRACT-AUTHORIZATIONS.
      *----------------------------------------------------------------*
      * PRIOR AUTHORIZATIONS IN FORCE AT ANY TIME IN THE WINDOW, WITH  *
      * THEIR STATUS, SO THE NEW PAYER CAN HONOR THE OPEN ONES         *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE P2PAUT_CURSOR CURSOR FOR
               SELECT A.AUTH_NUMBER, A.AUTH_STATUS,
                      A.AUTH_EFF_DATE, A.AUTH_EXP_DATE,
                      ISNULL(P.NPI, ' '),
                      ISNULL(A.AUTH_CPT_CODE, ' '),
                      ISNULL(A.UNITS_APPROVED, 0)
               FROM   AUTHORIZATION_MASTER A
               LEFT OUTER JOIN PROVIDER_MASTER P
                      ON P.PROVIDER_ID = A.PROVIDER_ID
               WHERE  A.MEMBER_ID = :HV-MEMBER-ID
               AND    A.AUTH_EXP_DATE >= :HV-WINDOW-START
               ORDER BY A.AUTH_EFF_DATE, A.AUTH_NUMBER
           END-EXEC

           EXEC SQL
               OPEN P2PAUT_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'AUTHORIZATION CURSOR OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3400-EXTRACT-AUTHORIZATIONS-EXIT
           END-IF

           MOVE 'N' TO WS-AUTH-EOF-SW
           PERFORM UNTIL AUTH-CURSOR-AT-EOF
               EXEC SQL
                   FETCH P2PAUT_CURSOR
                   INTO :HV-AUTH-NUMBER, :HV-AUTH-STATUS,
                        :HV-AUTH-EFF-DATE, :HV-AUTH-EXP-DATE,
                        :HV-AUTH-PROV-NPI, :HV-AUTH-SERVICE-CODE,
                        :HV-AUTH-UNITS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET AUTH-CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE SPACES TO WS-P2P-REC
                   SET P2P-AUTH-REC TO TRUE
                   MOVE PC-OUR-PAYER-ID TO P2P-SENDER-PAYER-ID
                   MOVE HV-MEMBER-ID TO P2P-SENDER-MEMBER-ID
                   MOVE HV-AUTH-NUMBER TO P2P-AU-AUTH-NUMBER
                   MOVE HV-AUTH-STATUS TO P2P-AU-STATUS
                   MOVE HV-AUTH-EFF-DATE TO P2P-AU-EFF-DATE
                   MOVE HV-AUTH-EXP-DATE TO P2P-AU-EXP-DATE
                   MOVE HV-AUTH-PROV-NPI TO P2P-AU-PROVIDER-NPI
                   MOVE HV-AUTH-SERVICE-CODE TO P2P-AU-SERVICE-CODE
                   MOVE HV-AUTH-UNITS TO P2P-AU-UNITS
                   WRITE P2P-OUTBOUND-REC FROM WS-P2P-REC
                   ADD 1 TO WS-MBR-AUTHS
                   ADD 1 TO WS-CTR-AUTHS-SENT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE P2PAUT_CURSOR
           END-EXEC
           .
       3400-EXTRACT-AUTHORIZATIONS-EXIT.
           EXIT.

       3500-WRITE-TRAILER-RECORD.
      *----------------------------------------------------------------*
      * MEMBER TRAILER - COUNTS THE RECEIVING PAYER BALANCES TO        *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-P2P-REC
           SET P2P-TRAILER-REC TO TRUE
           MOVE PC-OUR-PAYER-ID TO P2P-SENDER-PAYER-ID
           MOVE HV-MEMBER-ID TO P2P-SENDER-MEMBER-ID
           MOVE WS-MBR-CLAIMS TO P2P-TR-CLAIM-COUNT
           MOVE WS-MBR-LINES TO P2P-TR-LINE-COUNT
           MOVE WS-MBR-AUTHS TO P2P-TR-AUTH-COUNT
           WRITE P2P-OUTBOUND-REC FROM WS-P2P-REC
           .

      *================================================================*
      * 5000 - INBOUND: PRIOR PAYER HISTORY LOADED AGAINST OUR MEMBER  *
      *================================================================*
       5000-INBOUND-LOAD.
           OPEN INPUT P2P-INBOUND-FILE
           IF WS-PIN-STATUS NOT = '00'
               MOVE 'P2P-INBOUND-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           SET MBR-REJECTED TO TRUE
           PERFORM UNTIL PIN-AT-EOF
               READ P2P-INBOUND-FILE INTO WS-P2P-REC
                   AT END
                       SET PIN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-IN-RECORDS
                       PERFORM 5050-ROUTE-ONE-RECORD
                           THRU 5050-ROUTE-ONE-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE P2P-INBOUND-FILE
           .
       5000-INBOUND-LOAD-EXIT.
           EXIT.

       5050-ROUTE-ONE-RECORD.
      *----------------------------------------------------------------*
      * AN M RECORD DECIDES WHETHER THE MEMBER'S DETAIL RECORDS THAT   *
      * FOLLOW ARE LOADED OR SKIPPED                                   *
      *----------------------------------------------------------------*
           IF P2P-MEMBER-REC
               PERFORM 5100-ACCEPT-MEMBER
                   THRU 5100-ACCEPT-MEMBER-EXIT
               GO TO 5050-ROUTE-ONE-RECORD-EXIT
           END-IF

           IF MBR-REJECTED
               ADD 1 TO WS-CTR-IN-SKIPPED
               GO TO 5050-ROUTE-ONE-RECORD-EXIT
           END-IF

           EVALUATE TRUE
               WHEN P2P-CLAIM-REC
                   PERFORM 5200-LOAD-CLAIM
               WHEN P2P-LINE-REC
                   PERFORM 5300-LOAD-CLAIM-LINE
               WHEN P2P-AUTH-REC
                   PERFORM 5400-LOAD-AUTHORIZATION
               WHEN P2P-TRAILER-REC
                   PERFORM 5500-BALANCE-MEMBER
               WHEN OTHER
                   ADD 1 TO WS-CTR-IN-SKIPPED
                   MOVE 'UNKNOWN RECORD TYPE SKIPPED' TO WS-RPT-LABEL
                   MOVE WS-P2P-REC(1:31) TO WS-RPT-VALUE
                   PERFORM 1150-WRITE-DETAIL-LINE
           END-EVALUATE
           .
       5050-ROUTE-ONE-RECORD-EXIT.
           EXIT.

       5100-ACCEPT-MEMBER.
      *----------------------------------------------------------------*
      * THE RECIPIENT MEMBER ID IS OURS. THE MEMBER MUST BE ACTIVE     *
      * AND MUST HAVE OPTED IN NAMING THIS PRIOR PAYER. A RELOAD FROM  *
      * THE SAME PAYER REPLACES WHAT WAS LOADED BEFORE.                *
      *----------------------------------------------------------------*
           SET MBR-REJECTED TO TRUE
           MOVE 0 TO WS-MBR-CLAIMS
           MOVE 0 TO WS-MBR-LINES
           MOVE 0 TO WS-MBR-AUTHS
           MOVE SPACES TO WS-IN-CLAIM-NUMBER

           IF P2P-HISTORY-REQUEST
      *--- A NEW PAYER ASKING FOR A FORMER MEMBER'S HISTORY - SERVED ---
      *--- BY THE OUTBOUND RUN OFF THE MEMBER'S TERMINATION EVENT    ---
               ADD 1 TO WS-CTR-IN-REQUESTS
               MOVE 'HISTORY REQUEST RECEIVED' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING P2P-RECIP-MEMBER-ID ' FROM '
                      P2P-SENDER-PAYER-ID
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5100-ACCEPT-MEMBER-EXIT
           END-IF

           ADD 1 TO WS-CTR-IN-MEMBERS
           MOVE P2P-RECIP-MEMBER-ID TO HV-MEMBER-ID
           MOVE P2P-SENDER-PAYER-ID TO HV-OTHER-PAYER-ID
           MOVE P2P-SENDER-MEMBER-ID TO HV-OTHER-MEMBER-ID
           MOVE P2P-SENDER-PAYER-ID TO WS-IN-PAYER-ID

           EXEC SQL
               SELECT TOP 1
                      last_name, first_name, eff_date
               INTO   :HV-LAST-NAME, :HV-FIRST-NAME, :HV-EFF-DATE
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               AND    status = 'A'
               ORDER BY eff_date DESC
           END-EXEC

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-IN-REJECTED
               MOVE 'REJECTED - NO ACTIVE MEMBER' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING P2P-RECIP-MEMBER-ID ' FROM '
                      P2P-SENDER-PAYER-ID
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5100-ACCEPT-MEMBER-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-OPT-IN-COUNT
               FROM   PAYER_EXCHANGE_OPT_IN
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PAYER_ROLE = 'P'
               AND    OTHER_PAYER_ID = :HV-OTHER-PAYER-ID
               AND    OPT_IN_IND = 'Y'
               AND    OPT_STATUS = 'A'
           END-EXEC

           IF WS-SQLCODE NOT = 0 OR HV-OPT-IN-COUNT = 0
               ADD 1 TO WS-CTR-IN-REJECTED
               MOVE 'REJECTED - MEMBER NOT OPTED IN' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING P2P-RECIP-MEMBER-ID ' FROM '
                      P2P-SENDER-PAYER-ID
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5100-ACCEPT-MEMBER-EXIT
           END-IF

      *--- TRANSITION OF CARE RUNS FROM OUR COVERAGE EFFECTIVE DATE ---
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(HV-EFF-DATE) + WS-TOC-DAYS
           COMPUTE HV-TOC-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE)

           EXEC SQL
               DELETE FROM PRIOR_PAYER_CLAIM_LINE
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PRIOR_PAYER_ID = :HV-OTHER-PAYER-ID
           END-EXEC
           EXEC SQL
               DELETE FROM PRIOR_PAYER_CLAIM
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PRIOR_PAYER_ID = :HV-OTHER-PAYER-ID
           END-EXEC
           EXEC SQL
               DELETE FROM PRIOR_PAYER_AUTH
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PRIOR_PAYER_ID = :HV-OTHER-PAYER-ID
           END-EXEC

           SET MBR-ACCEPTED TO TRUE
           .
       5100-ACCEPT-MEMBER-EXIT.
           EXIT.

       5200-LOAD-CLAIM.
      *----------------------------------------------------------------*
      * ONE PRIOR PAYER CLAIM OR ENCOUNTER                             *
      *----------------------------------------------------------------*
           MOVE P2P-CLM-NUMBER TO WS-IN-CLAIM-NUMBER
           MOVE P2P-CLM-TOTAL-CHGS TO HV-TOTAL-CHARGES

           EXEC SQL
               INSERT INTO PRIOR_PAYER_CLAIM
                   (MEMBER_ID, PRIOR_PAYER_ID, PRIOR_MEMBER_ID,
                    PRIOR_CLAIM_NUMBER, CLAIM_TYPE, CLAIM_STATUS,
                    SERVICE_FROM_DATE, SERVICE_THRU_DATE,
                    ADMIT_DATE, DISCHARGE_DATE,
                    BILLING_NPI, RENDERING_NPI, BILL_TYPE,
                    DRG_CODE, ICD_VERSION, PRINCIPAL_DIAG,
                    DIAGNOSIS_CODES, PROCEDURE_CODES,
                    TOTAL_CHARGES, LOAD_DATE)
               VALUES
                   (:HV-MEMBER-ID, :HV-OTHER-PAYER-ID,
                    :HV-OTHER-MEMBER-ID,
                    :P2P-CLM-NUMBER, :P2P-CLM-TYPE,
                    :P2P-CLM-STATUS,
                    :P2P-CLM-FROM-DOS, :P2P-CLM-THRU-DOS,
                    :P2P-CLM-ADMIT-DT, :P2P-CLM-DISCH-DT,
                    :P2P-CLM-BILL-NPI, :P2P-CLM-REND-NPI,
                    :P2P-CLM-BILL-TYPE,
                    :P2P-CLM-DRG-CD, :P2P-CLM-ICD-VERSION,
                    :P2P-CLM-PRINC-DIAG,
                    :P2P-CLM-DIAGNOSES, :P2P-CLM-PROCEDURES,
                    :HV-TOTAL-CHARGES, :HV-LOAD-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PRIOR PAYER CLAIM INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-MBR-CLAIMS
               ADD 1 TO WS-CTR-CLAIMS-LOADED
           END-IF
           .

       5300-LOAD-CLAIM-LINE.
      *----------------------------------------------------------------*
      * ONE SERVICE LINE OF THE PRIOR PAYER CLAIM                      *
      *----------------------------------------------------------------*
           MOVE P2P-LN-UNITS TO HV-UNITS
           MOVE P2P-LN-CHARGE-AMT TO HV-CHARGE-AMT

           EXEC SQL
               INSERT INTO PRIOR_PAYER_CLAIM_LINE
                   (MEMBER_ID, PRIOR_PAYER_ID, PRIOR_CLAIM_NUMBER,
                    LINE_NUMBER, REVENUE_CODE, HCPCS_CODE,
                    MODIFIER_1, MODIFIER_2, MODIFIER_3, MODIFIER_4,
                    NDC_CODE, SERVICE_FROM_DATE, SERVICE_THRU_DATE,
                    UNITS, PLACE_OF_SERVICE, CHARGE_AMT)
               VALUES
                   (:HV-MEMBER-ID, :HV-OTHER-PAYER-ID,
                    :P2P-LN-CLM-NUMBER,
                    :P2P-LN-LINE-NO, :P2P-LN-REV-CD,
                    :P2P-LN-HCPCS-CD,
                    :P2P-LN-MOD-1, :P2P-LN-MOD-2,
                    :P2P-LN-MOD-3, :P2P-LN-MOD-4,
                    :P2P-LN-NDC-CD, :P2P-LN-FROM-DOS,
                    :P2P-LN-THRU-DOS,
                    :HV-UNITS, :P2P-LN-PLACE-OF-SVC,
                    :HV-CHARGE-AMT)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PRIOR PAYER LINE INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-MBR-LINES
               ADD 1 TO WS-CTR-LINES-LOADED
           END-IF
           .

       5400-LOAD-AUTHORIZATION.
      *----------------------------------------------------------------*
      * ONE PRIOR PAYER AUTHORIZATION. AN APPROVED AUTH NOT YET        *
      * EXPIRED IS QUEUED FOR UM (OP) FOR THE TRANSITION-OF-CARE       *
      * PERIOD; ANYTHING ELSE IS HISTORY ONLY (NA).                    *
      *----------------------------------------------------------------*
           IF P2P-AU-STATUS = 'AP'
              AND P2P-AU-EXP-DATE >= HV-RUN-DATE
               MOVE 'OP' TO HV-UM-REVIEW-STATUS
               ADD 1 TO WS-CTR-AUTHS-ACTIVE
           ELSE
               MOVE 'NA' TO HV-UM-REVIEW-STATUS
           END-IF

           EXEC SQL
               INSERT INTO PRIOR_PAYER_AUTH
                   (MEMBER_ID, PRIOR_PAYER_ID, PRIOR_AUTH_NUMBER,
                    AUTH_STATUS, AUTH_EFF_DATE, AUTH_EXP_DATE,
                    PROVIDER_NPI, SERVICE_CODE, UNITS_APPROVED,
                    TOC_END_DATE, UM_REVIEW_STATUS, LOAD_DATE)
               VALUES
                   (:HV-MEMBER-ID, :HV-OTHER-PAYER-ID,
                    :P2P-AU-AUTH-NUMBER,
                    :P2P-AU-STATUS, :P2P-AU-EFF-DATE,
                    :P2P-AU-EXP-DATE,
                    :P2P-AU-PROVIDER-NPI, :P2P-AU-SERVICE-CODE,
                    :P2P-AU-UNITS,
                    :HV-TOC-END-DATE, :HV-UM-REVIEW-STATUS,
                    :HV-LOAD-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PRIOR PAYER AUTH INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-MBR-AUTHS
               ADD 1 TO WS-CTR-AUTHS-LOADED
           END-IF
           .

       5500-BALANCE-MEMBER.
      *----------------------------------------------------------------*
      * TRAILER COUNTS AGAINST WHAT WAS LOADED; LOG THE EXCHANGE       *
      *----------------------------------------------------------------*
           IF P2P-TR-CLAIM-COUNT NOT = WS-MBR-CLAIMS
              OR P2P-TR-LINE-COUNT NOT = WS-MBR-LINES
              OR P2P-TR-AUTH-COUNT NOT = WS-MBR-AUTHS
               ADD 1 TO WS-CTR-COUNT-MISMATCH
               MOVE 'TRAILER COUNTS DO NOT BALANCE' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING HV-MEMBER-ID ' CLMS ' P2P-TR-CLAIM-COUNT
                      '/' WS-MBR-CLAIMS ' AUTHS ' P2P-TR-AUTH-COUNT
                      '/' WS-MBR-AUTHS
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF

           MOVE '021' TO HV-EVENT-TYPE
           MOVE 'I' TO HV-DIRECTION
           PERFORM 7000-LOG-EXCHANGE

           MOVE 'PRIOR PAYER HISTORY LOADED' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING HV-MEMBER-ID ' PAYER ' HV-OTHER-PAYER-ID
                  ' CLMS ' WS-MBR-CLAIMS ' AUTHS ' WS-MBR-AUTHS
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           SET MBR-REJECTED TO TRUE
           .

      *================================================================*
      * 6000 - UM TRANSITION-OF-CARE WORKLIST: INCOMING AUTHS STILL    *
      * ACTIVE AND STILL INSIDE THE TRANSITION PERIOD                  *
      *================================================================*
       6000-UM-TOC-WORKLIST.
      *--- CLOSE OUT QUEUE ENTRIES WHOSE AUTH OR PERIOD HAS ENDED ---
           EXEC SQL
               UPDATE PRIOR_PAYER_AUTH
               SET    UM_REVIEW_STATUS = 'EX'
               WHERE  UM_REVIEW_STATUS = 'OP'
               AND    (TOC_END_DATE < :HV-RUN-DATE
                       OR AUTH_EXP_DATE < :HV-RUN-DATE)
           END-EXEC

           IF WS-SQLCODE = 0
               ADD WS-SQLERRD(3) TO WS-CTR-UM-EXPIRED
           END-IF

           EXEC SQL
               DECLARE P2PTOC_CURSOR CURSOR FOR
               SELECT A.MEMBER_ID, E.last_name, E.first_name,
                      A.PRIOR_PAYER_ID, A.PRIOR_AUTH_NUMBER,
                      A.SERVICE_CODE, A.PROVIDER_NPI,
                      A.UNITS_APPROVED, A.AUTH_EFF_DATE,
                      A.AUTH_EXP_DATE, A.TOC_END_DATE,
                      A.LOAD_DATE
               FROM   PRIOR_PAYER_AUTH A, T_MEMBER_ELIG E
               WHERE  A.UM_REVIEW_STATUS = 'OP'
               AND    E.member_id = A.MEMBER_ID
               AND    E.status = 'A'
               ORDER BY A.TOC_END_DATE, A.MEMBER_ID
           END-EXEC

           EXEC SQL
               OPEN P2PTOC_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'TRANSITION CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 6000-UM-TOC-WORKLIST-EXIT
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH P2PTOC_CURSOR
                   INTO :HV-MEMBER-ID, :HV-LAST-NAME,
                        :HV-FIRST-NAME, :HV-OTHER-PAYER-ID,
                        :HV-AUTH-NUMBER, :HV-AUTH-SERVICE-CODE,
                        :HV-AUTH-PROV-NPI, :HV-AUTH-UNITS,
                        :HV-AUTH-EFF-DATE, :HV-AUTH-EXP-DATE,
                        :HV-TOC-END-DATE, :HV-LOAD-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 6100-WRITE-WORKLIST-ENTRY
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE P2PTOC_CURSOR
           END-EXEC
           .
       6000-UM-TOC-WORKLIST-EXIT.
           EXIT.

       6100-WRITE-WORKLIST-ENTRY.
      *----------------------------------------------------------------*
      * ONE UM QUEUE ENTRY WITH THE DAYS LEFT IN THE TRANSITION        *
      *----------------------------------------------------------------*
           MOVE SPACES TO P2P-UM-WORKLIST-REC
           MOVE HV-MEMBER-ID TO UW-MEMBER-ID
           MOVE HV-LAST-NAME TO UW-LAST-NAME
           MOVE HV-FIRST-NAME TO UW-FIRST-NAME
           MOVE HV-OTHER-PAYER-ID TO UW-PRIOR-PAYER-ID
           MOVE HV-AUTH-NUMBER TO UW-PRIOR-AUTH-NUMBER
           MOVE HV-AUTH-SERVICE-CODE TO UW-SERVICE-CODE
           MOVE HV-AUTH-PROV-NPI TO UW-PROVIDER-NPI
           MOVE HV-AUTH-UNITS TO UW-UNITS-APPROVED
           MOVE HV-AUTH-EFF-DATE TO UW-AUTH-EFF-DATE
           MOVE HV-AUTH-EXP-DATE TO UW-AUTH-EXP-DATE
           MOVE HV-TOC-END-DATE TO UW-TOC-END-DATE
           MOVE HV-LOAD-DATE TO UW-LOAD-DATE
           COMPUTE WS-INTEGER-DATE =
               FUNCTION INTEGER-OF-DATE(HV-TOC-END-DATE)
               - WS-INTEGER-TODAY
           MOVE WS-INTEGER-DATE TO UW-TOC-DAYS-LEFT
           WRITE P2P-UM-WORKLIST-REC
           ADD 1 TO WS-CTR-UM-WORKLIST

           MOVE 'TRANSITION AUTH FOR UM REVIEW' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING HV-MEMBER-ID ' AUTH ' HV-AUTH-NUMBER
                  ' TOC END ' HV-TOC-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           .

       7000-LOG-EXCHANGE.
      *----------------------------------------------------------------*
      * ONE ROW PER EXCHANGE SENT, REQUESTED OR RECEIVED               *
      *----------------------------------------------------------------*
           MOVE WS-MBR-CLAIMS TO HV-CLAIM-COUNT
           MOVE WS-MBR-LINES TO HV-LINE-COUNT
           MOVE WS-MBR-AUTHS TO HV-AUTH-COUNT

           EXEC SQL
               INSERT INTO PAYER_EXCHANGE_LOG
                   (MEMBER_ID, EVENT_TYPE, DIRECTION,
                    OTHER_PAYER_ID, EXCHANGE_DATE,
                    CLAIM_COUNT, LINE_COUNT, AUTH_COUNT)
               VALUES
                   (:HV-MEMBER-ID, :HV-EVENT-TYPE, :HV-DIRECTION,
                    :HV-OTHER-PAYER-ID, :HV-RUN-DATE,
                    :HV-CLAIM-COUNT, :HV-LINE-COUNT,
                    :HV-AUTH-COUNT)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PAYER EXCHANGE LOG INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       7100-WRITE-DISCLOSURE-LOG.
      *----------------------------------------------------------------*
      * LOG THE OUTBOUND EXCHANGE AS A PHI DISCLOSURE TO THE OTHER     *
      * PAYER. THE MEMBER OPTED IN, SO IT IS AUTHORIZED. A HISTORY     *
      * REQUEST CARRIES ONLY THE MEMBER'S IDENTITY AND COVERAGE.       *
      *----------------------------------------------------------------*
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE HV-OTHER-PAYER-ID TO DL-RECIPIENT-ID
           IF HV-DIRECTION = 'S'
               MOVE 'NEW HEALTH PLAN (PAYER-TO-PAYER)'
                 TO DL-RECIPIENT-NAME
           ELSE
               MOVE 'PRIOR HEALTH PLAN (PAYER-TO-PAYER)'
                 TO DL-RECIPIENT-NAME
           END-IF
           SET DL-PURP-AUTHORIZED TO TRUE
           MOVE 'DEM' TO DL-DATA-CATEGORY(1)
           MOVE 'ENR' TO DL-DATA-CATEGORY(2)
           IF HV-DIRECTION = 'S'
               MOVE 'CLM' TO DL-DATA-CATEGORY(3)
               MOVE 'DGN' TO DL-DATA-CATEGORY(4)
               MOVE 'ATH' TO DL-DATA-CATEGORY(5)
           END-IF
           MOVE HV-RUN-DATE TO DL-DISCLOSURE-DATE
           MOVE 'HCP2PXCH' TO DL-PROGRAM
           STRING 'P2P EVENT ' HV-EVENT-TYPE
               DELIMITED BY SIZE INTO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF WS-DLOG-STATUS = '00'
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCP2PXCH' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCP2PXCH - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCP2PXCH - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCP2PXCH - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'EVENTS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-EVENTS-READ TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'HISTORIES SENT / REQUESTS SENT' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING WS-CTR-HISTORIES-SENT ' / ' WS-CTR-REQUESTS-SENT
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'MEMBERS LOADED / REJECTED' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING WS-CTR-IN-MEMBERS ' / ' WS-CTR-IN-REJECTED
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'UM TRANSITION WORKLIST ENTRIES' TO WS-RPT-LABEL
           MOVE WS-CTR-UM-WORKLIST TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCP2PXCH - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RUN MODE:           ' PC-RUN-MODE
           DISPLAY 'EVENTS READ:        ' WS-CTR-EVENTS-READ
           DISPLAY 'DUPLICATE EVENTS:   ' WS-CTR-DUP-EVENTS
           DISPLAY 'NOT OPTED IN:       ' WS-CTR-NO-OPT-IN
           DISPLAY 'NO ELIGIBILITY:     ' WS-CTR-NO-ELIG
           DISPLAY 'REQUESTS SENT:      ' WS-CTR-REQUESTS-SENT
           DISPLAY 'HISTORIES SENT:     ' WS-CTR-HISTORIES-SENT
           DISPLAY 'CLAIMS SENT:        ' WS-CTR-CLAIMS-SENT
           DISPLAY 'LINES SENT:         ' WS-CTR-LINES-SENT
           DISPLAY 'AUTHS SENT:         ' WS-CTR-AUTHS-SENT
           DISPLAY 'INBOUND RECORDS:    ' WS-CTR-IN-RECORDS
           DISPLAY 'INBOUND MEMBERS:    ' WS-CTR-IN-MEMBERS
           DISPLAY 'INBOUND REJECTED:   ' WS-CTR-IN-REJECTED
           DISPLAY 'INBOUND REQUESTS:   ' WS-CTR-IN-REQUESTS
           DISPLAY 'INBOUND SKIPPED:    ' WS-CTR-IN-SKIPPED
           DISPLAY 'CLAIMS LOADED:      ' WS-CTR-CLAIMS-LOADED
           DISPLAY 'LINES LOADED:       ' WS-CTR-LINES-LOADED
           DISPLAY 'AUTHS LOADED:       ' WS-CTR-AUTHS-LOADED
           DISPLAY 'ACTIVE AUTHS TO UM: ' WS-CTR-AUTHS-ACTIVE
           DISPLAY 'COUNT MISMATCHES:   ' WS-CTR-COUNT-MISMATCH
           DISPLAY 'UM WORKLIST:        ' WS-CTR-UM-WORKLIST
           DISPLAY 'UM ENTRIES EXPIRED: ' WS-CTR-UM-EXPIRED
           DISPLAY 'DISCLOSURES LOGGED: ' WS-CTR-DISCLOSURES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-CTR-IN-REJECTED > 0 OR WS-CTR-COUNT-MISMATCH > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE P2P-OUTBOUND-FILE
           CLOSE P2P-UM-WORKLIST
           CLOSE P2P-CONTROL-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
