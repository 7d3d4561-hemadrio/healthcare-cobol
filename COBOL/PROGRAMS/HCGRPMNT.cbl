       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCGRPMNT.
      *================================================================*
      * PROGRAM:     HCGRPMNT                                          *
      * DESCRIPTION: EMPLOYER GROUP MASTER MAINTENANCE UTILITY.        *
      *              GROUP_MASTER IS THE ONE RECORD OF A GROUP'S SETUP *
      *              - NAME, LINE OF BUSINESS, MARKET SEGMENT, FUNDING *
      *              TYPE, CONTRIBUTION STRATEGY, WAITING PERIOD RULE, *
      *              ELIGIBLE-EMPLOYEE COUNT, RENEWAL DATE, BILLING    *
      *              CONTACT, STOP-LOSS ATTACHMENT POINTS, FUNDING     *
      *              ACCOUNT AND EXPERIENCE REPORTING FLAGS. HCGRPEXP, *
      *              HCMLRCAL, HCPREMBL AND HCMCAGIN READ THEIR GROUP  *
      *              ATTRIBUTES FROM IT. THIS UTILITY MAINTAINS IT     *
      *              FROM KEYED TRANSACTIONS:                          *
      *                G - GROUP MASTER                                *
      *                D - DIVISION / SUBGROUP (GROUP_DIVISION)        *
      *              ACTIONS ARE EFFECTIVE-DATED:                      *
      *                A - ADD A NEW GROUP OR DIVISION.                *
      *                C - CHANGE THE GROUP FROM THE EFFECTIVE DATE.   *
      *                    BLANK OR ZERO FIELDS CARRY FORWARD. THE     *
      *                    HISTORY PERIOD THE DATE FALLS IN IS SPLIT   *
      *                    (OR UPDATED IN PLACE WHEN THE DATES MATCH). *
      *                    A FUTURE-DATED CHANGE WAITS ON              *
      *                    GROUP_MASTER_HIST AND IS MOVED ONTO THE     *
      *                    MASTER BY THE RUN ON OR AFTER ITS DATE.     *
      *                T - TERMINATE THE GROUP (AND ITS DIVISIONS) OR  *
      *                    ONE DIVISION ON THE TERMINATION DATE.       *
      *              THE ELIGIBLE-EMPLOYEE COUNT DERIVES THE MARKET    *
      *              SEGMENT (50 OR FEWER SMALL, OVER 50 LARGE) AND    *
      *              THE MSP EMPLOYER SIZE INDICATORS (20+ WORKING     *
      *              AGED, 100+ DISABILITY). FIELDS ARE EDITED AGAINST *
      *              EACH OTHER - AN ASO OR LEVEL-FUNDED GROUP MUST    *
      *              CARRY A STOP-LOSS THRESHOLD AND A FUNDING         *
      *              ACCOUNT, A PERCENT CONTRIBUTION NEEDS A PERCENT,  *
      *              AND SO ON. THE STOP-LOSS THRESHOLDS ARE CARRIED   *
      *              THROUGH TO GROUP_STOP_LOSS_THRESHOLDS FOR THE     *
      *              PLAN YEAR, AND ASO GROUPS ONTO ASO_FUNDING_GROUP, *
      *              SO NEITHER IS KEYED SEPARATELY.                   *
      *              EVERY TRANSACTION, APPLIED OR REJECTED, IS        *
      *              WRITTEN TO THE AUDIT TRAIL, WITH ONE MORE RECORD  *
      *              PER FIELD CHANGED CARRYING THE BEFORE AND AFTER   *
      *              VALUES, FOR HCAUDINQ TO LOAD.                     *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  GRPTXNIN - GROUP MAINTENANCE TRANSACTIONS (300)  *
      * OUTPUT FILES: GRPAUDIT - GROUP MAINTENANCE AUDIT TRAIL (300)   *
      *               GRPMRPT  - GROUP MAINTENANCE CONTROL REPORT      *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 PSHAH    INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A GROUP OR   *
      *                     DIVISION CHANGE IS APPLIED - SV01          *
      *                     SECURITY VIOLATION REJECTS                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-TXN-FILE
               ASSIGN TO GRPTXNIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GRTXN-STATUS.

           SELECT GROUP-AUDIT-FILE
               ASSIGN TO GRPAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GRAUD-STATUS.

           SELECT GROUP-CONTROL-RPT
               ASSIGN TO GRPMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GRCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * GROUP MAINTENANCE TRANSACTION. ON A CHANGE, BLANK OR ZERO      *
      * FIELDS CARRY FORWARD FROM THE PERIOD BEING REPLACED. MARKET    *
      * SEGMENT IS KEYED ONLY AS I (INDIVIDUAL) OR G (EMPLOYER GROUP - *
      * SMALL OR LARGE FROM THE ELIGIBLE-EMPLOYEE COUNT).              *
      *----------------------------------------------------------------*
       FD  GROUP-TXN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GROUP-TXN-REC.
           05  GT-ACTION-CD                 PIC X(01).
               88  GT-ACTION-ADD            VALUE 'A'.
               88  GT-ACTION-CHANGE         VALUE 'C'.
               88  GT-ACTION-TERMINATE      VALUE 'T'.
           05  GT-RECORD-TYPE               PIC X(01).
               88  GT-TYPE-GROUP            VALUE 'G'.
               88  GT-TYPE-DIVISION         VALUE 'D'.
           05  GT-GROUP-NUM                 PIC X(10).
           05  GT-DIVISION-CD               PIC X(04).
           05  GT-SUBGROUP-CD               PIC X(06).
           05  GT-EFF-DT                    PIC 9(08).
           05  GT-TERM-DT                   PIC 9(08).
           05  GT-TERM-REASON               PIC X(02).
           05  GT-GROUP-NAME                PIC X(40).
           05  GT-LINE-OF-BUSINESS          PIC X(03).
           05  GT-MARKET-SEGMENT            PIC X(01).
               88  GT-SEGMENT-INDIVIDUAL    VALUE 'I'.
               88  GT-SEGMENT-GROUP         VALUE 'G'.
           05  GT-FUNDING-TYPE              PIC X(01).
           05  GT-CONTRIB-STRATEGY          PIC X(01).
           05  GT-ER-CONTRIB-PCT            PIC 9(03)V99.
           05  GT-ER-CONTRIB-AMT            PIC 9(05)V99.
           05  GT-WAIT-PERIOD-RULE          PIC X(01).
           05  GT-WAIT-PERIOD-DAYS          PIC 9(03).
           05  GT-ELIGIBLE-EE-COUNT         PIC 9(07).
           05  GT-RENEWAL-DATE              PIC 9(08).
           05  GT-BILL-CONTACT-NAME         PIC X(40).
           05  GT-BILL-CONTACT-PHONE        PIC X(10).
           05  GT-BILL-CONTACT-EMAIL        PIC X(50).
           05  GT-SL-SPECIFIC-ATTACH        PIC 9(09)V99.
           05  GT-SL-AGGREGATE-ATTACH       PIC 9(09)V99.
           05  GT-FUNDING-ACCOUNT           PIC X(17).
           05  GT-EXPERIENCE-PKG-IND        PIC X(01).
           05  GT-MASK-MEMBER-IND           PIC X(01).
           05  GT-SUBMITTED-BY              PIC X(20).
           05  GT-SUBMITTED-DT              PIC 9(08).
           05  FILLER                       PIC X(14).

      *----------------------------------------------------------------*
      * AUDIT TRAIL - ONE TRANSACTION RECORD (FIELD NAME TRANSACTION)  *
      * PLUS ONE RECORD PER FIELD CHANGED                              *
      *----------------------------------------------------------------*
       FD  GROUP-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GROUP-AUDIT-REC.
           05  GA-TABLE-ID                  PIC X(04).
           05  GA-GROUP-NUM                 PIC X(10).
           05  GA-SUB-KEY                   PIC X(10).
           05  GA-ACTION-CD                 PIC X(01).
           05  GA-ACTION-RESULT             PIC X(08).
           05  GA-REJECT-REASON             PIC X(60).
           05  GA-SUBMITTED-BY              PIC X(20).
           05  GA-SUBMITTED-DT              PIC 9(08).
           05  GA-PROCESSED-TS              PIC X(26).
           05  GA-EFF-DT                    PIC 9(08).
           05  GA-FIELD-NAME                PIC X(30).
           05  GA-OLD-VALUE                 PIC X(50).
           05  GA-NEW-VALUE                 PIC X(50).
           05  GA-FILLER                    PIC X(15).

       FD  GROUP-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GROUP-CONTROL-REC                PIC X(133).

       WORKING-STORAGE SECTION.

       COPY CPYSQLCA.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-GRTXN-STATUS              PIC X(02).
               88  GRTXN-OK                 VALUE '00'.
               88  GRTXN-EOF                VALUE '10'.
           05  WS-GRAUD-STATUS              PIC X(02).
               88  GRAUD-OK                 VALUE '00'.
           05  WS-GRCTL-STATUS              PIC X(02).
               88  GRCTL-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-GRTXN-EOF-SW              PIC X(01) VALUE 'N'.
               88  GRTXN-AT-EOF             VALUE 'Y'.
           05  WS-TXN-VALID-SW              PIC X(01) VALUE 'Y'.
               88  WS-TXN-IS-VALID          VALUE 'Y'.
           05  WS-MASTER-FOUND-SW           PIC X(01) VALUE 'N'.
               88  WS-MASTER-FOUND          VALUE 'Y'.
           05  WS-DATE-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-DATE-IS-VALID         VALUE 'Y'.
           05  WS-AUD-MODE-SW               PIC X(01) VALUE 'C'.
               88  WS-AUD-COUNT-ONLY        VALUE 'C'.
               88  WS-AUD-WRITE             VALUE 'W'.

      *----------------------------------------------------------------*
      * SIZE AND WAITING PERIOD RULES                                  *
      *----------------------------------------------------------------*
       01  WS-GROUP-RULES.
           05  WS-SMALL-GROUP-MAX           PIC 9(07) VALUE 50.
           05  WS-MSP-AGED-MIN              PIC 9(07) VALUE 20.
           05  WS-MSP-DISABLED-MIN          PIC 9(07) VALUE 100.
           05  WS-WAIT-MAX-DAYS             PIC 9(03) VALUE 90.
           05  WS-OPEN-END-DATE             PIC 9(08) VALUE 99991231.

       01  WS-HOST-VARIABLES.
           05  HV-GROUP-NUM                 PIC X(10).
           05  HV-DIVISION-CD               PIC X(04).
           05  HV-SUBGROUP-CD               PIC X(06).
           05  HV-DIVISION-NAME             PIC X(40).
           05  HV-OLD-DIVISION-NAME         PIC X(40).
           05  HV-DIV-EFF-DATE              PIC 9(08).
           05  HV-DIV-TERM-DATE             PIC 9(08).
           05  HV-RUN-DATE                  PIC 9(08).
           05  HV-EFF-DATE                  PIC 9(08).
           05  HV-TERM-DATE                 PIC 9(08).
           05  HV-TERM-REASON               PIC X(02).
           05  HV-OPEN-END-DATE             PIC 9(08).
      *--- MASTER-LEVEL STATUS AND DATES ---
           05  HV-GM-STATUS                 PIC X(01).
               88  GM-ACTIVE                VALUE 'A'.
               88  GM-TERMINATED            VALUE 'T'.
           05  HV-GM-EFF-DATE               PIC 9(08).
           05  HV-GM-TERM-DATE              PIC 9(08).
      *--- HISTORY PERIOD BEING REPLACED ---
           05  HV-PER-EFF                   PIC 9(08).
           05  HV-PER-END                   PIC 9(08).
           05  HV-SPLIT-END                 PIC 9(08).
           05  HV-APPLIED-IND               PIC X(01).
           05  HV-PLAN-YEAR                 PIC 9(04).
           05  HV-ROW-COUNT                 PIC S9(09) COMP VALUE 0.

      *----------------------------------------------------------------*
      * GROUP ATTRIBUTE IMAGES - THE PERIOD IN EFFECT (GC) AND THE     *
      * IMAGE BEING APPLIED (GN). THE TWO LAYOUTS MUST STAY IDENTICAL. *
      *----------------------------------------------------------------*
       01  WS-CUR-GROUP-IMAGE.
           05  HV-GC-GROUP-NAME             PIC X(40).
           05  HV-GC-LOB                    PIC X(03).
           05  HV-GC-SEGMENT                PIC X(01).
           05  HV-GC-FUNDING-TYPE           PIC X(01).
           05  HV-GC-CONTRIB-STRAT          PIC X(01).
           05  HV-GC-ER-PCT                 PIC S9(03)V99 COMP-3.
           05  HV-GC-ER-AMT                 PIC S9(05)V99 COMP-3.
           05  HV-GC-WAIT-RULE              PIC X(01).
           05  HV-GC-WAIT-DAYS              PIC 9(03).
           05  HV-GC-EE-COUNT               PIC 9(07).
           05  HV-GC-MSP-AGED               PIC X(01).
           05  HV-GC-MSP-DISABLED           PIC X(01).
           05  HV-GC-RENEWAL-DATE           PIC 9(08).
           05  HV-GC-BILL-NAME              PIC X(40).
           05  HV-GC-BILL-PHONE             PIC X(10).
           05  HV-GC-BILL-EMAIL             PIC X(50).
           05  HV-GC-SL-SPECIFIC            PIC S9(09)V99 COMP-3.
           05  HV-GC-SL-AGGREGATE           PIC S9(09)V99 COMP-3.
           05  HV-GC-FUND-ACCOUNT           PIC X(17).
           05  HV-GC-EXP-PKG                PIC X(01).
           05  HV-GC-MASK-IND               PIC X(01).

       01  WS-NEW-GROUP-IMAGE.
           05  HV-GN-GROUP-NAME             PIC X(40).
           05  HV-GN-LOB                    PIC X(03).
           05  HV-GN-SEGMENT                PIC X(01).
               88  GN-INDIVIDUAL            VALUE 'I'.
               88  GN-SMALL-GROUP           VALUE 'S'.
               88  GN-LARGE-GROUP           VALUE 'L'.
           05  HV-GN-FUNDING-TYPE           PIC X(01).
               88  GN-FULLY-INSURED         VALUE 'F'.
               88  GN-ASO                   VALUE 'A'.
               88  GN-LEVEL-FUNDED          VALUE 'L'.
               88  GN-SELF-FUNDED           VALUE 'A' 'L'.
               88  GN-FUNDING-VALID         VALUE 'F' 'A' 'L'.
           05  HV-GN-CONTRIB-STRAT          PIC X(01).
               88  GN-CONTRIB-PERCENT       VALUE 'P'.
               88  GN-CONTRIB-FLAT          VALUE 'F'.
               88  GN-CONTRIB-DEFINED       VALUE 'D'.
               88  GN-CONTRIB-NONE          VALUE 'N'.
               88  GN-CONTRIB-VALID         VALUE 'P' 'F' 'D' 'N'.
           05  HV-GN-ER-PCT                 PIC S9(03)V99 COMP-3.
           05  HV-GN-ER-AMT                 PIC S9(05)V99 COMP-3.
           05  HV-GN-WAIT-RULE              PIC X(01).
               88  GN-WAIT-NONE             VALUE 'N'.
               88  GN-WAIT-DAYS-FROM-HIRE   VALUE 'D'.
               88  GN-WAIT-FIRST-OF-MONTH   VALUE 'F'.
               88  GN-WAIT-VALID            VALUE 'N' 'D' 'F'.
           05  HV-GN-WAIT-DAYS              PIC 9(03).
           05  HV-GN-EE-COUNT               PIC 9(07).
           05  HV-GN-MSP-AGED               PIC X(01).
           05  HV-GN-MSP-DISABLED           PIC X(01).
           05  HV-GN-RENEWAL-DATE           PIC 9(08).
           05  HV-GN-BILL-NAME              PIC X(40).
           05  HV-GN-BILL-PHONE             PIC X(10).
           05  HV-GN-BILL-EMAIL             PIC X(50).
           05  HV-GN-SL-SPECIFIC            PIC S9(09)V99 COMP-3.
           05  HV-GN-SL-AGGREGATE           PIC S9(09)V99 COMP-3.
           05  HV-GN-FUND-ACCOUNT           PIC X(17).
           05  HV-GN-EXP-PKG                PIC X(01).
               88  GN-EXP-PKG-VALID         VALUE 'Y' 'N'.
           05  HV-GN-MASK-IND               PIC X(01).
               88  GN-MASK-VALID            VALUE 'Y' 'N'.

       01  WS-AUDIT-IMAGES.
           05  WS-AUD-FIELD-NAME            PIC X(30).
           05  WS-AUD-OLD-VALUE             PIC X(50).
           05  WS-AUD-NEW-VALUE             PIC X(50).
           05  WS-AUD-EDIT-AMT              PIC -(9)9.99.
           05  WS-AUD-EDIT-PCT              PIC -(3)9.99.
           05  WS-AUD-FIELDS-CHANGED        PIC 9(03) VALUE 0.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-TXN-READ              PIC 9(05) VALUE 0.
           05  WS-CTR-GRP-ADDED             PIC 9(05) VALUE 0.
           05  WS-CTR-GRP-CHANGED           PIC 9(05) VALUE 0.
           05  WS-CTR-GRP-SCHEDULED         PIC 9(05) VALUE 0.
           05  WS-CTR-GRP-TERMINATED        PIC 9(05) VALUE 0.
           05  WS-CTR-DIV-ADDED             PIC 9(05) VALUE 0.
           05  WS-CTR-DIV-CHANGED           PIC 9(05) VALUE 0.
           05  WS-CTR-DIV-TERMINATED        PIC 9(05) VALUE 0.
           05  WS-CTR-TXN-REJECTED          PIC 9(05) VALUE 0.
           05  WS-CTR-FIELDS-AUDITED        PIC 9(07) VALUE 0.
           05  WS-CTR-CHANGES-APPLIED       PIC 9(07) VALUE 0.
           05  WS-CTR-GROUPS-LAPSED         PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-PAGE-COUNT                PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT                PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE            PIC 9(03) VALUE 55.
           05  WS-TXN-REJECT-REASON         PIC X(60).
           05  WS-TABLE-ID                  PIC X(04).
           05  WS-SUB-KEY                   PIC X(10).
           05  WS-CURR-DATE-8               PIC 9(08).
           05  WS-DATE-INT                  PIC S9(09) COMP.
           05  WS-CHK-DATE                  PIC 9(08).
           05  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
               10  WS-CHK-YYYY              PIC 9(04).
               10  WS-CHK-MM                PIC 9(02).
               10  WS-CHK-DD                PIC 9(02).
           05  WS-FIELDS-EDIT               PIC ZZ9.

       01  WS-RPT-HEADER-1.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                       PIC X(30) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE                  PIC X(10).
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(50)
               VALUE 'EMPLOYER GROUP MAINTENANCE CONTROL REPORT'.
           05  FILLER                       PIC X(30) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO               PIC Z,ZZ9.
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-TABLE-ID              PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-GROUP                 PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-SUB-KEY               PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-ACTION                PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  WS-RPT-DETAIL                PIC X(94).

       COPY CPYERROR.
       COPY CPYENTL.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - BRING DUE CHANGES ONTO THE MASTER, THEN APPLY EACH  *
      * KEYED TRANSACTION IN TURN                                      *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-APPLY-DUE-CHANGES
               THRU 1500-APPLY-DUE-CHANGES-EXIT
           PERFORM 2000-PROCESS-GROUP-TXNS
               THRU 2000-PROCESS-GROUP-TXNS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN THE CONTROL REPORT AND AUDIT TRAIL AND WRITE THE HEADING  *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-ENT-AS-OF-DATE
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           MOVE WS-OPEN-END-DATE TO HV-OPEN-END-DATE

           PERFORM 1050-CONNECT-DATABASE

           OPEN OUTPUT GROUP-CONTROL-RPT
           IF WS-GRCTL-STATUS NOT = '00'
               MOVE 'GROUP-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT GROUP-AUDIT-FILE
           IF WS-GRAUD-STATUS NOT = '00'
               MOVE 'GROUP-AUDIT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           .

       1050-CONNECT-DATABASE.
      *----------------------------------------------------------------*
      * ESTABLISH SYBASE DATABASE CONNECTION FOR THE GROUP TABLES      *
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

           DISPLAY 'HCGRPMNT - DATABASE CONNECTION ESTABLISHED'
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS TO THE CONTROL REPORT                    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE GROUP-CONTROL-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE GROUP-CONTROL-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO GROUP-CONTROL-REC
           WRITE GROUP-CONTROL-REC
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       1200-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE DETAIL LINE, PAGING THE CONTROL REPORT AS NEEDED     *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE GROUP-CONTROL-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *================================================================*
      * 1500 - CHANGES KEYED EARLIER WITH A FUTURE EFFECTIVE DATE THAT *
      * ARE NOW IN EFFECT MOVE FROM GROUP_MASTER_HIST ONTO THE MASTER, *
      * AND GROUPS PAST THEIR TERMINATION DATE ARE MARKED TERMINATED   *
      *================================================================*
       1500-APPLY-DUE-CHANGES.
           EXEC SQL
               UPDATE GROUP_MASTER
               SET    GROUP_NAME          = H.GROUP_NAME,
                      LINE_OF_BUSINESS    = H.LINE_OF_BUSINESS,
                      MARKET_SEGMENT      = H.MARKET_SEGMENT,
                      FUNDING_TYPE        = H.FUNDING_TYPE,
                      CONTRIB_STRATEGY    = H.CONTRIB_STRATEGY,
                      ER_CONTRIB_PCT      = H.ER_CONTRIB_PCT,
                      ER_CONTRIB_AMT      = H.ER_CONTRIB_AMT,
                      WAIT_PERIOD_RULE    = H.WAIT_PERIOD_RULE,
                      WAIT_PERIOD_DAYS    = H.WAIT_PERIOD_DAYS,
                      ELIGIBLE_EE_COUNT   = H.ELIGIBLE_EE_COUNT,
                      MSP_AGED_IND        = H.MSP_AGED_IND,
                      MSP_DISABLED_IND    = H.MSP_DISABLED_IND,
                      RENEWAL_DATE        = H.RENEWAL_DATE,
                      BILL_CONTACT_NAME   = H.BILL_CONTACT_NAME,
                      BILL_CONTACT_PHONE  = H.BILL_CONTACT_PHONE,
                      BILL_CONTACT_EMAIL  = H.BILL_CONTACT_EMAIL,
                      SL_SPECIFIC_ATTACH  = H.SL_SPECIFIC_ATTACH,
                      SL_AGGREGATE_ATTACH = H.SL_AGGREGATE_ATTACH,
                      FUNDING_ACCOUNT     = H.FUNDING_ACCOUNT,
                      EXPERIENCE_PKG_IND  = H.EXPERIENCE_PKG_IND,
                      MASK_MEMBER_IND     = H.MASK_MEMBER_IND,
                      LAST_UPD_DT         = :HV-RUN-DATE,
                      LAST_UPD_USER       = 'HCGRPMNT'
               FROM   GROUP_MASTER, GROUP_MASTER_HIST H
               WHERE  GROUP_MASTER.GROUP_NUM = H.GROUP_NUM
               AND    H.APPLIED_IND          = 'N'
               AND    H.PERIOD_EFF_DATE     <= :HV-RUN-DATE
               AND    H.PERIOD_END_DATE     >= :HV-RUN-DATE
           END-EXEC
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'SCHEDULED GROUP CHANGES NOT APPLIED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF WS-SQLCODE = 0
               MOVE WS-SQLERRD(3) TO WS-CTR-CHANGES-APPLIED
           END-IF

           EXEC SQL
               UPDATE GROUP_MASTER_HIST
               SET    APPLIED_IND      = 'Y'
               WHERE  APPLIED_IND      = 'N'
               AND    PERIOD_EFF_DATE <= :HV-RUN-DATE
           END-EXEC

           EXEC SQL
               UPDATE GROUP_MASTER
               SET    GROUP_STATUS  = 'T',
                      LAST_UPD_DT   = :HV-RUN-DATE,
                      LAST_UPD_USER = 'HCGRPMNT'
               WHERE  GROUP_STATUS  = 'A'
               AND    TERM_DATE     < :HV-RUN-DATE
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE WS-SQLERRD(3) TO WS-CTR-GROUPS-LAPSED
           END-IF

           MOVE 'HIST' TO WS-RPT-TABLE-ID
           MOVE SPACES TO WS-RPT-GROUP WS-RPT-SUB-KEY
           MOVE 'DUE' TO WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'SCHEDULED CHANGES APPLIED=' WS-CTR-CHANGES-APPLIED
               ' GROUPS PAST TERMINATION DATE=' WS-CTR-GROUPS-LAPSED
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE
           .
       1500-APPLY-DUE-CHANGES-EXIT.
           EXIT.

      *================================================================*
      * 2000 - READ AND APPLY EACH GROUP MAINTENANCE TRANSACTION       *
      *================================================================*
       2000-PROCESS-GROUP-TXNS.
           OPEN INPUT GROUP-TXN-FILE
           IF WS-GRTXN-STATUS NOT = '00'
               DISPLAY 'HCGRPMNT - NO GROUP TRANSACTION FILE FOUND - '
                   WS-GRTXN-STATUS
               GO TO 2000-PROCESS-GROUP-TXNS-EXIT
           END-IF

           PERFORM UNTIL GRTXN-AT-EOF
               READ GROUP-TXN-FILE
                   AT END
                       SET GRTXN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-TXN-READ
                       PERFORM 2100-APPLY-ONE-TXN
                           THRU 2100-APPLY-ONE-TXN-EXIT
               END-READ
           END-PERFORM

           CLOSE GROUP-TXN-FILE
           .
       2000-PROCESS-GROUP-TXNS-EXIT.
           EXIT.

       2100-APPLY-ONE-TXN.
      *----------------------------------------------------------------*
      * VALIDATE ONE TRANSACTION, APPLY IT, AND AUDIT THE OUTCOME      *
      *----------------------------------------------------------------*
           SET WS-TXN-IS-VALID TO TRUE
           MOVE SPACES TO WS-TXN-REJECT-REASON
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE 0 TO WS-AUD-FIELDS-CHANGED
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE GT-GROUP-NUM TO HV-GROUP-NUM
           MOVE SPACES TO WS-SUB-KEY
           IF GT-TYPE-DIVISION
               MOVE 'GDIV' TO WS-TABLE-ID
               STRING GT-DIVISION-CD GT-SUBGROUP-CD
                   DELIMITED BY SIZE
                   INTO WS-SUB-KEY
               END-STRING
           ELSE
               MOVE 'GRPM' TO WS-TABLE-ID
           END-IF

           PERFORM 2150-VALIDATE-TXN
               THRU 2150-VALIDATE-TXN-EXIT
           IF NOT WS-TXN-IS-VALID
               GO TO 2100-WRITE-AUDIT
           END-IF

           EVALUATE TRUE
               WHEN GT-TYPE-DIVISION
                   PERFORM 2600-MAINTAIN-DIVISION
                       THRU 2600-MAINTAIN-DIVISION-EXIT
               WHEN GT-ACTION-ADD
                   PERFORM 2200-ADD-GROUP
                       THRU 2200-ADD-GROUP-EXIT
               WHEN GT-ACTION-CHANGE
                   PERFORM 2300-CHANGE-GROUP
                       THRU 2300-CHANGE-GROUP-EXIT
               WHEN GT-ACTION-TERMINATE
                   PERFORM 2400-TERMINATE-GROUP
                       THRU 2400-TERMINATE-GROUP-EXIT
           END-EVALUATE
           .
       2100-WRITE-AUDIT.
           IF NOT WS-TXN-IS-VALID
               ADD 1 TO WS-CTR-TXN-REJECTED
           END-IF

           PERFORM 2900-WRITE-AUDIT-RECORD
           .
       2100-APPLY-ONE-TXN-EXIT.
           EXIT.

       2140-CHECK-ENTITLEMENT.
      *----------------------------------------------------------------*
      * ROLE-BASED AUTHORIZATION. THE SUBMITTING USER MUST HOLD AN     *
      * UNEXPIRED USER_ENTITLEMENT ROW FOR THIS PROGRAM AND            *
      * TRANSACTION TYPE ('*' = EVERY TYPE) WHOSE DOLLAR LIMIT COVERS  *
      * THE AMOUNT (NULL LIMIT = NO LIMIT). CALLER LOADS THE USER,     *
      * TRANSACTION TYPE AND AMOUNT; A FAILURE LEAVES SV01/SV02 IN     *
      * WS-ENT-RESULT AND THE REJECT TEXT IN WS-ENT-REJECT-REASON.     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-ENT-RESULT
           MOVE SPACES TO WS-ENT-REJECT-REASON
           MOVE 'HCGRPMNT' TO HV-ENT-PROGRAM
           MOVE 0 TO HV-ENT-ROW-COUNT
           MOVE 0 TO HV-ENT-LIMIT

           IF HV-ENT-USER-ID = SPACES
               SET ENT-NOT-ENTITLED TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(COALESCE(DOLLAR_LIMIT,
                                       999999999.99)), 0)
                   INTO   :HV-ENT-ROW-COUNT, :HV-ENT-LIMIT
                   FROM   USER_ENTITLEMENT
                   WHERE  USER_ID = :HV-ENT-USER-ID
                   AND    PROGRAM_NAME = :HV-ENT-PROGRAM
                   AND    TXN_TYPE IN (:HV-ENT-TXN-TYPE, '*')
                   AND    EFFECTIVE_DATE <= :HV-ENT-AS-OF-DATE
                   AND    (TERMINATION_DATE IS NULL
                       OR  TERMINATION_DATE >= :HV-ENT-AS-OF-DATE)
               END-EXEC
               IF WS-SQLCODE NOT = 0
                  OR HV-ENT-ROW-COUNT = 0
                   SET ENT-NOT-ENTITLED TO TRUE
               END-IF
           END-IF

           IF ENT-NOT-ENTITLED
               MOVE 'SV01 SECURITY VIOLATION - USER NOT ENTITLED'
                 TO WS-ENT-REJECT-REASON
               ADD 1 TO WS-CTR-SEC-VIOLATIONS
               GO TO 2140-CHECK-ENTITLEMENT-EXIT
           END-IF

           IF HV-ENT-AMOUNT < 0
               COMPUTE HV-ENT-AMOUNT = 0 - HV-ENT-AMOUNT
           END-IF
           IF HV-ENT-AMOUNT > HV-ENT-LIMIT
               SET ENT-OVER-LIMIT TO TRUE
               MOVE 'SV02 SECURITY VIOLATION - OVER USER DOLLAR LIMIT'
                 TO WS-ENT-REJECT-REASON
               ADD 1 TO WS-CTR-SEC-VIOLATIONS
           END-IF
           .
       2140-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2150-VALIDATE-TXN.
      *----------------------------------------------------------------*
      * KEY AND DATE EDITS COMMON TO EVERY TRANSACTION                 *
      *----------------------------------------------------------------*
           IF NOT GT-ACTION-ADD AND NOT GT-ACTION-CHANGE
               AND NOT GT-ACTION-TERMINATE
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INVALID ACTION CODE - MUST BE A, C, OR T'
                   TO WS-TXN-REJECT-REASON
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           IF NOT GT-TYPE-GROUP AND NOT GT-TYPE-DIVISION
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INVALID RECORD TYPE - MUST BE G OR D'
                   TO WS-TXN-REJECT-REASON
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           MOVE GT-SUBMITTED-BY TO HV-ENT-USER-ID
           MOVE GT-ACTION-CD TO HV-ENT-TXN-TYPE
           MOVE 0 TO HV-ENT-AMOUNT
           PERFORM 2140-CHECK-ENTITLEMENT
               THRU 2140-CHECK-ENTITLEMENT-EXIT
           IF NOT ENT-AUTHORIZED
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           IF GT-GROUP-NUM = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'GROUP NUMBER IS REQUIRED' TO WS-TXN-REJECT-REASON
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           IF GT-TYPE-DIVISION AND GT-DIVISION-CD = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'DIVISION CODE IS REQUIRED' TO WS-TXN-REJECT-REASON
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           IF GT-ACTION-TERMINATE
               MOVE GT-TERM-DT TO WS-CHK-DATE
           ELSE
               MOVE GT-EFF-DT TO WS-CHK-DATE
           END-IF
           PERFORM 2190-CHECK-DATE
           IF NOT WS-DATE-IS-VALID
               MOVE 'N' TO WS-TXN-VALID-SW
               IF GT-ACTION-TERMINATE
                   MOVE 'TERMINATION DATE IS MISSING OR INVALID'
                       TO WS-TXN-REJECT-REASON
               ELSE
                   MOVE 'EFFECTIVE DATE IS MISSING OR INVALID'
                       TO WS-TXN-REJECT-REASON
               END-IF
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

      *--- EVERYTHING BUT A GROUP ADD WORKS AGAINST AN EXISTING GROUP --
           PERFORM 2180-FETCH-MASTER
           IF GT-TYPE-GROUP AND GT-ACTION-ADD
               IF WS-MASTER-FOUND
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'GROUP ALREADY ON FILE - USE CHANGE ACTION'
                       TO WS-TXN-REJECT-REASON
               END-IF
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'GROUP NOT ON FILE' TO WS-TXN-REJECT-REASON
               GO TO 2150-VALIDATE-TXN-EXIT
           END-IF

           IF GM-TERMINATED
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'GROUP IS TERMINATED' TO WS-TXN-REJECT-REASON
           END-IF
           .
       2150-VALIDATE-TXN-EXIT.
           EXIT.

       2180-FETCH-MASTER.
      *----------------------------------------------------------------*
      * MASTER-LEVEL STATUS AND DATES FOR THE GROUP                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-MASTER-FOUND-SW
           EXEC SQL
               SELECT GROUP_STATUS, EFF_DATE, TERM_DATE
               INTO   :HV-GM-STATUS, :HV-GM-EFF-DATE, :HV-GM-TERM-DATE
               FROM   GROUP_MASTER
               WHERE  GROUP_NUM = :HV-GROUP-NUM
           END-EXEC
           IF WS-SQLCODE = 0
               SET WS-MASTER-FOUND TO TRUE
           END-IF
           .

       2190-CHECK-DATE.
      *----------------------------------------------------------------*
      * CALENDAR EDIT OF WS-CHK-DATE (YYYYMMDD)                        *
      *----------------------------------------------------------------*
           SET WS-DATE-IS-VALID TO TRUE
           IF WS-CHK-DATE NOT NUMERIC
              OR WS-CHK-YYYY < 1900
              OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
              OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               MOVE 'N' TO WS-DATE-VALID-SW
           END-IF
           .

      *================================================================*
      * 2200 - ADD A NEW GROUP. THE MASTER AND ITS FIRST HISTORY       *
      * PERIOD (OPEN-ENDED) ARE WRITTEN TOGETHER                       *
      *================================================================*
       2200-ADD-GROUP.
           INITIALIZE WS-CUR-GROUP-IMAGE
           MOVE 'N' TO HV-GC-CONTRIB-STRAT
           MOVE 'N' TO HV-GC-WAIT-RULE
           MOVE 'N' TO HV-GC-EXP-PKG
           MOVE 'N' TO HV-GC-MASK-IND
           IF GT-MARKET-SEGMENT = SPACES
               MOVE 'G' TO GT-MARKET-SEGMENT
           END-IF
           MOVE GT-EFF-DT TO HV-GM-EFF-DATE

           PERFORM 2250-OVERLAY-TXN-FIELDS
           PERFORM 2260-DERIVE-SIZE-ATTRIBUTES
           PERFORM 2270-EDIT-GROUP-IMAGE
               THRU 2270-EDIT-GROUP-IMAGE-EXIT
           IF NOT WS-TXN-IS-VALID
               GO TO 2200-ADD-GROUP-EXIT
           END-IF

           MOVE GT-EFF-DT TO HV-EFF-DATE
           EXEC SQL
               INSERT INTO GROUP_MASTER
                   (GROUP_NUM, GROUP_NAME, LINE_OF_BUSINESS,
                    MARKET_SEGMENT, GROUP_STATUS, EFF_DATE, TERM_DATE,
                    TERM_REASON, FUNDING_TYPE, CONTRIB_STRATEGY,
                    ER_CONTRIB_PCT, ER_CONTRIB_AMT, WAIT_PERIOD_RULE,
                    WAIT_PERIOD_DAYS, ELIGIBLE_EE_COUNT, MSP_AGED_IND,
                    MSP_DISABLED_IND, RENEWAL_DATE, BILL_CONTACT_NAME,
                    BILL_CONTACT_PHONE, BILL_CONTACT_EMAIL,
                    SL_SPECIFIC_ATTACH, SL_AGGREGATE_ATTACH,
                    FUNDING_ACCOUNT, EXPERIENCE_PKG_IND,
                    MASK_MEMBER_IND, LAST_UPD_DT, LAST_UPD_USER)
               VALUES
                   (:HV-GROUP-NUM, :HV-GN-GROUP-NAME, :HV-GN-LOB,
                    :HV-GN-SEGMENT, 'A', :HV-EFF-DATE,
                    :HV-OPEN-END-DATE, ' ', :HV-GN-FUNDING-TYPE,
                    :HV-GN-CONTRIB-STRAT, :HV-GN-ER-PCT,
                    :HV-GN-ER-AMT, :HV-GN-WAIT-RULE,
                    :HV-GN-WAIT-DAYS, :HV-GN-EE-COUNT,
                    :HV-GN-MSP-AGED, :HV-GN-MSP-DISABLED,
                    :HV-GN-RENEWAL-DATE, :HV-GN-BILL-NAME,
                    :HV-GN-BILL-PHONE, :HV-GN-BILL-EMAIL,
                    :HV-GN-SL-SPECIFIC, :HV-GN-SL-AGGREGATE,
                    :HV-GN-FUND-ACCOUNT, :HV-GN-EXP-PKG,
                    :HV-GN-MASK-IND, :HV-RUN-DATE, 'HCGRPMNT')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'INSERT INTO GROUP_MASTER FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'DATABASE ERROR ADDING GROUP'
                   TO WS-TXN-REJECT-REASON
               GO TO 2200-ADD-GROUP-EXIT
           END-IF

           MOVE GT-EFF-DT TO HV-PER-EFF
           MOVE WS-OPEN-END-DATE TO HV-PER-END
           MOVE 'Y' TO HV-APPLIED-IND
           PERFORM 2290-INSERT-HISTORY-PERIOD
           PERFORM 2800-SYNC-FUNDING-TABLES

           MOVE 'GROUP' TO WS-AUD-FIELD-NAME
           MOVE HV-GN-GROUP-NAME TO WS-AUD-NEW-VALUE
           ADD 1 TO WS-CTR-GRP-ADDED
           STRING 'GROUP ADDED EFF ' GT-EFF-DT
               ' SEGMENT ' HV-GN-SEGMENT
               ' FUNDING ' HV-GN-FUNDING-TYPE
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           .
       2200-ADD-GROUP-EXIT.
           EXIT.

       2250-OVERLAY-TXN-FIELDS.
      *----------------------------------------------------------------*
      * START FROM THE PERIOD IN EFFECT AND OVERLAY EVERY FIELD KEYED  *
      * ON THE TRANSACTION, THEN CLEAR WHAT THE KEYED CHOICES MAKE     *
      * MEANINGLESS                                                    *
      *----------------------------------------------------------------*
           MOVE WS-CUR-GROUP-IMAGE TO WS-NEW-GROUP-IMAGE

           IF GT-GROUP-NAME NOT = SPACES
               MOVE GT-GROUP-NAME TO HV-GN-GROUP-NAME
           END-IF
           IF GT-LINE-OF-BUSINESS NOT = SPACES
               MOVE GT-LINE-OF-BUSINESS TO HV-GN-LOB
           END-IF
           IF GT-SEGMENT-INDIVIDUAL
               MOVE 'I' TO HV-GN-SEGMENT
           END-IF
      *--- SMALL OR LARGE IS RE-DERIVED FROM THE COUNT BELOW ---
           IF GT-SEGMENT-GROUP
               MOVE 'S' TO HV-GN-SEGMENT
           END-IF
           IF GT-FUNDING-TYPE NOT = SPACES
               MOVE GT-FUNDING-TYPE TO HV-GN-FUNDING-TYPE
           END-IF
           IF GT-CONTRIB-STRATEGY NOT = SPACES
               MOVE GT-CONTRIB-STRATEGY TO HV-GN-CONTRIB-STRAT
           END-IF
           IF GT-ER-CONTRIB-PCT > 0
               MOVE GT-ER-CONTRIB-PCT TO HV-GN-ER-PCT
           END-IF
           IF GT-ER-CONTRIB-AMT > 0
               MOVE GT-ER-CONTRIB-AMT TO HV-GN-ER-AMT
           END-IF
           IF GT-WAIT-PERIOD-RULE NOT = SPACES
               MOVE GT-WAIT-PERIOD-RULE TO HV-GN-WAIT-RULE
           END-IF
           IF GT-WAIT-PERIOD-DAYS > 0
               MOVE GT-WAIT-PERIOD-DAYS TO HV-GN-WAIT-DAYS
           END-IF
           IF GT-ELIGIBLE-EE-COUNT > 0
               MOVE GT-ELIGIBLE-EE-COUNT TO HV-GN-EE-COUNT
           END-IF
           IF GT-RENEWAL-DATE > 0
               MOVE GT-RENEWAL-DATE TO HV-GN-RENEWAL-DATE
           END-IF
           IF GT-BILL-CONTACT-NAME NOT = SPACES
               MOVE GT-BILL-CONTACT-NAME TO HV-GN-BILL-NAME
           END-IF
           IF GT-BILL-CONTACT-PHONE NOT = SPACES
               MOVE GT-BILL-CONTACT-PHONE TO HV-GN-BILL-PHONE
           END-IF
           IF GT-BILL-CONTACT-EMAIL NOT = SPACES
               MOVE GT-BILL-CONTACT-EMAIL TO HV-GN-BILL-EMAIL
           END-IF
           IF GT-SL-SPECIFIC-ATTACH > 0
               MOVE GT-SL-SPECIFIC-ATTACH TO HV-GN-SL-SPECIFIC
           END-IF
           IF GT-SL-AGGREGATE-ATTACH > 0
               MOVE GT-SL-AGGREGATE-ATTACH TO HV-GN-SL-AGGREGATE
           END-IF
           IF GT-FUNDING-ACCOUNT NOT = SPACES
               MOVE GT-FUNDING-ACCOUNT TO HV-GN-FUND-ACCOUNT
           END-IF
           IF GT-EXPERIENCE-PKG-IND NOT = SPACES
               MOVE GT-EXPERIENCE-PKG-IND TO HV-GN-EXP-PKG
           END-IF
           IF GT-MASK-MEMBER-IND NOT = SPACES
               MOVE GT-MASK-MEMBER-IND TO HV-GN-MASK-IND
           END-IF

      *--- ONLY THE AMOUNT THE STRATEGY USES IS KEPT ---
           EVALUATE TRUE
               WHEN GN-CONTRIB-PERCENT
                   MOVE 0 TO HV-GN-ER-AMT
               WHEN GN-CONTRIB-FLAT
               WHEN GN-CONTRIB-DEFINED
                   MOVE 0 TO HV-GN-ER-PCT
               WHEN GN-CONTRIB-NONE
                   MOVE 0 TO HV-GN-ER-PCT HV-GN-ER-AMT
           END-EVALUATE
           IF GN-WAIT-NONE
               MOVE 0 TO HV-GN-WAIT-DAYS
           END-IF
      *--- A FULLY INSURED GROUP CARRIES NO STOP-LOSS OR FUNDING ACCT --
           IF GN-FULLY-INSURED
               MOVE 0 TO HV-GN-SL-SPECIFIC HV-GN-SL-AGGREGATE
               MOVE SPACES TO HV-GN-FUND-ACCOUNT
           END-IF
           .

       2260-DERIVE-SIZE-ATTRIBUTES.
      *----------------------------------------------------------------*
      * MARKET SEGMENT AND MSP EMPLOYER SIZE FROM THE ELIGIBLE-        *
      * EMPLOYEE COUNT. INDIVIDUAL BUSINESS HAS NO EMPLOYER.           *
      *----------------------------------------------------------------*
           IF GN-INDIVIDUAL
               MOVE 'N' TO HV-GN-MSP-AGED
               MOVE 'N' TO HV-GN-MSP-DISABLED
           ELSE
               IF HV-GN-EE-COUNT > WS-SMALL-GROUP-MAX
                   MOVE 'L' TO HV-GN-SEGMENT
               ELSE
                   MOVE 'S' TO HV-GN-SEGMENT
               END-IF
               IF HV-GN-EE-COUNT >= WS-MSP-AGED-MIN
                   MOVE 'Y' TO HV-GN-MSP-AGED
               ELSE
                   MOVE 'N' TO HV-GN-MSP-AGED
               END-IF
               IF HV-GN-EE-COUNT >= WS-MSP-DISABLED-MIN
                   MOVE 'Y' TO HV-GN-MSP-DISABLED
               ELSE
                   MOVE 'N' TO HV-GN-MSP-DISABLED
               END-IF
           END-IF
           .

       2270-EDIT-GROUP-IMAGE.
      *----------------------------------------------------------------*
      * FIELD AND CROSS-FIELD EDITS OF THE IMAGE BEING APPLIED. THE    *
      * FIRST FAILURE REJECTS THE TRANSACTION.                         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TXN-VALID-SW

           IF HV-GN-GROUP-NAME = SPACES
               MOVE 'GROUP NAME IS REQUIRED' TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF HV-GN-LOB = SPACES
               MOVE 'LINE OF BUSINESS IS REQUIRED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF NOT GN-FUNDING-VALID
               MOVE 'FUNDING TYPE MUST BE F, A, OR L'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF GN-INDIVIDUAL AND NOT GN-FULLY-INSURED
               MOVE 'INDIVIDUAL BUSINESS MUST BE FULLY INSURED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF NOT GN-INDIVIDUAL AND HV-GN-EE-COUNT = 0
               MOVE 'ELIGIBLE EMPLOYEE COUNT IS REQUIRED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF

      *--- CONTRIBUTION STRATEGY ---
           IF NOT GN-CONTRIB-VALID
               MOVE 'CONTRIBUTION STRATEGY MUST BE P, F, D, OR N'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF NOT GN-INDIVIDUAL AND GN-CONTRIB-NONE
               MOVE 'EMPLOYER GROUP NEEDS A CONTRIBUTION STRATEGY'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF GN-CONTRIB-PERCENT
              AND (HV-GN-ER-PCT = 0 OR HV-GN-ER-PCT > 100)
               MOVE 'EMPLOYER CONTRIBUTION PERCENT MUST BE 1-100'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF (GN-CONTRIB-FLAT OR GN-CONTRIB-DEFINED)
              AND HV-GN-ER-AMT = 0
               MOVE 'EMPLOYER CONTRIBUTION AMOUNT IS REQUIRED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF

      *--- WAITING PERIOD - NEVER MORE THAN 90 DAYS ---
           IF NOT GN-WAIT-VALID
               MOVE 'WAITING PERIOD RULE MUST BE N, D, OR F'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF NOT GN-WAIT-NONE
              AND (HV-GN-WAIT-DAYS = 0
                   OR HV-GN-WAIT-DAYS > WS-WAIT-MAX-DAYS)
               MOVE 'WAITING PERIOD MUST BE 1-90 DAYS'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF

      *--- RENEWAL DATE ---
           IF NOT GN-INDIVIDUAL AND HV-GN-RENEWAL-DATE = 0
               MOVE 'RENEWAL DATE IS REQUIRED' TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF HV-GN-RENEWAL-DATE NOT = 0
               MOVE HV-GN-RENEWAL-DATE TO WS-CHK-DATE
               PERFORM 2190-CHECK-DATE
               IF NOT WS-DATE-IS-VALID
                   MOVE 'RENEWAL DATE IS INVALID'
                       TO WS-TXN-REJECT-REASON
                   GO TO 2270-EDIT-GROUP-IMAGE-EXIT
               END-IF
               IF HV-GN-RENEWAL-DATE NOT > HV-GM-EFF-DATE
                   MOVE 'RENEWAL DATE MUST FOLLOW GROUP EFFECTIVE DATE'
                       TO WS-TXN-REJECT-REASON
                   GO TO 2270-EDIT-GROUP-IMAGE-EXIT
               END-IF
           END-IF

      *--- SELF-FUNDED GROUPS NEED STOP-LOSS AND A FUNDING ACCOUNT ---
           IF GN-SELF-FUNDED AND HV-GN-SL-SPECIFIC = 0
               MOVE 'ASO/LEVEL-FUNDED GROUP NEEDS A STOP-LOSS THRESHOLD'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF GN-SELF-FUNDED AND HV-GN-FUND-ACCOUNT = SPACES
               MOVE 'ASO/LEVEL-FUNDED GROUP NEEDS A FUNDING ACCOUNT'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF GN-LEVEL-FUNDED AND HV-GN-SL-AGGREGATE = 0
               MOVE 'LEVEL-FUNDED GROUP NEEDS AN AGGREGATE ATTACHMENT'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF HV-GN-SL-AGGREGATE > 0
              AND HV-GN-SL-AGGREGATE < HV-GN-SL-SPECIFIC
               MOVE 'AGGREGATE ATTACHMENT IS BELOW SPECIFIC'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF

      *--- BILLING CONTACT ---
           IF NOT GN-INDIVIDUAL AND HV-GN-BILL-NAME = SPACES
               MOVE 'BILLING CONTACT IS REQUIRED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF
           IF HV-GN-BILL-PHONE NOT = SPACES
              AND HV-GN-BILL-PHONE NOT NUMERIC
               MOVE 'BILLING CONTACT PHONE MUST BE 10 DIGITS'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF

      *--- EXPERIENCE REPORTING FLAGS ---
           IF NOT GN-EXP-PKG-VALID OR NOT GN-MASK-VALID
               MOVE 'EXPERIENCE PACKAGE AND MASKING FLAGS MUST BE Y/N'
                   TO WS-TXN-REJECT-REASON
               GO TO 2270-EDIT-GROUP-IMAGE-EXIT
           END-IF

           SET WS-TXN-IS-VALID TO TRUE
           .
       2270-EDIT-GROUP-IMAGE-EXIT.
           EXIT.

       2290-INSERT-HISTORY-PERIOD.
      *----------------------------------------------------------------*
      * WRITE THE GN IMAGE AS THE HISTORY PERIOD HV-PER-EFF THRU       *
      * HV-PER-END                                                     *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO GROUP_MASTER_HIST
                   (GROUP_NUM, PERIOD_EFF_DATE, PERIOD_END_DATE,
                    GROUP_NAME, LINE_OF_BUSINESS, MARKET_SEGMENT,
                    FUNDING_TYPE, CONTRIB_STRATEGY, ER_CONTRIB_PCT,
                    ER_CONTRIB_AMT, WAIT_PERIOD_RULE, WAIT_PERIOD_DAYS,
                    ELIGIBLE_EE_COUNT, MSP_AGED_IND, MSP_DISABLED_IND,
                    RENEWAL_DATE, BILL_CONTACT_NAME,
                    BILL_CONTACT_PHONE, BILL_CONTACT_EMAIL,
                    SL_SPECIFIC_ATTACH, SL_AGGREGATE_ATTACH,
                    FUNDING_ACCOUNT, EXPERIENCE_PKG_IND,
                    MASK_MEMBER_IND, APPLIED_IND, CHANGE_ACTION,
                    CHANGE_USER, CHANGE_DT)
               VALUES
                   (:HV-GROUP-NUM, :HV-PER-EFF, :HV-PER-END,
                    :HV-GN-GROUP-NAME, :HV-GN-LOB, :HV-GN-SEGMENT,
                    :HV-GN-FUNDING-TYPE, :HV-GN-CONTRIB-STRAT,
                    :HV-GN-ER-PCT, :HV-GN-ER-AMT, :HV-GN-WAIT-RULE,
                    :HV-GN-WAIT-DAYS, :HV-GN-EE-COUNT,
                    :HV-GN-MSP-AGED, :HV-GN-MSP-DISABLED,
                    :HV-GN-RENEWAL-DATE, :HV-GN-BILL-NAME,
                    :HV-GN-BILL-PHONE, :HV-GN-BILL-EMAIL,
                    :HV-GN-SL-SPECIFIC, :HV-GN-SL-AGGREGATE,
                    :HV-GN-FUND-ACCOUNT, :HV-GN-EXP-PKG,
                    :HV-GN-MASK-IND, :HV-APPLIED-IND, :GT-ACTION-CD,
                    :GT-SUBMITTED-BY, :HV-RUN-DATE)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'INSERT INTO GROUP_MASTER_HIST FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 2300 - CHANGE THE GROUP FROM THE EFFECTIVE DATE. THE HISTORY   *
      * PERIOD IN EFFECT ON THAT DATE IS UPDATED IN PLACE WHEN IT      *
      * STARTS THAT DAY, OTHERWISE ENDED THE DAY BEFORE AND A NEW      *
      * PERIOD OPENED. A CHANGE BEHIND A LATER SCHEDULED CHANGE IS     *
      * REJECTED SO THE LATER ONE IS NOT SILENTLY OVERTAKEN.           *
      *================================================================*
       2300-CHANGE-GROUP.
           MOVE GT-EFF-DT TO HV-EFF-DATE
           IF HV-EFF-DATE < HV-GM-EFF-DATE
              OR HV-EFF-DATE > HV-GM-TERM-DATE
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'EFFECTIVE DATE OUTSIDE THE GROUP COVERAGE PERIOD'
                   TO WS-TXN-REJECT-REASON
               GO TO 2300-CHANGE-GROUP-EXIT
           END-IF

           EXEC SQL
               SELECT PERIOD_EFF_DATE, PERIOD_END_DATE, GROUP_NAME,
                      LINE_OF_BUSINESS, MARKET_SEGMENT, FUNDING_TYPE,
                      CONTRIB_STRATEGY, ER_CONTRIB_PCT, ER_CONTRIB_AMT,
                      WAIT_PERIOD_RULE, WAIT_PERIOD_DAYS,
                      ELIGIBLE_EE_COUNT, MSP_AGED_IND,
                      MSP_DISABLED_IND, RENEWAL_DATE,
                      BILL_CONTACT_NAME, BILL_CONTACT_PHONE,
                      BILL_CONTACT_EMAIL, SL_SPECIFIC_ATTACH,
                      SL_AGGREGATE_ATTACH, FUNDING_ACCOUNT,
                      EXPERIENCE_PKG_IND, MASK_MEMBER_IND
               INTO   :HV-PER-EFF, :HV-PER-END, :HV-GC-GROUP-NAME,
                      :HV-GC-LOB, :HV-GC-SEGMENT, :HV-GC-FUNDING-TYPE,
                      :HV-GC-CONTRIB-STRAT, :HV-GC-ER-PCT,
                      :HV-GC-ER-AMT, :HV-GC-WAIT-RULE,
                      :HV-GC-WAIT-DAYS, :HV-GC-EE-COUNT,
                      :HV-GC-MSP-AGED, :HV-GC-MSP-DISABLED,
                      :HV-GC-RENEWAL-DATE, :HV-GC-BILL-NAME,
                      :HV-GC-BILL-PHONE, :HV-GC-BILL-EMAIL,
                      :HV-GC-SL-SPECIFIC, :HV-GC-SL-AGGREGATE,
                      :HV-GC-FUND-ACCOUNT, :HV-GC-EXP-PKG,
                      :HV-GC-MASK-IND
               FROM   GROUP_MASTER_HIST
               WHERE  GROUP_NUM        = :HV-GROUP-NUM
               AND    PERIOD_EFF_DATE <= :HV-EFF-DATE
               AND    PERIOD_END_DATE >= :HV-EFF-DATE
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'NO HISTORY PERIOD COVERS THE EFFECTIVE DATE'
                   TO WS-TXN-REJECT-REASON
               GO TO 2300-CHANGE-GROUP-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   GROUP_MASTER_HIST
               WHERE  GROUP_NUM       = :HV-GROUP-NUM
               AND    PERIOD_EFF_DATE > :HV-EFF-DATE
           END-EXEC
           IF HV-ROW-COUNT > 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'A LATER CHANGE IS ALREADY SCHEDULED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2300-CHANGE-GROUP-EXIT
           END-IF

           PERFORM 2250-OVERLAY-TXN-FIELDS
           PERFORM 2260-DERIVE-SIZE-ATTRIBUTES
           PERFORM 2270-EDIT-GROUP-IMAGE
               THRU 2270-EDIT-GROUP-IMAGE-EXIT
           IF NOT WS-TXN-IS-VALID
               GO TO 2300-CHANGE-GROUP-EXIT
           END-IF

           SET WS-AUD-COUNT-ONLY TO TRUE
           PERFORM 2700-AUDIT-CHANGED-FIELDS
           IF WS-AUD-FIELDS-CHANGED = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'NO FIELD VALUES CHANGED'
                   TO WS-TXN-REJECT-REASON
               GO TO 2300-CHANGE-GROUP-EXIT
           END-IF

           IF HV-EFF-DATE > HV-RUN-DATE
               MOVE 'N' TO HV-APPLIED-IND
           ELSE
               MOVE 'Y' TO HV-APPLIED-IND
           END-IF

           IF HV-PER-EFF = HV-EFF-DATE
               PERFORM 2320-UPDATE-PERIOD-IN-PLACE
           ELSE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HV-EFF-DATE) - 1
               COMPUTE HV-SPLIT-END =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               EXEC SQL
                   UPDATE GROUP_MASTER_HIST
                   SET    PERIOD_END_DATE = :HV-SPLIT-END
                   WHERE  GROUP_NUM       = :HV-GROUP-NUM
                   AND    PERIOD_EFF_DATE = :HV-PER-EFF
               END-EXEC
               MOVE HV-EFF-DATE TO HV-PER-EFF
               PERFORM 2290-INSERT-HISTORY-PERIOD
           END-IF

           IF HV-APPLIED-IND = 'Y'
               PERFORM 2340-UPDATE-MASTER
               ADD 1 TO WS-CTR-GRP-CHANGED
           ELSE
               ADD 1 TO WS-CTR-GRP-SCHEDULED
           END-IF
           PERFORM 2800-SYNC-FUNDING-TABLES

           SET WS-AUD-WRITE TO TRUE
           PERFORM 2700-AUDIT-CHANGED-FIELDS

           MOVE WS-AUD-FIELDS-CHANGED TO WS-FIELDS-EDIT
           IF HV-APPLIED-IND = 'Y'
               STRING 'GROUP CHANGED EFF ' GT-EFF-DT ' - '
                   WS-FIELDS-EDIT ' FIELD(S)'
                   DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
           ELSE
               STRING 'CHANGE SCHEDULED FOR ' GT-EFF-DT ' - '
                   WS-FIELDS-EDIT ' FIELD(S)'
                   DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
           END-IF
           .
       2300-CHANGE-GROUP-EXIT.
           EXIT.

       2320-UPDATE-PERIOD-IN-PLACE.
           EXEC SQL
               UPDATE GROUP_MASTER_HIST
               SET    GROUP_NAME          = :HV-GN-GROUP-NAME,
                      LINE_OF_BUSINESS    = :HV-GN-LOB,
                      MARKET_SEGMENT      = :HV-GN-SEGMENT,
                      FUNDING_TYPE        = :HV-GN-FUNDING-TYPE,
                      CONTRIB_STRATEGY    = :HV-GN-CONTRIB-STRAT,
                      ER_CONTRIB_PCT      = :HV-GN-ER-PCT,
                      ER_CONTRIB_AMT      = :HV-GN-ER-AMT,
                      WAIT_PERIOD_RULE    = :HV-GN-WAIT-RULE,
                      WAIT_PERIOD_DAYS    = :HV-GN-WAIT-DAYS,
                      ELIGIBLE_EE_COUNT   = :HV-GN-EE-COUNT,
                      MSP_AGED_IND        = :HV-GN-MSP-AGED,
                      MSP_DISABLED_IND    = :HV-GN-MSP-DISABLED,
                      RENEWAL_DATE        = :HV-GN-RENEWAL-DATE,
                      BILL_CONTACT_NAME   = :HV-GN-BILL-NAME,
                      BILL_CONTACT_PHONE  = :HV-GN-BILL-PHONE,
                      BILL_CONTACT_EMAIL  = :HV-GN-BILL-EMAIL,
                      SL_SPECIFIC_ATTACH  = :HV-GN-SL-SPECIFIC,
                      SL_AGGREGATE_ATTACH = :HV-GN-SL-AGGREGATE,
                      FUNDING_ACCOUNT     = :HV-GN-FUND-ACCOUNT,
                      EXPERIENCE_PKG_IND  = :HV-GN-EXP-PKG,
                      MASK_MEMBER_IND     = :HV-GN-MASK-IND,
                      APPLIED_IND         = :HV-APPLIED-IND,
                      CHANGE_ACTION       = :GT-ACTION-CD,
                      CHANGE_USER         = :GT-SUBMITTED-BY,
                      CHANGE_DT           = :HV-RUN-DATE
               WHERE  GROUP_NUM           = :HV-GROUP-NUM
               AND    PERIOD_EFF_DATE     = :HV-PER-EFF
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'UPDATE OF GROUP_MASTER_HIST FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       2340-UPDATE-MASTER.
           EXEC SQL
               UPDATE GROUP_MASTER
               SET    GROUP_NAME          = :HV-GN-GROUP-NAME,
                      LINE_OF_BUSINESS    = :HV-GN-LOB,
                      MARKET_SEGMENT      = :HV-GN-SEGMENT,
                      FUNDING_TYPE        = :HV-GN-FUNDING-TYPE,
                      CONTRIB_STRATEGY    = :HV-GN-CONTRIB-STRAT,
                      ER_CONTRIB_PCT      = :HV-GN-ER-PCT,
                      ER_CONTRIB_AMT      = :HV-GN-ER-AMT,
                      WAIT_PERIOD_RULE    = :HV-GN-WAIT-RULE,
                      WAIT_PERIOD_DAYS    = :HV-GN-WAIT-DAYS,
                      ELIGIBLE_EE_COUNT   = :HV-GN-EE-COUNT,
                      MSP_AGED_IND        = :HV-GN-MSP-AGED,
                      MSP_DISABLED_IND    = :HV-GN-MSP-DISABLED,
                      RENEWAL_DATE        = :HV-GN-RENEWAL-DATE,
                      BILL_CONTACT_NAME   = :HV-GN-BILL-NAME,
                      BILL_CONTACT_PHONE  = :HV-GN-BILL-PHONE,
                      BILL_CONTACT_EMAIL  = :HV-GN-BILL-EMAIL,
                      SL_SPECIFIC_ATTACH  = :HV-GN-SL-SPECIFIC,
                      SL_AGGREGATE_ATTACH = :HV-GN-SL-AGGREGATE,
                      FUNDING_ACCOUNT     = :HV-GN-FUND-ACCOUNT,
                      EXPERIENCE_PKG_IND  = :HV-GN-EXP-PKG,
                      MASK_MEMBER_IND     = :HV-GN-MASK-IND,
                      LAST_UPD_DT         = :HV-RUN-DATE,
                      LAST_UPD_USER       = 'HCGRPMNT'
               WHERE  GROUP_NUM           = :HV-GROUP-NUM
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'UPDATE OF GROUP_MASTER FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 2400 - TERMINATE THE GROUP. THE OPEN HISTORY PERIOD ENDS ON    *
      * THE TERMINATION DATE AND EVERY DIVISION STILL OPEN PAST IT     *
      * ENDS WITH IT. THE MASTER GOES TO STATUS T ONCE THE DATE HAS    *
      * PASSED (HERE OR IN 1500 ON A LATER RUN).                       *
      *================================================================*
       2400-TERMINATE-GROUP.
           MOVE GT-TERM-DT TO HV-TERM-DATE
           MOVE GT-TERM-REASON TO HV-TERM-REASON
           IF HV-TERM-DATE < HV-GM-EFF-DATE
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'TERMINATION DATE BEFORE GROUP EFFECTIVE DATE'
                   TO WS-TXN-REJECT-REASON
               GO TO 2400-TERMINATE-GROUP-EXIT
           END-IF
           IF HV-GM-TERM-DATE NOT = WS-OPEN-END-DATE
              AND HV-GM-TERM-DATE <= HV-TERM-DATE
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'GROUP ALREADY TERMINATES ON OR BEFORE THIS DATE'
                   TO WS-TXN-REJECT-REASON
               GO TO 2400-TERMINATE-GROUP-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   GROUP_MASTER_HIST
               WHERE  GROUP_NUM       = :HV-GROUP-NUM
               AND    PERIOD_EFF_DATE > :HV-TERM-DATE
           END-EXEC
           IF HV-ROW-COUNT > 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'A CHANGE IS SCHEDULED AFTER THE TERMINATION DATE'
                   TO WS-TXN-REJECT-REASON
               GO TO 2400-TERMINATE-GROUP-EXIT
           END-IF

           EXEC SQL
               UPDATE GROUP_MASTER_HIST
               SET    PERIOD_END_DATE  = :HV-TERM-DATE,
                      CHANGE_ACTION    = 'T',
                      CHANGE_USER      = :GT-SUBMITTED-BY,
                      CHANGE_DT        = :HV-RUN-DATE
               WHERE  GROUP_NUM        = :HV-GROUP-NUM
               AND    PERIOD_EFF_DATE <= :HV-TERM-DATE
               AND    PERIOD_END_DATE  > :HV-TERM-DATE
           END-EXEC

           IF HV-TERM-DATE < HV-RUN-DATE
               MOVE 'T' TO HV-GM-STATUS
           ELSE
               MOVE 'A' TO HV-GM-STATUS
           END-IF
           EXEC SQL
               UPDATE GROUP_MASTER
               SET    GROUP_STATUS  = :HV-GM-STATUS,
                      TERM_DATE     = :HV-TERM-DATE,
                      TERM_REASON   = :HV-TERM-REASON,
                      LAST_UPD_DT   = :HV-RUN-DATE,
                      LAST_UPD_USER = 'HCGRPMNT'
               WHERE  GROUP_NUM     = :HV-GROUP-NUM
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'TERMINATE OF GROUP_MASTER FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'DATABASE ERROR TERMINATING GROUP'
                   TO WS-TXN-REJECT-REASON
               GO TO 2400-TERMINATE-GROUP-EXIT
           END-IF

           EXEC SQL
               UPDATE GROUP_DIVISION
               SET    TERM_DATE     = :HV-TERM-DATE,
                      LAST_UPD_DT   = :HV-RUN-DATE,
                      LAST_UPD_USER = 'HCGRPMNT'
               WHERE  GROUP_NUM     = :HV-GROUP-NUM
               AND    TERM_DATE     > :HV-TERM-DATE
           END-EXEC

           MOVE 'TERM_DATE' TO WS-AUD-FIELD-NAME
           MOVE HV-GM-TERM-DATE TO WS-AUD-OLD-VALUE
           MOVE HV-TERM-DATE TO WS-AUD-NEW-VALUE
           ADD 1 TO WS-CTR-GRP-TERMINATED
           STRING 'GROUP TERMINATED ' GT-TERM-DT
               ' REASON ' GT-TERM-REASON
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           .
       2400-TERMINATE-GROUP-EXIT.
           EXIT.

      *================================================================*
      * 2600 - DIVISIONS AND SUBGROUPS UNDER AN ACTIVE GROUP           *
      *================================================================*
       2600-MAINTAIN-DIVISION.
           MOVE GT-DIVISION-CD TO HV-DIVISION-CD
           MOVE GT-SUBGROUP-CD TO HV-SUBGROUP-CD
           MOVE GT-GROUP-NAME TO HV-DIVISION-NAME

           MOVE SPACES TO HV-OLD-DIVISION-NAME
           MOVE 0 TO HV-DIV-EFF-DATE HV-DIV-TERM-DATE
           EXEC SQL
               SELECT DIVISION_NAME, EFF_DATE, TERM_DATE
               INTO   :HV-OLD-DIVISION-NAME, :HV-DIV-EFF-DATE,
                      :HV-DIV-TERM-DATE
               FROM   GROUP_DIVISION
               WHERE  GROUP_NUM   = :HV-GROUP-NUM
               AND    DIVISION_CD = :HV-DIVISION-CD
               AND    SUBGROUP_CD = :HV-SUBGROUP-CD
           END-EXEC
           MOVE WS-SQLCODE TO HV-ROW-COUNT

           EVALUATE TRUE
               WHEN GT-ACTION-ADD
                   IF HV-ROW-COUNT = 0
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'DIVISION ALREADY ON FILE'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   IF HV-DIVISION-NAME = SPACES
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'DIVISION NAME IS REQUIRED'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   IF GT-EFF-DT < HV-GM-EFF-DATE
                      OR GT-EFF-DT > HV-GM-TERM-DATE
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'DIVISION DATE OUTSIDE THE GROUP PERIOD'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   MOVE GT-EFF-DT TO HV-DIV-EFF-DATE
                   MOVE HV-GM-TERM-DATE TO HV-DIV-TERM-DATE
                   EXEC SQL
                       INSERT INTO GROUP_DIVISION
                           (GROUP_NUM, DIVISION_CD, SUBGROUP_CD,
                            DIVISION_NAME, EFF_DATE, TERM_DATE,
                            LAST_UPD_DT, LAST_UPD_USER)
                       VALUES
                           (:HV-GROUP-NUM, :HV-DIVISION-CD,
                            :HV-SUBGROUP-CD, :HV-DIVISION-NAME,
                            :HV-DIV-EFF-DATE, :HV-DIV-TERM-DATE,
                            :HV-RUN-DATE, 'HCGRPMNT')
                   END-EXEC
                   MOVE 'DIVISION' TO WS-AUD-FIELD-NAME
                   MOVE HV-DIVISION-NAME TO WS-AUD-NEW-VALUE
                   ADD 1 TO WS-CTR-DIV-ADDED
                   STRING 'DIVISION ADDED EFF ' GT-EFF-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
                   END-STRING

               WHEN GT-ACTION-CHANGE
                   IF HV-ROW-COUNT NOT = 0
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'DIVISION NOT ON FILE - USE ADD ACTION'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   IF HV-DIVISION-NAME = SPACES
                      OR HV-DIVISION-NAME = HV-OLD-DIVISION-NAME
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'NO FIELD VALUES CHANGED'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   EXEC SQL
                       UPDATE GROUP_DIVISION
                       SET    DIVISION_NAME = :HV-DIVISION-NAME,
                              LAST_UPD_DT   = :HV-RUN-DATE,
                              LAST_UPD_USER = 'HCGRPMNT'
                       WHERE  GROUP_NUM     = :HV-GROUP-NUM
                       AND    DIVISION_CD   = :HV-DIVISION-CD
                       AND    SUBGROUP_CD   = :HV-SUBGROUP-CD
                   END-EXEC
                   MOVE 'DIVISION_NAME' TO WS-AUD-FIELD-NAME
                   MOVE HV-OLD-DIVISION-NAME TO WS-AUD-OLD-VALUE
                   MOVE HV-DIVISION-NAME TO WS-AUD-NEW-VALUE
                   ADD 1 TO WS-CTR-DIV-CHANGED
                   MOVE 'DIVISION NAME UPDATED' TO WS-RPT-DETAIL

               WHEN GT-ACTION-TERMINATE
                   IF HV-ROW-COUNT NOT = 0
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'DIVISION NOT ON FILE'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   IF GT-TERM-DT < HV-DIV-EFF-DATE
                      OR GT-TERM-DT >= HV-DIV-TERM-DATE
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'TERMINATION DATE OUTSIDE DIVISION PERIOD'
                           TO WS-TXN-REJECT-REASON
                       GO TO 2600-MAINTAIN-DIVISION-EXIT
                   END-IF
                   MOVE GT-TERM-DT TO HV-TERM-DATE
                   EXEC SQL
                       UPDATE GROUP_DIVISION
                       SET    TERM_DATE     = :HV-TERM-DATE,
                              LAST_UPD_DT   = :HV-RUN-DATE,
                              LAST_UPD_USER = 'HCGRPMNT'
                       WHERE  GROUP_NUM     = :HV-GROUP-NUM
                       AND    DIVISION_CD   = :HV-DIVISION-CD
                       AND    SUBGROUP_CD   = :HV-SUBGROUP-CD
                   END-EXEC
                   MOVE 'TERM_DATE' TO WS-AUD-FIELD-NAME
                   MOVE HV-DIV-TERM-DATE TO WS-AUD-OLD-VALUE
                   MOVE HV-TERM-DATE TO WS-AUD-NEW-VALUE
                   ADD 1 TO WS-CTR-DIV-TERMINATED
                   STRING 'DIVISION TERMINATED ' GT-TERM-DT
                       DELIMITED BY SIZE
                       INTO WS-RPT-DETAIL
                   END-STRING
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               MOVE 'GROUP_DIVISION UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       2600-MAINTAIN-DIVISION-EXIT.
           EXIT.

      *================================================================*
      * 2700 - FIELD-BY-FIELD COMPARISON OF THE PERIOD IN EFFECT (GC)  *
      * WITH THE IMAGE APPLIED (GN). IN COUNT MODE ONLY THE NUMBER OF  *
      * DIFFERENCES IS TAKEN; IN WRITE MODE EACH ONE IS AUDITED.       *
      *================================================================*
       2700-AUDIT-CHANGED-FIELDS.
           MOVE 0 TO WS-AUD-FIELDS-CHANGED

           MOVE 'GROUP_NAME' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-GROUP-NAME TO WS-AUD-OLD-VALUE
           MOVE HV-GN-GROUP-NAME TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'LINE_OF_BUSINESS' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-LOB TO WS-AUD-OLD-VALUE
           MOVE HV-GN-LOB TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'MARKET_SEGMENT' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-SEGMENT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-SEGMENT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'FUNDING_TYPE' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-FUNDING-TYPE TO WS-AUD-OLD-VALUE
           MOVE HV-GN-FUNDING-TYPE TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'CONTRIB_STRATEGY' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-CONTRIB-STRAT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-CONTRIB-STRAT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'ER_CONTRIB_PCT' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-ER-PCT TO WS-AUD-EDIT-PCT
           MOVE WS-AUD-EDIT-PCT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-ER-PCT TO WS-AUD-EDIT-PCT
           MOVE WS-AUD-EDIT-PCT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'ER_CONTRIB_AMT' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-ER-AMT TO WS-AUD-EDIT-AMT
           MOVE WS-AUD-EDIT-AMT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-ER-AMT TO WS-AUD-EDIT-AMT
           MOVE WS-AUD-EDIT-AMT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'WAIT_PERIOD_RULE' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-WAIT-RULE TO WS-AUD-OLD-VALUE
           MOVE HV-GN-WAIT-RULE TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'WAIT_PERIOD_DAYS' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-WAIT-DAYS TO WS-AUD-OLD-VALUE
           MOVE HV-GN-WAIT-DAYS TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'ELIGIBLE_EE_COUNT' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-EE-COUNT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-EE-COUNT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'MSP_AGED_IND' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-MSP-AGED TO WS-AUD-OLD-VALUE
           MOVE HV-GN-MSP-AGED TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'MSP_DISABLED_IND' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-MSP-DISABLED TO WS-AUD-OLD-VALUE
           MOVE HV-GN-MSP-DISABLED TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'RENEWAL_DATE' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-RENEWAL-DATE TO WS-AUD-OLD-VALUE
           MOVE HV-GN-RENEWAL-DATE TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'BILL_CONTACT_NAME' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-BILL-NAME TO WS-AUD-OLD-VALUE
           MOVE HV-GN-BILL-NAME TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'BILL_CONTACT_PHONE' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-BILL-PHONE TO WS-AUD-OLD-VALUE
           MOVE HV-GN-BILL-PHONE TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'BILL_CONTACT_EMAIL' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-BILL-EMAIL TO WS-AUD-OLD-VALUE
           MOVE HV-GN-BILL-EMAIL TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'SL_SPECIFIC_ATTACH' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-SL-SPECIFIC TO WS-AUD-EDIT-AMT
           MOVE WS-AUD-EDIT-AMT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-SL-SPECIFIC TO WS-AUD-EDIT-AMT
           MOVE WS-AUD-EDIT-AMT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'SL_AGGREGATE_ATTACH' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-SL-AGGREGATE TO WS-AUD-EDIT-AMT
           MOVE WS-AUD-EDIT-AMT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-SL-AGGREGATE TO WS-AUD-EDIT-AMT
           MOVE WS-AUD-EDIT-AMT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'FUNDING_ACCOUNT' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-FUND-ACCOUNT TO WS-AUD-OLD-VALUE
           MOVE HV-GN-FUND-ACCOUNT TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'EXPERIENCE_PKG_IND' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-EXP-PKG TO WS-AUD-OLD-VALUE
           MOVE HV-GN-EXP-PKG TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE 'MASK_MEMBER_IND' TO WS-AUD-FIELD-NAME
           MOVE HV-GC-MASK-IND TO WS-AUD-OLD-VALUE
           MOVE HV-GN-MASK-IND TO WS-AUD-NEW-VALUE
           PERFORM 2710-AUDIT-ONE-FIELD

           MOVE SPACES TO WS-AUD-FIELD-NAME
           MOVE SPACES TO WS-AUD-OLD-VALUE
           MOVE SPACES TO WS-AUD-NEW-VALUE
           .

       2710-AUDIT-ONE-FIELD.
           IF WS-AUD-OLD-VALUE NOT = WS-AUD-NEW-VALUE
               ADD 1 TO WS-AUD-FIELDS-CHANGED
               IF WS-AUD-WRITE
                   PERFORM 2950-WRITE-FIELD-AUDIT
               END-IF
           END-IF
           .

      *================================================================*
      * 2800 - SELF-FUNDED GROUPS: CARRY THE STOP-LOSS ATTACHMENT      *
      * POINTS TO GROUP_STOP_LOSS_THRESHOLDS FOR THE PLAN YEAR THE     *
      * CHANGE TAKES EFFECT IN (HCCLMADJ'S STOP-LOSS CHECK), AND KEEP  *
      * ASO GROUPS ON ASO_FUNDING_GROUP FOR HCASOFND                   *
      *================================================================*
       2800-SYNC-FUNDING-TABLES.
           IF NOT GN-SELF-FUNDED
               GO TO 2800-SYNC-EXIT
           END-IF

           MOVE GT-EFF-DT(1:4) TO HV-PLAN-YEAR
           EXEC SQL
               UPDATE GROUP_STOP_LOSS_THRESHOLDS
               SET    SELF_FUNDED_IND        = 'Y',
                      SPECIFIC_ATTACH_POINT  = :HV-GN-SL-SPECIFIC,
                      AGGREGATE_ATTACH_POINT = :HV-GN-SL-AGGREGATE
               WHERE  GROUP_NUMBER           = :HV-GROUP-NUM
               AND    PLAN_YEAR              = :HV-PLAN-YEAR
           END-EXEC
           IF WS-SQLCODE = 100
              OR (WS-SQLCODE = 0 AND WS-SQLERRD(3) = 0)
               EXEC SQL
                   INSERT INTO GROUP_STOP_LOSS_THRESHOLDS
                       (GROUP_NUMBER, PLAN_YEAR, SELF_FUNDED_IND,
                        SPECIFIC_ATTACH_POINT, AGGREGATE_ATTACH_POINT)
                   VALUES
                       (:HV-GROUP-NUM, :HV-PLAN-YEAR, 'Y',
                        :HV-GN-SL-SPECIFIC, :HV-GN-SL-AGGREGATE)
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'STOP-LOSS THRESHOLD SYNC FAILED' TO WS-ERR-MESSAGE
               MOVE 'W' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF NOT GN-ASO
               GO TO 2800-SYNC-EXIT
           END-IF

           EXEC SQL
               UPDATE ASO_FUNDING_GROUP
               SET    GROUP_NAME  = :HV-GN-GROUP-NAME,
                      ACTIVE_FLAG = 'Y'
               WHERE  GROUP_NO    = :HV-GROUP-NUM
           END-EXEC
           IF WS-SQLCODE = 100
              OR (WS-SQLCODE = 0 AND WS-SQLERRD(3) = 0)
               EXEC SQL
                   INSERT INTO ASO_FUNDING_GROUP
                       (GROUP_NO, GROUP_NAME, ACTIVE_FLAG,
                        FUNDING_HOLD_FLAG)
                   VALUES
                       (:HV-GROUP-NUM, :HV-GN-GROUP-NAME, 'Y', 'N')
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'ASO FUNDING GROUP SYNC FAILED' TO WS-ERR-MESSAGE
               MOVE 'W' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       2800-SYNC-EXIT.
           EXIT.

       2900-WRITE-AUDIT-RECORD.
      *----------------------------------------------------------------*
      * RECORD WHETHER THIS TRANSACTION WAS APPLIED OR REJECTED, AND   *
      * REFLECT THE SAME ON THE CONTROL REPORT                         *
      *----------------------------------------------------------------*
           MOVE SPACES TO GROUP-AUDIT-REC
           MOVE WS-TABLE-ID TO GA-TABLE-ID
           MOVE GT-GROUP-NUM TO GA-GROUP-NUM
           MOVE WS-SUB-KEY TO GA-SUB-KEY
           MOVE GT-ACTION-CD TO GA-ACTION-CD
           MOVE GT-SUBMITTED-BY TO GA-SUBMITTED-BY
           MOVE GT-SUBMITTED-DT TO GA-SUBMITTED-DT
           MOVE FUNCTION CURRENT-DATE TO GA-PROCESSED-TS
           IF GT-ACTION-TERMINATE
               MOVE GT-TERM-DT TO GA-EFF-DT
           ELSE
               MOVE GT-EFF-DT TO GA-EFF-DT
           END-IF
           MOVE 'TRANSACTION' TO GA-FIELD-NAME
           MOVE WS-AUD-OLD-VALUE TO GA-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE TO GA-NEW-VALUE

           MOVE WS-TABLE-ID TO WS-RPT-TABLE-ID
           MOVE GT-GROUP-NUM TO WS-RPT-GROUP
           MOVE WS-SUB-KEY TO WS-RPT-SUB-KEY

           IF WS-TXN-IS-VALID
               MOVE 'APPLIED ' TO GA-ACTION-RESULT
               MOVE SPACES TO GA-REJECT-REASON
               EVALUATE TRUE
                   WHEN GT-ACTION-ADD
                       MOVE 'ADDED     ' TO WS-RPT-ACTION
                   WHEN GT-ACTION-CHANGE
                       MOVE 'CHANGED   ' TO WS-RPT-ACTION
                   WHEN GT-ACTION-TERMINATE
                       MOVE 'TERMINATED' TO WS-RPT-ACTION
               END-EVALUATE
           ELSE
               MOVE 'REJECTED' TO GA-ACTION-RESULT
               MOVE WS-TXN-REJECT-REASON TO GA-REJECT-REASON
               MOVE 'REJECTED  ' TO WS-RPT-ACTION
               MOVE WS-TXN-REJECT-REASON TO WS-RPT-DETAIL
           END-IF

           WRITE GROUP-AUDIT-REC
           PERFORM 1200-WRITE-DETAIL-LINE
           .

       2950-WRITE-FIELD-AUDIT.
      *----------------------------------------------------------------*
      * ONE AUDIT RECORD FOR ONE FIELD CHANGED BY AN APPLIED CHANGE    *
      *----------------------------------------------------------------*
           MOVE SPACES TO GROUP-AUDIT-REC
           MOVE WS-TABLE-ID TO GA-TABLE-ID
           MOVE GT-GROUP-NUM TO GA-GROUP-NUM
           MOVE WS-SUB-KEY TO GA-SUB-KEY
           MOVE GT-ACTION-CD TO GA-ACTION-CD
           MOVE 'APPLIED ' TO GA-ACTION-RESULT
           MOVE GT-SUBMITTED-BY TO GA-SUBMITTED-BY
           MOVE GT-SUBMITTED-DT TO GA-SUBMITTED-DT
           MOVE FUNCTION CURRENT-DATE TO GA-PROCESSED-TS
           MOVE GT-EFF-DT TO GA-EFF-DT
           MOVE WS-AUD-FIELD-NAME TO GA-FIELD-NAME
           MOVE WS-AUD-OLD-VALUE TO GA-OLD-VALUE
           MOVE WS-AUD-NEW-VALUE TO GA-NEW-VALUE
           WRITE GROUP-AUDIT-REC
           ADD 1 TO WS-CTR-FIELDS-AUDITED
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCGRPMNT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCGRPMNT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCGRPMNT - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCGRPMNT - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCGRPMNT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE THE FILES, AND END THE RUN         *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'TOTL' TO WS-RPT-TABLE-ID
           MOVE SPACES TO WS-RPT-GROUP WS-RPT-SUB-KEY WS-RPT-ACTION
           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'GROUPS READ=' WS-CTR-TXN-READ
               ' ADDED=' WS-CTR-GRP-ADDED
               ' CHANGED=' WS-CTR-GRP-CHANGED
               ' SCHEDULED=' WS-CTR-GRP-SCHEDULED
               ' TERMINATED=' WS-CTR-GRP-TERMINATED
               ' REJECTED=' WS-CTR-TXN-REJECTED
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'DIVISIONS ADDED=' WS-CTR-DIV-ADDED
               ' CHANGED=' WS-CTR-DIV-CHANGED
               ' TERMINATED=' WS-CTR-DIV-TERMINATED
               ' FIELD CHANGES AUDITED=' WS-CTR-FIELDS-AUDITED
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'SECURITY VIOLATIONS=' WS-CTR-SEC-VIOLATIONS
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCGRPMNT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'SCHEDULED CHANGES APPLIED: ' WS-CTR-CHANGES-APPLIED
           DISPLAY 'GROUPS PAST TERM DATE:     ' WS-CTR-GROUPS-LAPSED
           DISPLAY 'TRANSACTIONS READ:         ' WS-CTR-TXN-READ
           DISPLAY 'GROUPS ADDED:              ' WS-CTR-GRP-ADDED
           DISPLAY 'GROUPS CHANGED:            ' WS-CTR-GRP-CHANGED
           DISPLAY 'CHANGES SCHEDULED:         ' WS-CTR-GRP-SCHEDULED
           DISPLAY 'GROUPS TERMINATED:         ' WS-CTR-GRP-TERMINATED
           DISPLAY 'DIVISIONS ADDED:           ' WS-CTR-DIV-ADDED
           DISPLAY 'DIVISIONS CHANGED:         ' WS-CTR-DIV-CHANGED
           DISPLAY 'DIVISIONS TERMINATED:      ' WS-CTR-DIV-TERMINATED
           DISPLAY 'TRANSACTIONS REJECTED:     ' WS-CTR-TXN-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:       ' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'FIELD CHANGES AUDITED:     ' WS-CTR-FIELDS-AUDITED
           DISPLAY 'ERRORS ENCOUNTERED:        ' WS-ERR-COUNT
           DISPLAY 'START TIME:                ' WS-STAT-START-TIME
           DISPLAY 'END TIME:                  ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-ERR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE GROUP-AUDIT-FILE
           CLOSE GROUP-CONTROL-RPT
           .
