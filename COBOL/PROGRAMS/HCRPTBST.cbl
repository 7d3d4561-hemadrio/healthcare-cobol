       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCRPTBST.
      *================================================================*
      * PROGRAM:     HCRPTBST                                          *
      * DESCRIPTION: REPORT DISTRIBUTION AND BURSTING FOR HCRPTGEN     *
      *              OUTPUT. RUN ONCE PER REPORT AFTER HCRPTGEN, WITH  *
      *              THE REPORT ID ON THE CONTROL CARD. EVERY ACTIVE   *
      *              ROW OF REPORT_DISTRIBUTION FOR THE REPORT NAMES   *
      *              A RECIPIENT, THE SELECTION KEY THAT RECIPIENT MAY *
      *              SEE AND WHERE THE COPY GOES:                      *
      *                                                                *
      *              KEY TYPE '*' - THE WHOLE REPORT, COPIED FROM THE  *
      *                REPORT'S PRINT FILE (RPTIN)                     *
      *              KEY TYPE R/L/P/G - ONLY THE LINES HCRPTGEN TAGGED *
      *                ON THE BURST INDEX (RPTBURST) WITH ONE OF THE   *
      *                RECIPIENT'S KEY VALUES (NETWORK REGION, PRODUCT *
      *                LINE, PAYER, EMPLOYER GROUP). TOTAL LINES THAT  *
      *                SPAN KEYS ARE NEVER PART OF A KEYED COPY.       *
      *                                                                *
      *              DESTINATION 'D' IS A SECURED OUTBOX DATASET       *
      *              (BSTOUTB, ONE STAGING FILE THE OUTBOX COPY STEP   *
      *              SPLITS BY DESTINATION NAME); 'P' IS A PRINT CLASS *
      *              (BSTPRNT, SPLIT BY CLASS TO THE WRITER).          *
      *                                                                *
      *              EACH COPY OPENS WITH A RECIPIENT BANNER PAGE AND  *
      *              CLOSES WITH A TRAILER GIVING ITS PAGE COUNT.      *
      *              A KEYED SELECTION ON A REPORT THAT IS NOT BURST   *
      *              BY THAT KEY IS REFUSED, NEVER SENT UNFILTERED.    *
      *              RESTRICTED REPORTS GO ONLY TO THEIR OWNING        *
      *              DEPARTMENT (RPT11 FRAUD/WASTE/ABUSE - SIU); ANY   *
      *              OTHER ROW IS DENIED. EVERY DELIVERY, REFUSAL AND  *
      *              DENIAL IS LOGGED ON REPORT_DISTRIBUTION_LOG FOR   *
      *              AUDIT, AND REFUSALS/DENIALS ARE ALSO WRITTEN IN   *
      *              THE COMMON EXCPTIN LAYOUT FOR HCEXCREP.           *
      *                                                                *
      *              STEP RC: 0 ALL DELIVERED, 4 A SELECTION REFUSED,  *
      *              8 A RESTRICTED REPORT DENIED, 16 FATAL.           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      ENTERPRISE REPORTING TEAM                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  BSTCTRL  - REPORT ID / RUN DATE CARD (80)        *
      *               RPTIN    - THE REPORT'S PRINT FILE (132)         *
      *               RPTBURST - HCRPTGEN BURST INDEX (200)            *
      * OUTPUT FILES: BSTOUTB  - OUTBOX DATASET STAGING (200)          *
      *               BSTPRNT  - PRINT CLASS STAGING (200)             *
      *               BSTEXCP  - REFUSALS/DENIALS, EXCPTIN LAYOUT      *
      *               BSTRPT   - DISTRIBUTION CONTROL REPORT           *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 LOKONKWO INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BST-CONTROL-CARD
               ASSIGN TO BSTCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.

           SELECT BST-REPORT-IN
               ASSIGN TO RPTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPTI-STATUS.

           SELECT BST-BURST-INDEX
               ASSIGN TO RPTBURST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BIDX-STATUS.

           SELECT BST-OUTBOX-FILE
               ASSIGN TO BSTOUTB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BOUT-STATUS.

           SELECT BST-PRINT-FILE
               ASSIGN TO BSTPRNT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BPRT-STATUS.

           SELECT BST-EXCEPTION-FILE
               ASSIGN TO BSTEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BEXC-STATUS.

           SELECT BST-CONTROL-RPT
               ASSIGN TO BSTRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTROL CARD. RUN DATE DEFAULTS TO TODAY.                      *
      *----------------------------------------------------------------*
       FD  BST-CONTROL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-CONTROL-CARD-REC.
           05  BC-REPORT-ID                PIC X(05).
           05  FILLER                      PIC X(01).
           05  BC-RUN-DATE                 PIC X(08).
           05  FILLER                      PIC X(66).

      *----------------------------------------------------------------*
      * THE REPORT AS HCRPTGEN PRINTED IT. EVERY PAGE OPENS WITH THE   *
      * SYSTEM TITLE LINE, WHICH IS HOW PAGES ARE COUNTED.             *
      *----------------------------------------------------------------*
       FD  BST-REPORT-IN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-REPORT-IN-REC.
           05  FILLER                      PIC X(01).
           05  RI-PAGE-TITLE               PIC X(35).
           05  FILLER                      PIC X(96).

      *----------------------------------------------------------------*
      * BURST INDEX - SAME LAYOUT AS HCRPTGEN'S BURST-INDEX-RECORD     *
      *----------------------------------------------------------------*
       FD  BST-BURST-INDEX
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-BURST-INDEX-REC.
           05  BI-REPORT-ID                PIC X(05).
           05  BI-LINE-TYPE                PIC X(01).
               88  BI-PAGE-HEADING         VALUE 'H'.
               88  BI-SECTION-HEADING      VALUE 'S'.
               88  BI-DETAIL-LINE          VALUE 'D'.
               88  BI-TOTAL-LINE           VALUE 'T'.
           05  BI-KEY-TYPE                 PIC X(01).
           05  BI-KEY-VALUE                PIC X(15).
           05  BI-PRINT-LINE               PIC X(132).
           05  FILLER                      PIC X(46).

       FD  BST-OUTBOX-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-OUTBOX-REC                  PIC X(200).

       FD  BST-PRINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-PRINT-REC                   PIC X(200).

      *----------------------------------------------------------------*
      * REFUSALS AND DENIALS IN THE COMMON EXCPTIN LAYOUT              *
      *----------------------------------------------------------------*
       FD  BST-EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-EXCEPTION-REC.
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

       FD  BST-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BST-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       COPY CPYSQLCA.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-BCTL-STATUS              PIC X(02).
               88  BCTL-OK                 VALUE '00'.
           05  WS-RPTI-STATUS              PIC X(02).
               88  RPTI-OK                 VALUE '00'.
           05  WS-BIDX-STATUS              PIC X(02).
               88  BIDX-OK                 VALUE '00'.
           05  WS-BOUT-STATUS              PIC X(02).
               88  BOUT-OK                 VALUE '00'.
           05  WS-BPRT-STATUS              PIC X(02).
               88  BPRT-OK                 VALUE '00'.
           05  WS-BEXC-STATUS              PIC X(02).
               88  BEXC-OK                 VALUE '00'.
           05  WS-BRPT-STATUS              PIC X(02).
               88  BRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-INPUT-EOF-SW             PIC X(01) VALUE 'N'.
               88  INPUT-AT-EOF            VALUE 'Y'.
           05  WS-KEY-MATCH-SW             PIC X(01) VALUE 'N'.
               88  KEY-MATCHED             VALUE 'Y'.
           05  WS-PREV-LINE-TYPE           PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * REPORTS THAT MAY GO ONLY TO THEIR OWNING DEPARTMENT            *
      *----------------------------------------------------------------*
       01  WS-RESTRICTED-VALUES.
           05  FILLER                      PIC X(13) VALUE
               'RPT11SIU     '.
       01  WS-RESTRICTED-TABLE REDEFINES WS-RESTRICTED-VALUES.
           05  WS-RESTRICTED-ENTRY OCCURS 1 TIMES.
               10  WS-RSTR-REPORT-ID       PIC X(05).
               10  WS-RSTR-DEPARTMENT      PIC X(08).
       01  WS-RESTRICTED-COUNT             PIC 9(02) VALUE 1.

      *----------------------------------------------------------------*
      * KEYS EACH REPORT IS BURST BY ON RPTBURST                       *
      *   R NETWORK REGION  L PRODUCT LINE  P PAYER  G EMPLOYER GROUP  *
      *----------------------------------------------------------------*
       01  WS-BURST-KEY-VALUES.
           05  FILLER                      PIC X(06) VALUE 'RPT02R'.
           05  FILLER                      PIC X(06) VALUE 'RPT03P'.
           05  FILLER                      PIC X(06) VALUE 'RPT03L'.
           05  FILLER                      PIC X(06) VALUE 'RPT13G'.
           05  FILLER                      PIC X(06) VALUE 'RPT15R'.
       01  WS-BURST-KEY-TABLE REDEFINES WS-BURST-KEY-VALUES.
           05  WS-BURST-KEY-ENTRY OCCURS 5 TIMES.
               10  WS-BKY-REPORT-ID        PIC X(05).
               10  WS-BKY-KEY-TYPE         PIC X(01).
       01  WS-BURST-KEY-COUNT              PIC 9(02) VALUE 5.

      *----------------------------------------------------------------*
      * RECIPIENTS OF THIS REPORT, WITH THEIR SELECTION KEYS           *
      *----------------------------------------------------------------*
       01  WS-RECIPIENT-TABLE.
           05  WS-RCP-COUNT                PIC 9(04) COMP VALUE 0.
           05  WS-RCP-ENTRY OCCURS 200 TIMES.
               10  WS-RCP-RECIPIENT-ID     PIC X(10).
               10  WS-RCP-NAME             PIC X(40).
               10  WS-RCP-DEPARTMENT       PIC X(08).
               10  WS-RCP-DEST-TYPE        PIC X(01).
               10  WS-RCP-DEST-NAME        PIC X(44).
               10  WS-RCP-PRINT-CLASS      PIC X(01).
               10  WS-RCP-WHOLE-SW         PIC X(01).
               10  WS-RCP-KEY-COUNT        PIC 9(04) COMP.
               10  WS-RCP-KEY OCCURS 50 TIMES.
                   15  WS-RCP-KEY-TYPE     PIC X(01).
                   15  WS-RCP-KEY-VALUE    PIC X(15).

      *----------------------------------------------------------------*
      * FIRST-PAGE HEADING LINES OF THE REPORT FROM THE BURST INDEX,   *
      * AND SECTION HEADINGS HELD UNTIL A DELIVERED LINE NEEDS THEM    *
      *----------------------------------------------------------------*
       01  WS-HEADING-TABLE.
           05  WS-HDG-COUNT                PIC 9(02) COMP VALUE 0.
           05  WS-HDG-LINE                 PIC X(132) OCCURS 10 TIMES.
       01  WS-SECTION-TABLE.
           05  WS-SCT-COUNT                PIC 9(02) COMP VALUE 0.
           05  WS-SCT-LINE                 PIC X(132) OCCURS 10 TIMES.

       01  WS-HOST-VARIABLES.
           05  HV-REPORT-ID                PIC X(05).
           05  HV-RECIPIENT-ID             PIC X(10).
           05  HV-RECIPIENT-NAME           PIC X(40).
           05  HV-DEPARTMENT               PIC X(08).
           05  HV-KEY-TYPE                 PIC X(01).
           05  HV-KEY-VALUE                PIC X(15).
           05  HV-DEST-TYPE                PIC X(01).
           05  HV-DEST-NAME                PIC X(44).
           05  HV-PRINT-CLASS              PIC X(01).
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-KEY-COUNT                PIC S9(04).
           05  HV-LINES-DELIVERED          PIC S9(09).
           05  HV-PAGES-DELIVERED          PIC S9(05).
      *--- D DELIVERED  N DELIVERED, NOTHING IN SELECTION           ---
      *--- R REFUSED    X DENIED (RESTRICTED REPORT)                ---
           05  HV-DIST-STATUS              PIC X(01).
           05  HV-STATUS-REASON            PIC X(60).
           05  HV-TIMESTAMP                PIC X(26).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-ROWS-READ            PIC 9(05) VALUE 0.
           05  WS-CTR-ROWS-DROPPED         PIC 9(05) VALUE 0.
           05  WS-CTR-INDEX-LINES          PIC 9(07) VALUE 0.
           05  WS-CTR-DELIVERED            PIC 9(05) VALUE 0.
           05  WS-CTR-EMPTY                PIC 9(05) VALUE 0.
           05  WS-CTR-REFUSED              PIC 9(05) VALUE 0.
           05  WS-CTR-DENIED               PIC 9(05) VALUE 0.
           05  WS-CTR-OUTBOX-LINES         PIC 9(09) VALUE 0.
           05  WS-CTR-PRINT-LINES          PIC 9(09) VALUE 0.
           05  WS-CTR-EXCEPTIONS           PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-STEP-RC                  PIC 9(02) VALUE 0.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-RCP-SUB                  PIC 9(04) COMP.
           05  WS-RCP-COUNT-DSP            PIC 9(04).
           05  WS-KEY-SUB                  PIC 9(04) COMP.
           05  WS-TBL-SUB                  PIC 9(04) COMP.
           05  WS-DLV-LINES                PIC 9(09) VALUE 0.
           05  WS-DLV-DETAIL-LINES         PIC 9(09) VALUE 0.
           05  WS-DLV-PAGES                PIC 9(05) VALUE 0.
           05  WS-DLV-LINE-COUNT           PIC 9(03) VALUE 0.
           05  WS-DLV-LINES-PER-PAGE       PIC 9(03) VALUE 55.
           05  WS-DLV-TEXT                 PIC X(132).
           05  WS-SELECTION-TEXT           PIC X(70).
           05  WS-SEL-POINTER              PIC 9(03) COMP.
           05  WS-REQUIRED-DEPT            PIC X(08).
           05  WS-REJECT-CODE              PIC X(08).
           05  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  WS-EDIT-PAGES               PIC ZZ,ZZ9.
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.

      *----------------------------------------------------------------*
      * ONE DELIVERED LINE, TO THE OUTBOX OR PRINT STAGING FILE        *
      *----------------------------------------------------------------*
       01  WS-DELIVERY-REC.
           05  DLV-DEST-TYPE               PIC X(01).
           05  DLV-DEST-NAME               PIC X(44).
           05  DLV-PRINT-CLASS             PIC X(01).
           05  DLV-RECIPIENT-ID            PIC X(10).
           05  DLV-REPORT-ID               PIC X(05).
           05  DLV-PAGE-NO                 PIC 9(05).
      *--- '1' STARTS A NEW PAGE, SPACE SINGLE-SPACES               ---
           05  DLV-CARRIAGE-CTL            PIC X(01).
           05  DLV-PRINT-LINE              PIC X(132).
           05  FILLER                      PIC X(01).

       01  WS-DLV-PAGE-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(35)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM'.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-DPH-REPORT-ID            PIC X(05).
           05  FILLER                      PIC X(17)
               VALUE ' - DISTRIBUTED TO'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DPH-RECIPIENT            PIC X(10).
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'DATE: '.
           05  WS-DPH-DATE                 PIC X(10).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'PAGE: '.
           05  WS-DPH-PAGE                 PIC Z,ZZ9.
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-BANNER-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-BNR-LABEL                PIC X(20).
           05  WS-BNR-VALUE                PIC X(70).
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  WS-STAR-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(91) VALUE ALL '*'.
           05  FILLER                      PIC X(40) VALUE SPACES.

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
           05  FILLER                      PIC X(30)
               VALUE 'REPORT DISTRIBUTION CONTROL - '.
           05  WS-RPT-REPORT-ID            PIC X(05).
           05  FILLER                      PIC X(45) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO              PIC Z,ZZ9.
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  WS-RPT-COL-HDR.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE 'RECIPIENT'.
           05  FILLER                      PIC X(09) VALUE 'DEPT'.
           05  FILLER                      PIC X(26) VALUE 'SELECTION'.
           05  FILLER                      PIC X(03) VALUE 'DT'.
           05  FILLER                      PIC X(45)
               VALUE 'DESTINATION'.
           05  FILLER                      PIC X(12)
               VALUE '      LINES'.
           05  FILLER                      PIC X(07) VALUE '  PAGES'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'STATUS'.
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RDL-RECIPIENT            PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RDL-DEPARTMENT           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RDL-SELECTION            PIC X(25).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RDL-DEST-TYPE            PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RDL-DESTINATION          PIC X(44).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RDL-LINES                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RDL-PAGES                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RDL-STATUS               PIC X(10).
           05  FILLER                      PIC X(08) VALUE SPACES.

       01  WS-RPT-REASON-LINE.
           05  FILLER                      PIC X(13) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE 'REASON: '.
           05  WS-RRL-REASON               PIC X(60).
           05  FILLER                      PIC X(52) VALUE SPACES.

       COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - BURST AND DISTRIBUTE ONE REPORT                     *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-RECIPIENTS
           PERFORM 3000-LOAD-PAGE-HEADINGS
           PERFORM 4000-DISTRIBUTE-RECIPIENT
               VARYING WS-RCP-SUB FROM 1 BY 1
               UNTIL WS-RCP-SUB > WS-RCP-COUNT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * READ THE CARD, OPEN THE OUTPUT FILES, CONNECT                  *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT BST-CONTROL-CARD
           IF NOT BCTL-OK
               MOVE 'BST-CONTROL-CARD OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ BST-CONTROL-CARD
           IF NOT BCTL-OK OR BC-REPORT-ID = SPACES
               MOVE 'BSTCTRL CARD MISSING OR NO REPORT ID'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE BST-CONTROL-CARD

           MOVE BC-REPORT-ID TO HV-REPORT-ID
           MOVE BC-REPORT-ID TO WS-RPT-REPORT-ID
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           IF BC-RUN-DATE IS NUMERIC
              AND BC-RUN-DATE > '19000101'
               MOVE BC-RUN-DATE TO HV-RUN-DATE
           END-IF

           OPEN OUTPUT BST-CONTROL-RPT
           IF NOT BRPT-OK
               MOVE 'BST-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT BST-EXCEPTION-FILE
           IF NOT BEXC-OK
               MOVE 'BST-EXCEPTION-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT BST-OUTBOX-FILE
           IF NOT BOUT-OK
               MOVE 'BST-OUTBOX-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT BST-PRINT-FILE
           IF NOT BPRT-OK
               MOVE 'BST-PRINT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
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

           DISPLAY 'HCRPTBST - DATABASE CONNECTION ESTABLISHED'
           .

       1200-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE CONTROL REPORT HEADERS                                   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE BST-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE BST-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO BST-CONTROL-RPT-REC
           WRITE BST-CONTROL-RPT-REC
               AFTER ADVANCING 1 LINE
           WRITE BST-CONTROL-RPT-REC FROM WS-RPT-COL-HDR
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT
           .

       1300-WRITE-REPORT-LINE.
      *----------------------------------------------------------------*
      * WRITE THE LINE IN BST-CONTROL-RPT-REC, PAGING AS NEEDED        *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE BST-CONTROL-RPT-REC TO WS-ERR-MESSAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               MOVE WS-ERR-MESSAGE TO BST-CONTROL-RPT-REC
           END-IF
           WRITE BST-CONTROL-RPT-REC
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

       2000-LOAD-RECIPIENTS.
      *----------------------------------------------------------------*
      * GATHER THE ACTIVE DISTRIBUTION ROWS FOR THE REPORT, ONE TABLE  *
      * ENTRY PER RECIPIENT. THE DESTINATION IS TAKEN FROM THE         *
      * RECIPIENT'S FIRST ROW; A '*' ROW MAKES IT A WHOLE-REPORT COPY. *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE DIST_CURSOR CURSOR FOR
               SELECT RECIPIENT_ID, ISNULL(RECIPIENT_NAME, ' '),
                      ISNULL(DEPARTMENT, ' '), KEY_TYPE,
                      ISNULL(KEY_VALUE, ' '), DEST_TYPE,
                      ISNULL(DEST_NAME, ' '), ISNULL(PRINT_CLASS, ' ')
               FROM   REPORT_DISTRIBUTION
               WHERE  REPORT_ID = :HV-REPORT-ID
               AND    ACTIVE_FLAG = 'Y'
               ORDER BY RECIPIENT_ID, DEST_TYPE, KEY_TYPE, KEY_VALUE
           END-EXEC

           EXEC SQL
               OPEN DIST_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'DIST_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH DIST_CURSOR
                   INTO  :HV-RECIPIENT-ID, :HV-RECIPIENT-NAME,
                         :HV-DEPARTMENT, :HV-KEY-TYPE, :HV-KEY-VALUE,
                         :HV-DEST-TYPE, :HV-DEST-NAME, :HV-PRINT-CLASS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-ROWS-READ
                   PERFORM 2100-STORE-DISTRIBUTION-ROW
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE DIST_CURSOR
           END-EXEC

           IF WS-RCP-COUNT = 0
               DISPLAY 'HCRPTBST - NO ACTIVE DISTRIBUTION FOR '
                   HV-REPORT-ID
           END-IF
           .

       2100-STORE-DISTRIBUTION-ROW.
      *----------------------------------------------------------------*
      * START A NEW RECIPIENT OR ADD A KEY TO THE CURRENT ONE          *
      *----------------------------------------------------------------*
           IF WS-RCP-COUNT = 0
              OR HV-RECIPIENT-ID NOT =
                 WS-RCP-RECIPIENT-ID(WS-RCP-COUNT)
               IF WS-RCP-COUNT >= 200
                   ADD 1 TO WS-CTR-ROWS-DROPPED
                   DISPLAY 'HCRPTBST - RECIPIENT TABLE FULL, '
                       HV-RECIPIENT-ID ' NOT DISTRIBUTED'
                   GO TO 2100-STORE-DISTRIBUTION-ROW-EXIT
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE HV-RECIPIENT-ID
                   TO WS-RCP-RECIPIENT-ID(WS-RCP-COUNT)
               MOVE HV-RECIPIENT-NAME TO WS-RCP-NAME(WS-RCP-COUNT)
               MOVE HV-DEPARTMENT TO WS-RCP-DEPARTMENT(WS-RCP-COUNT)
               MOVE HV-DEST-TYPE TO WS-RCP-DEST-TYPE(WS-RCP-COUNT)
               MOVE HV-DEST-NAME TO WS-RCP-DEST-NAME(WS-RCP-COUNT)
               MOVE HV-PRINT-CLASS
                   TO WS-RCP-PRINT-CLASS(WS-RCP-COUNT)
               MOVE 'N' TO WS-RCP-WHOLE-SW(WS-RCP-COUNT)
               MOVE 0 TO WS-RCP-KEY-COUNT(WS-RCP-COUNT)
           END-IF

           IF HV-KEY-TYPE = '*'
               MOVE 'Y' TO WS-RCP-WHOLE-SW(WS-RCP-COUNT)
               GO TO 2100-STORE-DISTRIBUTION-ROW-EXIT
           END-IF

           IF WS-RCP-KEY-COUNT(WS-RCP-COUNT) >= 50
               ADD 1 TO WS-CTR-ROWS-DROPPED
               DISPLAY 'HCRPTBST - KEY TABLE FULL FOR '
                   HV-RECIPIENT-ID ', KEY ' HV-KEY-TYPE ' '
                   HV-KEY-VALUE ' NOT DISTRIBUTED'
               GO TO 2100-STORE-DISTRIBUTION-ROW-EXIT
           END-IF
           ADD 1 TO WS-RCP-KEY-COUNT(WS-RCP-COUNT)
           MOVE WS-RCP-KEY-COUNT(WS-RCP-COUNT) TO WS-KEY-SUB
           MOVE HV-KEY-TYPE
               TO WS-RCP-KEY-TYPE(WS-RCP-COUNT, WS-KEY-SUB)
           MOVE HV-KEY-VALUE
               TO WS-RCP-KEY-VALUE(WS-RCP-COUNT, WS-KEY-SUB)
           .
       2100-STORE-DISTRIBUTION-ROW-EXIT.
           EXIT.

       3000-LOAD-PAGE-HEADINGS.
      *----------------------------------------------------------------*
      * KEEP THE REPORT'S FIRST-PAGE HEADINGS FROM THE BURST INDEX TO  *
      * HEAD EVERY PAGE OF A KEYED COPY. A MISSING OR EMPTY INDEX      *
      * LEAVES NO HEADINGS; KEYED COPIES THEN CARRY NO DATA.           *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-HDG-COUNT
           OPEN INPUT BST-BURST-INDEX
           IF NOT BIDX-OK
               DISPLAY 'HCRPTBST - BURST INDEX NOT AVAILABLE, STATUS '
                   WS-BIDX-STATUS
               GO TO 3000-LOAD-PAGE-HEADINGS-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM UNTIL INPUT-AT-EOF
               READ BST-BURST-INDEX
                   AT END
                       SET INPUT-AT-EOF TO TRUE
                   NOT AT END
                       IF BI-REPORT-ID = HV-REPORT-ID
                           ADD 1 TO WS-CTR-INDEX-LINES
                           IF BI-PAGE-HEADING AND WS-HDG-COUNT < 10
                               ADD 1 TO WS-HDG-COUNT
                               MOVE BI-PRINT-LINE
                                   TO WS-HDG-LINE(WS-HDG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BST-BURST-INDEX
           .
       3000-LOAD-PAGE-HEADINGS-EXIT.
           EXIT.

      *================================================================*
      * 4000 - ONE RECIPIENT: CHECK THE ROW IS ALLOWED, CUT THE COPY,  *
      * LOG IT                                                         *
      *================================================================*
       4000-DISTRIBUTE-RECIPIENT.
           MOVE WS-RCP-RECIPIENT-ID(WS-RCP-SUB) TO HV-RECIPIENT-ID
           MOVE WS-RCP-DEPARTMENT(WS-RCP-SUB) TO HV-DEPARTMENT
           MOVE WS-RCP-DEST-TYPE(WS-RCP-SUB) TO HV-DEST-TYPE
           MOVE WS-RCP-DEST-NAME(WS-RCP-SUB) TO HV-DEST-NAME
           MOVE WS-RCP-PRINT-CLASS(WS-RCP-SUB) TO HV-PRINT-CLASS
           MOVE WS-RCP-KEY-COUNT(WS-RCP-SUB) TO HV-KEY-COUNT
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO HV-STATUS-REASON
           MOVE 0 TO WS-DLV-LINES
           MOVE 0 TO WS-DLV-DETAIL-LINES
           MOVE 0 TO WS-DLV-PAGES
           PERFORM 4100-BUILD-SELECTION-TEXT

           PERFORM 4200-CHECK-RESTRICTION
           IF WS-REJECT-CODE = SPACES
               PERFORM 4300-CHECK-SELECTION
           END-IF

           IF WS-REJECT-CODE = SPACES
               PERFORM 5000-WRITE-BANNER-PAGE
               IF WS-RCP-WHOLE-SW(WS-RCP-SUB) = 'Y'
                   PERFORM 5200-DELIVER-WHOLE-REPORT
               ELSE
                   PERFORM 5300-DELIVER-KEYED-LINES
               END-IF
               PERFORM 5600-WRITE-TRAILER
               IF WS-DLV-DETAIL-LINES = 0
                   MOVE 'N' TO HV-DIST-STATUS
                   MOVE 'NOTHING IN SELECTION THIS PERIOD'
                       TO HV-STATUS-REASON
                   ADD 1 TO WS-CTR-EMPTY
               ELSE
                   MOVE 'D' TO HV-DIST-STATUS
                   ADD 1 TO WS-CTR-DELIVERED
               END-IF
           END-IF

           PERFORM 4800-LOG-DISTRIBUTION
           PERFORM 4900-PRINT-CONTROL-LINE
           .

       4100-BUILD-SELECTION-TEXT.
      *----------------------------------------------------------------*
      * 'ALL' OR THE KEY TYPE AND VALUES, FOR THE BANNER AND REPORT    *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-SELECTION-TEXT
           IF WS-RCP-WHOLE-SW(WS-RCP-SUB) = 'Y'
               MOVE 'ALL - WHOLE REPORT' TO WS-SELECTION-TEXT
               MOVE '*' TO HV-KEY-TYPE
               MOVE SPACES TO HV-KEY-VALUE
           ELSE
               MOVE WS-RCP-KEY-TYPE(WS-RCP-SUB, 1) TO HV-KEY-TYPE
               MOVE WS-RCP-KEY-VALUE(WS-RCP-SUB, 1) TO HV-KEY-VALUE
               MOVE 1 TO WS-SEL-POINTER
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-RCP-KEY-COUNT(WS-RCP-SUB)
                      OR WS-SEL-POINTER > 55
                   STRING WS-RCP-KEY-TYPE(WS-RCP-SUB, WS-KEY-SUB)
                       '=' DELIMITED BY SIZE
                       WS-RCP-KEY-VALUE(WS-RCP-SUB, WS-KEY-SUB)
                       DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       INTO WS-SELECTION-TEXT
                       WITH POINTER WS-SEL-POINTER
                   END-STRING
               END-PERFORM
               IF WS-KEY-SUB <= WS-RCP-KEY-COUNT(WS-RCP-SUB)
                   MOVE '...' TO WS-SELECTION-TEXT(68:3)
               END-IF
           END-IF
           .

       4200-CHECK-RESTRICTION.
      *----------------------------------------------------------------*
      * A RESTRICTED REPORT GOES ONLY TO ITS OWNING DEPARTMENT         *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-REQUIRED-DEPT
           PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-RESTRICTED-COUNT
               IF WS-RSTR-REPORT-ID(WS-TBL-SUB) = HV-REPORT-ID
                   MOVE WS-RSTR-DEPARTMENT(WS-TBL-SUB)
                       TO WS-REQUIRED-DEPT
               END-IF
           END-PERFORM

           IF WS-REQUIRED-DEPT NOT = SPACES
              AND HV-DEPARTMENT NOT = WS-REQUIRED-DEPT
               MOVE 'RD-DENY' TO WS-REJECT-CODE
               MOVE 'X' TO HV-DIST-STATUS
               STRING 'RESTRICTED REPORT - ' DELIMITED BY SIZE
                   WS-REQUIRED-DEPT DELIMITED BY SPACE
                   ' ONLY, RECIPIENT IS ' DELIMITED BY SIZE
                   HV-DEPARTMENT DELIMITED BY SIZE
                   INTO HV-STATUS-REASON
               END-STRING
               ADD 1 TO WS-CTR-DENIED
               MOVE 8 TO WS-STEP-RC
               PERFORM 4700-WRITE-EXCEPTION
           END-IF
           .

       4300-CHECK-SELECTION.
      *----------------------------------------------------------------*
      * EVERY KEY OF A KEYED COPY MUST BE ONE THE REPORT IS BURST BY,  *
      * AND THE COPY NEEDS SOMEWHERE TO GO                             *
      *----------------------------------------------------------------*
           IF WS-RCP-WHOLE-SW(WS-RCP-SUB) NOT = 'Y'
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-RCP-KEY-COUNT(WS-RCP-SUB)
                      OR WS-REJECT-CODE NOT = SPACES
                   MOVE 'N' TO WS-KEY-MATCH-SW
                   PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                       UNTIL WS-TBL-SUB > WS-BURST-KEY-COUNT
                       IF WS-BKY-REPORT-ID(WS-TBL-SUB) = HV-REPORT-ID
                          AND WS-BKY-KEY-TYPE(WS-TBL-SUB) =
                              WS-RCP-KEY-TYPE(WS-RCP-SUB, WS-KEY-SUB)
                           SET KEY-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT KEY-MATCHED
                       MOVE 'RD-KEY' TO WS-REJECT-CODE
                       STRING 'REPORT NOT BURST BY KEY TYPE '
                           WS-RCP-KEY-TYPE(WS-RCP-SUB, WS-KEY-SUB)
                           ' - COPY NOT SENT'
                           DELIMITED BY SIZE INTO HV-STATUS-REASON
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF

           IF WS-REJECT-CODE = SPACES
               EVALUATE TRUE
                   WHEN HV-DEST-TYPE = 'D' AND HV-DEST-NAME = SPACES
                       MOVE 'RD-DEST' TO WS-REJECT-CODE
                       MOVE 'OUTBOX DESTINATION HAS NO DATASET NAME'
                           TO HV-STATUS-REASON
                   WHEN HV-DEST-TYPE = 'P' AND HV-PRINT-CLASS = SPACES
                       MOVE 'RD-DEST' TO WS-REJECT-CODE
                       MOVE 'PRINT DESTINATION HAS NO PRINT CLASS'
                           TO HV-STATUS-REASON
                   WHEN HV-DEST-TYPE NOT = 'D'
                    AND HV-DEST-TYPE NOT = 'P'
                       MOVE 'RD-DEST' TO WS-REJECT-CODE
                       MOVE 'DESTINATION TYPE MUST BE D OR P'
                           TO HV-STATUS-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT-CODE NOT = SPACES
               MOVE 'R' TO HV-DIST-STATUS
               ADD 1 TO WS-CTR-REFUSED
               IF WS-STEP-RC < 4
                   MOVE 4 TO WS-STEP-RC
               END-IF
               PERFORM 4700-WRITE-EXCEPTION
           END-IF
           .

       4700-WRITE-EXCEPTION.
      *----------------------------------------------------------------*
      * REFUSED OR DENIED COPY IN THE EXCPTIN LAYOUT                   *
      *----------------------------------------------------------------*
           MOVE SPACES TO BST-EXCEPTION-REC
           MOVE 'HCRPTBST' TO EX-PROGRAM
           MOVE '4000-DISTRIBUTE-RECIPIENT' TO EX-PARAGRAPH
           IF WS-REJECT-CODE = 'RD-DENY'
               MOVE 'E' TO EX-SEVERITY
           ELSE
               MOVE 'W' TO EX-SEVERITY
           END-IF
           MOVE WS-REJECT-CODE TO EX-ERROR-CODE
           STRING HV-REPORT-ID '/' HV-RECIPIENT-ID
               DELIMITED BY SIZE INTO EX-CLAIM-KEY
           END-STRING
           MOVE HV-STATUS-REASON TO EX-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           WRITE BST-EXCEPTION-REC
           ADD 1 TO WS-CTR-EXCEPTIONS
           .

       4800-LOG-DISTRIBUTION.
      *----------------------------------------------------------------*
      * AUDIT ROW FOR EVERY COPY, REFUSAL AND DENIAL                   *
      *----------------------------------------------------------------*
           MOVE WS-DLV-LINES TO HV-LINES-DELIVERED
           MOVE WS-DLV-PAGES TO HV-PAGES-DELIVERED
           MOVE FUNCTION CURRENT-DATE TO HV-TIMESTAMP
           EXEC SQL
               INSERT INTO REPORT_DISTRIBUTION_LOG
                   (RUN_DATE, REPORT_ID, RECIPIENT_ID, DEPARTMENT,
                    KEY_TYPE, KEY_VALUE, KEY_COUNT, DEST_TYPE,
                    DEST_NAME, PRINT_CLASS, LINES_DELIVERED,
                    PAGES_DELIVERED, DIST_STATUS, STATUS_REASON,
                    CREATE_TIMESTAMP)
               VALUES
                   (:HV-RUN-DATE, :HV-REPORT-ID, :HV-RECIPIENT-ID,
                    :HV-DEPARTMENT, :HV-KEY-TYPE, :HV-KEY-VALUE,
                    :HV-KEY-COUNT, :HV-DEST-TYPE, :HV-DEST-NAME,
                    :HV-PRINT-CLASS, :HV-LINES-DELIVERED,
                    :HV-PAGES-DELIVERED, :HV-DIST-STATUS,
                    :HV-STATUS-REASON, :HV-TIMESTAMP)
           END-EXEC
      *--- A DISTRIBUTION THAT CANNOT BE AUDITED MUST NOT GO OUT     ---
           IF WS-SQLCODE NOT = 0
               MOVE 'REPORT_DISTRIBUTION_LOG INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       4900-PRINT-CONTROL-LINE.
      *----------------------------------------------------------------*
      * ONE LINE PER RECIPIENT ON THE CONTROL REPORT                   *
      *----------------------------------------------------------------*
           MOVE HV-RECIPIENT-ID TO WS-RDL-RECIPIENT
           MOVE HV-DEPARTMENT TO WS-RDL-DEPARTMENT
           MOVE WS-SELECTION-TEXT TO WS-RDL-SELECTION
           MOVE HV-DEST-TYPE TO WS-RDL-DEST-TYPE
           IF HV-DEST-TYPE = 'P'
               MOVE SPACES TO WS-RDL-DESTINATION
               STRING 'CLASS ' HV-PRINT-CLASS ' ' HV-DEST-NAME
                   DELIMITED BY SIZE INTO WS-RDL-DESTINATION
               END-STRING
           ELSE
               MOVE HV-DEST-NAME TO WS-RDL-DESTINATION
           END-IF
           MOVE WS-DLV-LINES TO WS-RDL-LINES
           MOVE WS-DLV-PAGES TO WS-RDL-PAGES
           EVALUATE HV-DIST-STATUS
               WHEN 'D' MOVE 'DELIVERED' TO WS-RDL-STATUS
               WHEN 'N' MOVE 'NO DATA' TO WS-RDL-STATUS
               WHEN 'R' MOVE 'REFUSED' TO WS-RDL-STATUS
               WHEN OTHER MOVE '** DENIED' TO WS-RDL-STATUS
           END-EVALUATE
           MOVE WS-RPT-DETAIL-LINE TO BST-CONTROL-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           IF HV-STATUS-REASON NOT = SPACES
               MOVE HV-STATUS-REASON TO WS-RRL-REASON
               MOVE WS-RPT-REASON-LINE TO BST-CONTROL-RPT-REC
               PERFORM 1300-WRITE-REPORT-LINE
           END-IF
           .

      *================================================================*
      * 5000 - CUT ONE RECIPIENT'S COPY                                *
      *================================================================*
       5000-WRITE-BANNER-PAGE.
      *----------------------------------------------------------------*
      * RECIPIENT BANNER - ALWAYS PAGE 1 OF THE COPY                   *
      *----------------------------------------------------------------*
           MOVE 1 TO WS-DLV-PAGES
           MOVE '1' TO DLV-CARRIAGE-CTL
           MOVE WS-STAR-LINE TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           MOVE WS-STAR-LINE TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           MOVE SPACES TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE

           MOVE 'REPORT' TO WS-BNR-LABEL
           MOVE HV-REPORT-ID TO WS-BNR-VALUE
           PERFORM 5100-WRITE-BANNER-LINE
           MOVE 'RUN DATE' TO WS-BNR-LABEL
           MOVE HV-RUN-DATE TO WS-BNR-VALUE
           PERFORM 5100-WRITE-BANNER-LINE
           MOVE 'RECIPIENT' TO WS-BNR-LABEL
           STRING HV-RECIPIENT-ID ' ' WS-RCP-NAME(WS-RCP-SUB)
               DELIMITED BY SIZE INTO WS-BNR-VALUE
           END-STRING
           PERFORM 5100-WRITE-BANNER-LINE
           MOVE 'DEPARTMENT' TO WS-BNR-LABEL
           MOVE HV-DEPARTMENT TO WS-BNR-VALUE
           PERFORM 5100-WRITE-BANNER-LINE
           MOVE 'SELECTION' TO WS-BNR-LABEL
           MOVE WS-SELECTION-TEXT TO WS-BNR-VALUE
           PERFORM 5100-WRITE-BANNER-LINE
           MOVE 'DELIVER TO' TO WS-BNR-LABEL
           IF HV-DEST-TYPE = 'P'
               STRING 'PRINT CLASS ' HV-PRINT-CLASS ' ' HV-DEST-NAME
                   DELIMITED BY SIZE INTO WS-BNR-VALUE
               END-STRING
           ELSE
               MOVE HV-DEST-NAME TO WS-BNR-VALUE
           END-IF
           PERFORM 5100-WRITE-BANNER-LINE

           MOVE SPACES TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           MOVE SPACES TO WS-BNR-LABEL
           MOVE 'CONFIDENTIAL - MAY CONTAIN PHI - FOR THE NAMED RECIPIEN
      -        'T ONLY' TO WS-BNR-VALUE
           PERFORM 5100-WRITE-BANNER-LINE
           MOVE SPACES TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           MOVE WS-STAR-LINE TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           MOVE WS-STAR-LINE TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           .

       5100-WRITE-BANNER-LINE.
           MOVE WS-BANNER-LINE TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           MOVE SPACES TO WS-BNR-VALUE
           .

       5200-DELIVER-WHOLE-REPORT.
      *----------------------------------------------------------------*
      * COPY THE PRINT FILE AS IS. EACH SYSTEM TITLE LINE STARTS A     *
      * NEW PAGE OF THE COPY.                                          *
      *----------------------------------------------------------------*
           OPEN INPUT BST-REPORT-IN
           IF NOT RPTI-OK
               MOVE 'BST-REPORT-IN OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM UNTIL INPUT-AT-EOF
               READ BST-REPORT-IN
                   AT END
                       SET INPUT-AT-EOF TO TRUE
                   NOT AT END
                       IF RI-PAGE-TITLE =
                          'HEALTHCARE CLAIMS PROCESSING SYSTEM'
                           ADD 1 TO WS-DLV-PAGES
                           MOVE '1' TO DLV-CARRIAGE-CTL
                       END-IF
                       MOVE BST-REPORT-IN-REC TO WS-DLV-TEXT
                       PERFORM 5500-WRITE-DELIVERY-LINE
                       ADD 1 TO WS-DLV-DETAIL-LINES
               END-READ
           END-PERFORM
           CLOSE BST-REPORT-IN
           .

       5300-DELIVER-KEYED-LINES.
      *----------------------------------------------------------------*
      * PASS THE BURST INDEX AND KEEP ONLY THIS RECIPIENT'S DETAIL     *
      * LINES, EACH SECTION HEADED BY ITS SECTION HEADING LINES. TOTAL *
      * LINES SPAN OTHER RECIPIENTS' DATA AND ARE DROPPED.             *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-SCT-COUNT
           MOVE SPACES TO WS-PREV-LINE-TYPE
           MOVE WS-DLV-LINES-PER-PAGE TO WS-DLV-LINE-COUNT

           OPEN INPUT BST-BURST-INDEX
           IF NOT BIDX-OK
               GO TO 5300-DELIVER-KEYED-LINES-EXIT
           END-IF

           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM UNTIL INPUT-AT-EOF
               READ BST-BURST-INDEX
                   AT END
                       SET INPUT-AT-EOF TO TRUE
                   NOT AT END
                       IF BI-REPORT-ID = HV-REPORT-ID
                           PERFORM 5310-FILTER-INDEX-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BST-BURST-INDEX
           .
       5300-DELIVER-KEYED-LINES-EXIT.
           EXIT.

       5310-FILTER-INDEX-LINE.
      *----------------------------------------------------------------*
      * ONE BURST INDEX LINE OF THE REPORT                             *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN BI-SECTION-HEADING
                   IF WS-PREV-LINE-TYPE NOT = 'S'
                       MOVE 0 TO WS-SCT-COUNT
                   END-IF
                   IF WS-SCT-COUNT < 10
                       ADD 1 TO WS-SCT-COUNT
                       MOVE BI-PRINT-LINE TO WS-SCT-LINE(WS-SCT-COUNT)
                   END-IF
               WHEN BI-DETAIL-LINE
                   MOVE 'N' TO WS-KEY-MATCH-SW
                   PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-RCP-KEY-COUNT(WS-RCP-SUB)
                          OR KEY-MATCHED
                       IF WS-RCP-KEY-TYPE(WS-RCP-SUB, WS-KEY-SUB) =
                          BI-KEY-TYPE
                          AND WS-RCP-KEY-VALUE(WS-RCP-SUB, WS-KEY-SUB)
                              = BI-KEY-VALUE
                           SET KEY-MATCHED TO TRUE
                       END-IF
                   END-PERFORM
                   IF KEY-MATCHED
                       PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                           UNTIL WS-TBL-SUB > WS-SCT-COUNT
                           MOVE WS-SCT-LINE(WS-TBL-SUB) TO WS-DLV-TEXT
                           PERFORM 5400-WRITE-KEYED-LINE
                       END-PERFORM
                       MOVE 0 TO WS-SCT-COUNT
                       MOVE BI-PRINT-LINE TO WS-DLV-TEXT
                       PERFORM 5400-WRITE-KEYED-LINE
                       ADD 1 TO WS-DLV-DETAIL-LINES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE BI-LINE-TYPE TO WS-PREV-LINE-TYPE
           .

       5400-WRITE-KEYED-LINE.
      *----------------------------------------------------------------*
      * KEYED COPY LINE, STARTING A NEW PAGE WITH THE DISTRIBUTION     *
      * PAGE HEADER AND THE REPORT'S OWN HEADINGS WHEN FULL            *
      *----------------------------------------------------------------*
           IF WS-DLV-LINE-COUNT >= WS-DLV-LINES-PER-PAGE
               MOVE WS-DLV-TEXT TO WS-ERR-MESSAGE
               ADD 1 TO WS-DLV-PAGES
               MOVE HV-REPORT-ID TO WS-DPH-REPORT-ID
               MOVE HV-RECIPIENT-ID TO WS-DPH-RECIPIENT
               MOVE WS-RPT-DATE TO WS-DPH-DATE
               MOVE WS-DLV-PAGES TO WS-DPH-PAGE
               MOVE '1' TO DLV-CARRIAGE-CTL
               MOVE WS-DLV-PAGE-HEADER TO WS-DLV-TEXT
               PERFORM 5500-WRITE-DELIVERY-LINE
               PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > WS-HDG-COUNT
                   MOVE WS-HDG-LINE(WS-TBL-SUB) TO WS-DLV-TEXT
                   PERFORM 5500-WRITE-DELIVERY-LINE
               END-PERFORM
               MOVE SPACES TO WS-DLV-TEXT
               PERFORM 5500-WRITE-DELIVERY-LINE
               COMPUTE WS-DLV-LINE-COUNT = WS-HDG-COUNT + 2
               MOVE WS-ERR-MESSAGE TO WS-DLV-TEXT
           END-IF
           PERFORM 5500-WRITE-DELIVERY-LINE
           ADD 1 TO WS-DLV-LINE-COUNT
           .

       5500-WRITE-DELIVERY-LINE.
      *----------------------------------------------------------------*
      * WRITE WS-DLV-TEXT TO THE RECIPIENT'S DESTINATION               *
      *----------------------------------------------------------------*
           MOVE HV-DEST-TYPE TO DLV-DEST-TYPE
           MOVE HV-DEST-NAME TO DLV-DEST-NAME
           MOVE HV-PRINT-CLASS TO DLV-PRINT-CLASS
           MOVE HV-RECIPIENT-ID TO DLV-RECIPIENT-ID
           MOVE HV-REPORT-ID TO DLV-REPORT-ID
           MOVE WS-DLV-PAGES TO DLV-PAGE-NO
           MOVE WS-DLV-TEXT TO DLV-PRINT-LINE
           IF HV-DEST-TYPE = 'P'
               WRITE BST-PRINT-REC FROM WS-DELIVERY-REC
               ADD 1 TO WS-CTR-PRINT-LINES
           ELSE
               WRITE BST-OUTBOX-REC FROM WS-DELIVERY-REC
               ADD 1 TO WS-CTR-OUTBOX-LINES
           END-IF
           ADD 1 TO WS-DLV-LINES
           MOVE SPACE TO DLV-CARRIAGE-CTL
           .

       5600-WRITE-TRAILER.
      *----------------------------------------------------------------*
      * CLOSING LINE WITH THE COPY'S PAGE COUNT (BANNER INCLUDED)      *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DLV-TEXT
           PERFORM 5500-WRITE-DELIVERY-LINE
           IF WS-DLV-DETAIL-LINES = 0
               MOVE ' NO ACTIVITY FOR THIS SELECTION IN THE PERIOD'
                   TO WS-DLV-TEXT
               PERFORM 5500-WRITE-DELIVERY-LINE
           END-IF
           MOVE WS-DLV-PAGES TO WS-EDIT-PAGES
           MOVE SPACES TO WS-DLV-TEXT
           STRING ' *** END OF ' HV-REPORT-ID ' FOR ' HV-RECIPIENT-ID
               ' - ' WS-EDIT-PAGES ' PAGES ***'
               DELIMITED BY SIZE INTO WS-DLV-TEXT
           END-STRING
           PERFORM 5500-WRITE-DELIVERY-LINE
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCRPTBST' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCRPTBST - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCRPTBST - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCRPTBST - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCRPTBST - FATAL ERROR - ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT TOTALS, SET THE STEP RC, CLOSE                           *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           IF WS-STEP-RC = 0 AND WS-CTR-ROWS-DROPPED > 0
               MOVE 4 TO WS-STEP-RC
           END-IF

           MOVE SPACES TO BST-CONTROL-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           MOVE WS-RCP-COUNT TO WS-RCP-COUNT-DSP
           MOVE SPACES TO BST-CONTROL-RPT-REC
           STRING ' RECIPIENTS=' WS-RCP-COUNT-DSP
               ' DELIVERED=' WS-CTR-DELIVERED
               ' NO DATA=' WS-CTR-EMPTY
               ' REFUSED=' WS-CTR-REFUSED
               ' DENIED=' WS-CTR-DENIED
               ' STEP RC=' WS-STEP-RC
               DELIMITED BY SIZE
               INTO BST-CONTROL-RPT-REC
           END-STRING
           PERFORM 1300-WRITE-REPORT-LINE
           MOVE SPACES TO BST-CONTROL-RPT-REC
           STRING ' OUTBOX LINES=' WS-CTR-OUTBOX-LINES
               ' PRINT LINES=' WS-CTR-PRINT-LINES
               ' BURST INDEX LINES=' WS-CTR-INDEX-LINES
               ' ROWS DROPPED=' WS-CTR-ROWS-DROPPED
               DELIMITED BY SIZE
               INTO BST-CONTROL-RPT-REC
           END-STRING
           PERFORM 1300-WRITE-REPORT-LINE

           DISPLAY 'HCRPTBST - REPORT ' HV-REPORT-ID
               ' RECIPIENTS ' WS-RCP-COUNT
           DISPLAY 'HCRPTBST - DELIVERED ' WS-CTR-DELIVERED
               ' NO DATA ' WS-CTR-EMPTY
               ' REFUSED ' WS-CTR-REFUSED
               ' DENIED ' WS-CTR-DENIED
           DISPLAY 'HCRPTBST - STEP RC ' WS-STEP-RC

           CLOSE BST-OUTBOX-FILE
           CLOSE BST-PRINT-FILE
           CLOSE BST-EXCEPTION-FILE
           CLOSE BST-CONTROL-RPT

           IF WS-DB-CONNECTED
               EXEC SQL
                   DISCONNECT CURRENT
               END-EXEC
           END-IF

           MOVE WS-STEP-RC TO RETURN-CODE
           .
