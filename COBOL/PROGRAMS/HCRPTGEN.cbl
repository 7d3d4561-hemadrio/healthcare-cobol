      *   RPT15FL  - NETWORK ADEQUACY/REFERRAL LEAKAGE REPORT
      *   RPT16FL  - OPEN APPEALS AGING ANALYSIS REPORT
      *   RPT17FL  - STATE PROMPT-PAY COMPLIANCE FILING REPORT
      *   KPIALRT  - KPI THRESHOLD ALERT REPORT (EXCEPTIONS ONLY)
      *   KPIEXCP  - CRITICAL KPI BREACHES FOR THE EXCEPTION
      *              REPOSITORY (EXCPTIN LAYOUT)
      *   ERRFILE  - ERROR/EXCEPTION LOG
      *   AUDFILE  - AUDIT TRAIL FILE
      *
      *   HCDB.FWA_INDICATORS      - FRAUD/WASTE ALERTS
      *   HCDB.REGULATORY_CONFIG   - COMPLIANCE PARAMETERS
      *   HCDB.APPEALS             - CLAIM APPEAL TRACKING
      *   HCDB.NETWORK_REGION      - STATE TO NETWORK REGION MAP
      *   HCDB.KPI_DEFINITION      - KPI THRESHOLDS AND COMPARE BASIS
      *   HCDB.KPI_HISTORY         - KPI VALUES BY PERIOD (WRITTEN)
      *
      * MODIFICATION HISTORY:
      * DATE       AUTHOR       TICKET    DESCRIPTION
      *                                    FROM LIFECYCLE EVENTS,
      *                                    LATE-CLAIM DETAIL WITH
      *                                    INTEREST PAID
      * 2026-10-15 L.OKONKWO    RPT-1912  BURST INDEX FILE (RPTBURST)
      *                                    TAGS RPT02/RPT15 LINES BY
      *                                    NETWORK REGION, RPT03 BY
      *                                    PAYER/PRODUCT LINE AND RPT13
      *                                    BY GROUP FOR THE HCRPTBST
      *                                    DISTRIBUTION STEP
      * 2026-10-15 L.OKONKWO    RPT-1920  KPI THRESHOLD ALERTING: AT
      *                                    END OF RUN EACH ACTIVE
      *                                    KPI_DEFINITION ROW IS TESTED
      *                                    AGAINST THIS RUN'S METRICS
      *                                    (LEVEL, OR CHANGE VS PRIOR
      *                                    DAY/WEEK/MONTH FROM
      *                                    KPI_HISTORY);
      *                                    EXCEPTIONS-ONLY KPIALRT,
      *                                    CRITICALS TO KPIEXCP, VALUES
      *                                    KEPT IN KPI_HISTORY AND THE
      *                                    BI EXTRACT FOR TRENDING
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCRPTGEN.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLMDD-STATUS.

           SELECT BURST-INDEX-FILE
               ASSIGN TO RPTBURST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BURST-STATUS.

           SELECT KPI-ALERT-FILE
               ASSIGN TO KPIALRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KPIALRT-STATUS.

           SELECT KPI-EXCEPTION-FILE
               ASSIGN TO KPIEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-KPIEXCP-STATUS.

           SELECT ERROR-FILE
               ASSIGN TO ERRFILE
               ORGANIZATION IS SEQUENTIAL
           05  CDD-AMOUNT                  PIC S9(09)V99.
           05  FILLER                      PIC X(23).

      *================================================================*
      *    BURST-INDEX-FILE                                            *
      *    COPY OF EACH PRINT LINE OF THE BURSTABLE REPORTS TAGGED     *
      *    WITH THE SELECTION KEY IT BELONGS TO, SO HCRPTBST CAN CUT   *
      *    A RECIPIENT'S SLICE WITHOUT RE-READING THE DATABASE.        *
      *    LINE TYPE: H = PAGE HEADING (FIRST PAGE ONLY)               *
      *               S = SECTION HEADING FOR THE KEYED LINES BELOW    *
      *               D = DETAIL LINE FOR ONE KEY VALUE                *
      *               T = TOTAL/UNKEYED LINE (WHOLE-REPORT ONLY)       *
      *    KEY TYPE:  R = NETWORK REGION    L = PRODUCT LINE           *
      *               P = PAYER             G = EMPLOYER GROUP         *
      *================================================================*
       FD  BURST-INDEX-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BURST-INDEX-RECORD.
           05  BST-REPORT-ID               PIC X(05).
           05  BST-LINE-TYPE               PIC X(01).
           05  BST-KEY-TYPE                PIC X(01).
           05  BST-KEY-VALUE               PIC X(15).
           05  BST-PRINT-LINE              PIC X(132).
           05  FILLER                      PIC X(46).

       FD  KPI-ALERT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KPI-ALERT-RECORD            PIC X(132).

      *================================================================*
      *    KPI-EXCEPTION-FILE                                          *
      *    CRITICAL KPI BREACHES IN THE COMMON EXCPTIN LAYOUT, LOADED  *
      *    TO THE EXCEPTION REPOSITORY BY HCEXCREP                     *
      *================================================================*
       FD  KPI-EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  KPI-EXCEPTION-RECORD.
           05  KEX-PROGRAM                 PIC X(08).
           05  KEX-PARAGRAPH               PIC X(30).
           05  KEX-SEVERITY                PIC X(01).
           05  KEX-ERROR-CODE              PIC X(08).
           05  KEX-CLAIM-KEY               PIC X(20).
           05  KEX-MEMBER-ID               PIC X(12).
           05  KEX-PROVIDER-NPI            PIC X(10).
           05  KEX-MESSAGE                 PIC X(80).
           05  KEX-TIMESTAMP               PIC X(26).
           05  FILLER                      PIC X(55).

       FD  ERROR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           05  WS-RPT17-STATUS         PIC X(02) VALUE SPACES.
           05  WS-BIEXT-STATUS         PIC X(02) VALUE SPACES.
           05  WS-CLMDD-STATUS         PIC X(02) VALUE SPACES.
           05  WS-BURST-STATUS         PIC X(02) VALUE SPACES.
           05  WS-KPIALRT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-KPIEXCP-STATUS       PIC X(02) VALUE SPACES.
           05  WS-ERROR-STATUS         PIC X(02) VALUE SPACES.
           05  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
           05  WS-RPTCKPT-STATUS       PIC X(02) VALUE SPACES.
           05  WS-RPT17-RECORDS       PIC S9(09) COMP-3 VALUE 0.
           05  WS-BIEXT-RECORDS       PIC S9(09) COMP-3 VALUE 0.
           05  WS-CLMDD-RECORDS       PIC S9(09) COMP-3 VALUE 0.
           05  WS-BURST-RECORDS       PIC S9(09) COMP-3 VALUE 0.
           05  WS-KPIALRT-RECORDS     PIC S9(09) COMP-3 VALUE 0.
           05  WS-KPIEXCP-RECORDS     PIC S9(09) COMP-3 VALUE 0.
           05  WS-KPIHIST-RECORDS     PIC S9(09) COMP-3 VALUE 0.
           05  WS-ERROR-RECORDS       PIC S9(09) COMP-3 VALUE 0.
           05  WS-AUDIT-RECORDS       PIC S9(09) COMP-3 VALUE 0.

               10  WS-PRV-EFT-CNT     PIC S9(07)   COMP-3 VALUE 0.
               10  WS-PRV-EFT-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
               10  WS-PRV-RANK        PIC S9(03)   COMP-3 VALUE 0.
               10  WS-PRV-REGION      PIC X(05).

      *---------------------------------------------------------------*
      *    PAYER MIX ANALYSIS TABLE (20 PAYERS x 12 MONTHS)          *
               10  WS-NETLEAK-PCT         PIC S9(05)V99 COMP-3
                                              VALUE 0.

      *    NETWORK REGION OF EACH PCP PANEL ABOVE, KEPT APART FROM
      *    WS-NETLEAK-ENTRY SO THE BI EXTRACT LAYOUT DOES NOT CHANGE
       01  WS-NETLEAK-REGION-TABLE.
           05  WS-NETLEAK-REGION      PIC X(05) OCCURS 500 TIMES.

      *---------------------------------------------------------------*
      *    OPEN APPEALS AGING TABLE (4 AGE BUCKETS)                    *
      *---------------------------------------------------------------*
           05  HV-NETLEAK-REFERRED    PIC S9(07)   COMP-3.
           05  HV-NETLEAK-IN-NET      PIC S9(07)   COMP-3.
           05  HV-NETLEAK-OUT-NET     PIC S9(07)   COMP-3.
           05  HV-REGION-CODE         PIC X(05).
           05  HV-PVS-PROV-NPI        PIC X(10).
           05  HV-PVS-PROV-NAME       PIC X(35).
           05  HV-PVS-CLAIM-CNT       PIC S9(07)   COMP-3.
           05  WS-PPF-RECEIVED-N      PIC 9(08).
           05  WS-PPF-PAID-N          PIC 9(08).

      *---------------------------------------------------------------*
      *    KPI THRESHOLD ALERTING (RPT-1920)                          *
      *    METRICS TAKEN FROM THIS RUN'S REPORTS, TESTED AGAINST      *
      *    HCDB.KPI_DEFINITION, HISTORY KEPT IN HCDB.KPI_HISTORY      *
      *---------------------------------------------------------------*
       01  WS-KPI-HEADER1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM'.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  WS-KAH1-DATE           PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE: '.
           05  WS-KAH1-PAGE           PIC Z,ZZ9.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-KPI-HEADER2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(45)
               VALUE 'KPI THRESHOLD ALERTS - EXCEPTIONS ONLY'.
           05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
           05  WS-KAH2-START          PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-KAH2-END            PIC X(10).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-KPI-COL-HDR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'LEVEL'.
           05  FILLER                  PIC X(09) VALUE 'KPI ID'.
           05  FILLER                  PIC X(26) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(11) VALUE 'QUALIFIER'.
           05  FILLER                  PIC X(06) VALUE 'SRC'.
           05  FILLER                  PIC X(15) VALUE '  CURRENT'.
           05  FILLER                  PIC X(10) VALUE 'COMPARED'.
           05  FILLER                  PIC X(15) VALUE '    PRIOR'.
           05  FILLER                  PIC X(15) VALUE '     CHANGE'.
           05  FILLER                  PIC X(11) VALUE '  THRESHOLD'.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-KPI-ALERT-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-LEVEL           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-KPI-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-DESC            PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-QUALIFIER       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-SOURCE          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-CURRENT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-BASIS           PIC X(10).
           05  WS-KAD-PRIOR           PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-KAD-PRIOR-X REDEFINES WS-KAD-PRIOR
                                      PIC X(14).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-CHANGE          PIC -ZZZ,ZZ9.99.
           05  WS-KAD-CHANGE-X REDEFINES WS-KAD-CHANGE
                                      PIC X(11).
           05  WS-KAD-CHANGE-UNIT     PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAD-THRESHOLD       PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-KPI-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-KAS-LABEL           PIC X(40).
           05  WS-KAS-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

      *    ONE SLOT PER METRIC VALUE GATHERED THIS RUN. QUALIFIER IS
      *    THE DENIAL CATEGORY OR PAYER ID FOR THE BROKEN-OUT METRICS
       01  WS-KPI-METRIC-TABLE.
           05  WS-KPM-COUNT           PIC S9(03) COMP-3 VALUE 0.
           05  WS-KPM-ENTRY OCCURS 60 TIMES.
               10  WS-KPM-METRIC      PIC X(08).
               10  WS-KPM-QUALIFIER   PIC X(10).
               10  WS-KPM-SOURCE      PIC X(05).
               10  WS-KPM-VALUE       PIC S9(13)V99 COMP-3.
               10  WS-KPM-LEVEL       PIC X(01).

       01  WS-KPI-BI-ENTRY.
           05  WS-KBI-METRIC          PIC X(08).
           05  WS-KBI-QUALIFIER       PIC X(10).
           05  WS-KBI-SOURCE          PIC X(05).
           05  WS-KBI-PERIOD-TYPE     PIC X(01).
           05  WS-KBI-PERIOD-END      PIC X(10).
           05  WS-KBI-VALUE           PIC S9(13)V99.
           05  WS-KBI-ALERT-LEVEL     PIC X(01).

       01  WS-KPI-WORK-FIELDS.
           05  WS-KPI-SOURCE-SW       PIC X(01) VALUE 'N'.
               88  KPI-SOURCE-BUILT              VALUE 'Y'.
               88  KPI-SOURCE-NOT-BUILT          VALUE 'N'.
           05  WS-KPI-PRIOR-SW        PIC X(01) VALUE 'N'.
               88  KPI-PRIOR-FOUND               VALUE 'Y'.
               88  KPI-PRIOR-MISSING             VALUE 'N'.
           05  WS-KPI-MATCH-SW        PIC X(01) VALUE 'N'.
               88  KPI-DEF-MATCHED               VALUE 'Y'.
               88  KPI-DEF-NOT-MATCHED           VALUE 'N'.
           05  WS-KPI-LEVEL           PIC X(01) VALUE 'N'.
               88  KPI-LEVEL-NONE                VALUE 'N'.
               88  KPI-LEVEL-WARNING             VALUE 'W'.
               88  KPI-LEVEL-CRITICAL            VALUE 'C'.
           05  WS-KPI-SUB             PIC S9(03) COMP VALUE 0.
           05  WS-KPI-CAT-SUB         PIC S9(03) COMP VALUE 0.
           05  WS-KPI-MEASURE         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-KPI-TEST            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-KPI-DAYS-ACCUM      PIC S9(13)   COMP-3 VALUE 0.
           05  WS-KPI-CNT-ACCUM       PIC S9(11)   COMP-3 VALUE 0.
           05  WS-KPI-ADD-METRIC      PIC X(08).
           05  WS-KPI-ADD-QUALIFIER   PIC X(10).
           05  WS-KPI-ADD-SOURCE      PIC X(05).
           05  WS-KPI-ADD-VALUE       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-KPI-DEFS-READ       PIC S9(05) COMP-3 VALUE 0.
           05  WS-KPI-EVALUATED       PIC S9(05) COMP-3 VALUE 0.
           05  WS-KPI-NOT-EVALUATED   PIC S9(05) COMP-3 VALUE 0.
           05  WS-KPI-WARNINGS        PIC S9(05) COMP-3 VALUE 0.
           05  WS-KPI-CRITICALS       PIC S9(05) COMP-3 VALUE 0.
           05  WS-KPI-LINE-CTR        PIC S9(03) COMP-3 VALUE 99.
           05  WS-KPI-PAGE-CTR        PIC S9(05) COMP-3 VALUE 0.
           05  HV-KPI-ID              PIC X(08).
           05  HV-KPI-METRIC          PIC X(08).
           05  HV-KPI-QUALIFIER       PIC X(10).
           05  HV-KPI-SOURCE          PIC X(05).
           05  HV-KPI-DESC            PIC X(40).
           05  HV-KPI-BASIS           PIC X(01).
           05  HV-KPI-DIRECTION       PIC X(01).
           05  HV-KPI-WARN            PIC S9(09)V99 COMP-3.
           05  HV-KPI-CRIT            PIC S9(09)V99 COMP-3.
           05  HV-KPI-COMPARE         PIC X(01).
           05  HV-KPI-MET-METRIC      PIC X(08).
           05  HV-KPI-MET-QUAL        PIC X(10).
           05  HV-KPI-MET-SOURCE      PIC X(05).
           05  HV-KPI-PERIOD-TYPE     PIC X(01).
           05  HV-KPI-VALUE           PIC S9(13)V99 COMP-3.
           05  HV-KPI-PRIOR-VALUE     PIC S9(13)V99 COMP-3.
           05  HV-KPI-LEVEL           PIC X(01).

      *---------------------------------------------------------------*
      *    COMMON SEPARATOR/DIVIDER LINES                             *
      *---------------------------------------------------------------*
               PERFORM 3000-GENERATE-REPORTS
           END-IF

           IF PROGRAM-OK
               PERFORM 4800-EVALUATE-KPIS
                   THRU 4800-EXIT
           END-IF

           PERFORM 9000-TERMINATION

           STOP RUN.
               DISPLAY 'ERROR OPENING CLAIM DRILLDOWN FILE: '
                   WS-CLMDD-STATUS
               SET PROGRAM-ABEND TO TRUE
           END-IF

           OPEN OUTPUT BURST-INDEX-FILE
           IF WS-BURST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BURST INDEX FILE: '
                   WS-BURST-STATUS
               SET PROGRAM-ABEND TO TRUE
           END-IF

           OPEN OUTPUT KPI-ALERT-FILE
           IF WS-KPIALRT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING KPI ALERT FILE: '
                   WS-KPIALRT-STATUS
               SET PROGRAM-ABEND TO TRUE
           END-IF

           OPEN OUTPUT KPI-EXCEPTION-FILE
           IF WS-KPIEXCP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING KPI EXCEPTION FILE: '
                   WS-KPIEXCP-STATUS
               SET PROGRAM-ABEND TO TRUE
           END-IF.

      *================================================================*
                   PM.TAX_ID,
                   PM.PROVIDER_NAME,
                   PM.SPECIALTY_CODE,
                   COALESCE(NR.REGION_CODE, PM.PRACTICE_STATE)
                       AS REGION_CODE,
                   COUNT(DISTINCT CH.CLAIM_ID) AS CLM_COUNT,
                   SUM(CH.BILLED_AMOUNT) AS TOTAL_BILLED,
                   SUM(CH.ALLOWED_AMOUNT) AS TOTAL_ALLOWED,
               FROM HCDB.CLAIM_HEADER CH
               JOIN HCDB.PROVIDER_MASTER PM
                   ON CH.RENDERING_PROVIDER = PM.PROVIDER_NPI
               LEFT JOIN HCDB.NETWORK_REGION NR
                   ON NR.STATE_CODE = PM.PRACTICE_STATE
               WHERE CH.CLAIM_STATUS = 'PD'
                 AND CH.PAID_DATE BETWEEN :HV-RPT-START-DATE
                                       AND :HV-RPT-END-DATE
               GROUP BY PM.PROVIDER_NPI, PM.TAX_ID,
                        PM.PROVIDER_NAME, PM.SPECIALTY_CODE,
                        COALESCE(NR.REGION_CODE, PM.PRACTICE_STATE)
               ORDER BY TOTAL_PAID DESC
               FETCH FIRST 500 ROWS ONLY
           END-EXEC
                        :HV-PROVIDER-TAX-ID,
                        :HV-PROVIDER-NAME,
                        :HV-PROVIDER-SPEC,
                        :HV-REGION-CODE,
                        :HV-COUNT,
                        :HV-BILLED-AMT,
                        :HV-ALLOWED-AMT :WS-IND-ALLOWED-AMT,
               TO WS-PRV-NAME(WS-PROV-COUNT)
           MOVE HV-PROVIDER-SPEC
               TO WS-PRV-SPECIALTY(WS-PROV-COUNT)
           MOVE HV-REGION-CODE
               TO WS-PRV-REGION(WS-PROV-COUNT)
           MOVE HV-COUNT
               TO WS-PRV-CLM-CNT(WS-PROV-COUNT)
           MOVE HV-BILLED-AMT
               ADD 1 TO WS-RPT02-LINE-CTR
               ADD 1 TO WS-RPT02-RECORDS

               MOVE 'RPT02' TO BST-REPORT-ID
               MOVE 'D' TO BST-LINE-TYPE
               MOVE 'R' TO BST-KEY-TYPE
               MOVE WS-PRV-REGION(WS-WORK-INDEX) TO BST-KEY-VALUE
               MOVE WS-RPT02-DETAIL TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE

      *        WRITE SUB-DETAIL LINE
               MOVE WS-PRV-AVG-PMT(WS-WORK-INDEX)
                   TO WS-R02S-AVG
               ADD 1 TO WS-RPT02-LINE-CTR
               ADD 1 TO WS-RPT02-RECORDS

               MOVE WS-RPT02-SUBDETAIL TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE

               WRITE RPT02-RECORD FROM WS-SEPARATOR-LINE
               ADD 1 TO WS-RPT02-LINE-CTR

               MOVE WS-SEPARATOR-LINE TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE

               ADD WS-PRV-PAID-AMT(WS-WORK-INDEX)
                   TO WS-GRAND-TOTAL-AMT
               ADD WS-PRV-CLM-CNT(WS-WORK-INDEX)
           WRITE RPT02-RECORD FROM WS-RPT02-DETAIL
           ADD 1 TO WS-RPT02-RECORDS

      *    THE TOP-N TOTAL SPANS ALL REGIONS - WHOLE-REPORT ONLY
           MOVE 'RPT02' TO BST-REPORT-ID
           MOVE 'T' TO BST-LINE-TYPE
           MOVE SPACES TO BST-KEY-TYPE
           MOVE SPACES TO BST-KEY-VALUE
           MOVE WS-DOUBLE-SEP-LINE TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE
           MOVE WS-RPT02-DETAIL TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE

           PERFORM 8000-GET-TIMESTAMP
           MOVE 'RPT-END   ' TO WS-AUD-EVENT-TYPE
           MOVE 'RPT02' TO WS-AUD-REPORT-ID
           WRITE RPT02-RECORD FROM WS-DOUBLE-SEP-LINE
           WRITE RPT02-RECORD FROM WS-RPT02-COL-HDR
           WRITE RPT02-RECORD FROM WS-DOUBLE-SEP-LINE
           MOVE 7 TO WS-RPT02-LINE-CTR
           IF WS-RPT02-PAGE-CTR = 1
               MOVE 'RPT02' TO BST-REPORT-ID
               MOVE 'H' TO BST-LINE-TYPE
               MOVE SPACES TO BST-KEY-TYPE
               MOVE SPACES TO BST-KEY-VALUE
               MOVE WS-RPT02-HEADER2 TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
               MOVE WS-RPT02-COL-HDR TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
           END-IF.

      *================================================================*
      *    3300-BUILD-PAYER-MIX                                        *
                   WRITE RPT03-RECORD FROM WS-RPT03-DETAIL
                   ADD 1 TO WS-RPT03-LINE-CTR
                   ADD 1 TO WS-RPT03-RECORDS

                   MOVE 'RPT03' TO BST-REPORT-ID
                   MOVE 'D' TO BST-LINE-TYPE
                   MOVE 'P' TO BST-KEY-TYPE
                   MOVE WS-PMX-PAYER-ID(WS-WORK-INDEX)
                       TO BST-KEY-VALUE
                   MOVE WS-RPT03-DETAIL TO BST-PRINT-LINE
                   PERFORM 8320-WRITE-BURST-LINE
               END-IF
           END-PERFORM

           WRITE RPT03-RECORD FROM WS-SEPARATOR-LINE
           ADD 4 TO WS-RPT03-LINE-CTR

           MOVE 'RPT03' TO BST-REPORT-ID
           MOVE 'S' TO BST-LINE-TYPE
           MOVE 'L' TO BST-KEY-TYPE
           MOVE SPACES TO BST-KEY-VALUE
           MOVE WS-BLANK-LINE TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE
           MOVE WS-WORK-STRING TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE
           MOVE WS-SEPARATOR-LINE TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE

           PERFORM VARYING WS-WORK-INDEX FROM 1 BY 1
               UNTIL WS-WORK-INDEX > 7
               IF WS-PL-CLM-CNT(WS-WORK-INDEX) > 0
                   WRITE RPT03-RECORD FROM WS-RPT03-DETAIL
                   ADD 1 TO WS-RPT03-LINE-CTR
                   ADD 1 TO WS-RPT03-RECORDS

                   MOVE 'RPT03' TO BST-REPORT-ID
                   MOVE 'D' TO BST-LINE-TYPE
                   MOVE 'L' TO BST-KEY-TYPE
                   MOVE WS-PL-CODE(WS-WORK-INDEX) TO BST-KEY-VALUE
                   MOVE WS-RPT03-DETAIL TO BST-PRINT-LINE
                   PERFORM 8320-WRITE-BURST-LINE
               END-IF
           END-PERFORM

           WRITE RPT03-RECORD FROM WS-RPT03-HEADER2
           WRITE RPT03-RECORD FROM WS-BLANK-LINE
           WRITE RPT03-RECORD FROM WS-DOUBLE-SEP-LINE
           MOVE 5 TO WS-RPT03-LINE-CTR
           IF WS-RPT03-PAGE-CTR = 1
               MOVE 'RPT03' TO BST-REPORT-ID
               MOVE 'H' TO BST-LINE-TYPE
               MOVE SPACES TO BST-KEY-TYPE
               MOVE SPACES TO BST-KEY-VALUE
               MOVE WS-RPT03-HEADER2 TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
           END-IF.

      *================================================================*
      *    3400-BUILD-DENIAL-ANALYSIS                                  *
                   ADD 1 TO WS-RPT13-LINE-CTR
                   ADD 1 TO WS-RPT13-RECORDS

                   MOVE 'RPT13' TO BST-REPORT-ID
                   MOVE 'D' TO BST-LINE-TYPE
                   MOVE 'G' TO BST-KEY-TYPE
                   MOVE WS-OOP-GROUP-NO(WS-WORK-INDEX)
                       TO BST-KEY-VALUE
                   MOVE WS-RPT13-DETAIL TO BST-PRINT-LINE
                   PERFORM 8320-WRITE-BURST-LINE

                   MOVE 'RPT13' TO BIEXT-REPORT-ID
                   JSON GENERATE BIEXT-JSON-TEXT
                       FROM WS-OOP-ENTRY(WS-WORK-INDEX)
           ADD 2 TO WS-RPT13-LINE-CTR
           ADD 1 TO WS-RPT13-RECORDS

           MOVE 'RPT13' TO BST-REPORT-ID
           MOVE 'T' TO BST-LINE-TYPE
           MOVE SPACES TO BST-KEY-TYPE
           MOVE SPACES TO BST-KEY-VALUE
           MOVE WS-DOUBLE-SEP-LINE TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE
           MOVE WS-RPT13-DETAIL TO BST-PRINT-LINE
           PERFORM 8320-WRITE-BURST-LINE

           PERFORM 8000-GET-TIMESTAMP
           MOVE 'RPT-END   ' TO WS-AUD-EVENT-TYPE
           MOVE 'RPT13' TO WS-AUD-REPORT-ID
           WRITE RPT13-RECORD FROM WS-DOUBLE-SEP-LINE
           WRITE RPT13-RECORD FROM WS-RPT13-COL-HDR
           WRITE RPT13-RECORD FROM WS-SEPARATOR-LINE
           MOVE 6 TO WS-RPT13-LINE-CTR
           IF WS-RPT13-PAGE-CTR = 1
               MOVE 'RPT13' TO BST-REPORT-ID
               MOVE 'H' TO BST-LINE-TYPE
               MOVE SPACES TO BST-KEY-TYPE
               MOVE SPACES TO BST-KEY-VALUE
               MOVE WS-RPT13-HEADER2 TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
               MOVE WS-RPT13-COL-HDR TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
           END-IF.

      *================================================================*
      *    4400-BUILD-CAP-SETTLEMENT                                   *
               SELECT
                   MPA.PROVIDER_ID,
                   PM.PROVIDER_NAME,
                   COALESCE(NR.REGION_CODE, PM.PRACTICE_STATE)
                       AS REGION_CODE,
                   COUNT(*) AS REFERRED_CNT,
                   SUM(CASE WHEN CH.PROVIDER_PAR_STATUS = 'PA'
                            THEN 1 ELSE 0 END) AS IN_NET_CNT,
                   ON CH.MEMBER_ID = MPA.MEMBER_ID
               JOIN HCDB.PROVIDER_MASTER PM
                   ON PM.PROVIDER_NPI = MPA.PROVIDER_ID
               LEFT JOIN HCDB.NETWORK_REGION NR
                   ON NR.STATE_CODE = PM.PRACTICE_STATE
               WHERE MPA.STATUS = 'AC'
                 AND (MPA.TERM_DATE IS NULL
                      OR MPA.TERM_DATE >= CURRENT DATE)
                 AND CH.PAID_DATE BETWEEN :HV-RPT-START-DATE
                                       AND :HV-RPT-END-DATE
                 AND CH.PROVIDER_PAR_STATUS IS NOT NULL
               GROUP BY MPA.PROVIDER_ID, PM.PROVIDER_NAME,
                        COALESCE(NR.REGION_CODE, PM.PRACTICE_STATE)
               ORDER BY OUT_NET_CNT DESC
               FETCH FIRST 500 ROWS ONLY
           END-EXEC
                   FETCH CSR-NETLEAK
                   INTO :HV-NETLEAK-PCP-NPI,
                        :HV-NETLEAK-PCP-NAME,
                        :HV-REGION-CODE,
                        :HV-NETLEAK-REFERRED,
                        :HV-NETLEAK-IN-NET,
                        :HV-NETLEAK-OUT-NET
               TO WS-NETLEAK-IN-NET(WS-NETLEAK-COUNT)
           MOVE HV-NETLEAK-OUT-NET
               TO WS-NETLEAK-OUT-NET(WS-NETLEAK-COUNT)
           MOVE HV-REGION-CODE
               TO WS-NETLEAK-REGION(WS-NETLEAK-COUNT)

           IF WS-NETLEAK-REFERRED(WS-NETLEAK-COUNT) > 0
               COMPUTE WS-NETLEAK-PCT(WS-NETLEAK-COUNT) =
               ADD 1 TO WS-RPT15-LINE-CTR
               ADD 1 TO WS-RPT15-RECORDS

               MOVE 'RPT15' TO BST-REPORT-ID
               MOVE 'D' TO BST-LINE-TYPE
               MOVE 'R' TO BST-KEY-TYPE
               MOVE WS-NETLEAK-REGION(WS-WORK-INDEX) TO BST-KEY-VALUE
               MOVE WS-RPT15-DETAIL TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE

               MOVE 'RPT15' TO BIEXT-REPORT-ID
               JSON GENERATE BIEXT-JSON-TEXT
                   FROM WS-NETLEAK-ENTRY(WS-WORK-INDEX)
           WRITE RPT15-RECORD FROM WS-DOUBLE-SEP-LINE
           WRITE RPT15-RECORD FROM WS-RPT15-COL-HDR
           WRITE RPT15-RECORD FROM WS-SEPARATOR-LINE
           MOVE 6 TO WS-RPT15-LINE-CTR
           IF WS-RPT15-PAGE-CTR = 1
               MOVE 'RPT15' TO BST-REPORT-ID
               MOVE 'H' TO BST-LINE-TYPE
               MOVE SPACES TO BST-KEY-TYPE
               MOVE SPACES TO BST-KEY-VALUE
               MOVE WS-RPT15-HEADER2 TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
               MOVE WS-RPT15-COL-HDR TO BST-PRINT-LINE
               PERFORM 8320-WRITE-BURST-LINE
           END-IF.

      *================================================================*
      *    4600-BUILD-APPEAL-AGING                                     *
           WRITE RPT17-RECORD FROM WS-SEPARATOR-LINE
           MOVE 6 TO WS-RPT17-LINE-CTR.

      *================================================================*
      *    4800-EVALUATE-KPIS                                          *
      *    KPI THRESHOLD ALERTING (RPT-1920). RUNS AFTER ALL REPORTS.  *
      *    EACH ACTIVE HCDB.KPI_DEFINITION ROW IS TESTED AGAINST THE   *
      *    METRICS GATHERED FROM THIS RUN'S REPORTS, EITHER ON THE     *
      *    LEVEL ITSELF OR ON THE CHANGE FROM THE PRIOR DAY, SAME DAY  *
      *    LAST WEEK OR PRIOR MONTH AS HELD IN HCDB.KPI_HISTORY. ONLY  *
      *    BREACHES PRINT ON KPIALRT; CRITICALS ALSO GO TO KPIEXCP.    *
      *    THIS RUN'S VALUES ARE THEN SAVED TO KPI_HISTORY AND THE BI  *
      *    EXTRACT SO THE TRENDS CAN BE CHARTED.                       *
      *================================================================*
       4800-EVALUATE-KPIS.

           DISPLAY 'HCRPTGEN - EVALUATING KPI THRESHOLDS'

           PERFORM 8000-GET-TIMESTAMP
           MOVE 'RPT-START ' TO WS-AUD-EVENT-TYPE
           MOVE 'KPI' TO WS-AUD-REPORT-ID
           MOVE 0 TO WS-AUD-RECORD-COUNT
           MOVE 'KPI THRESHOLD EVALUATION STARTED'
               TO WS-AUD-MESSAGE
           WRITE AUDIT-RECORD FROM WS-AUDIT-LOG-REC
           ADD 1 TO WS-AUDIT-RECORDS

           MOVE WS-RPT-PERIOD-TYPE TO HV-KPI-PERIOD-TYPE
           PERFORM 4810-GATHER-KPI-METRICS
           PERFORM 4871-WRITE-KPI-HEADERS

           IF WS-KPM-COUNT = 0
               DISPLAY 'HCRPTGEN - NO KPI SOURCE REPORT BUILT THIS RUN'
               MOVE 'NO KPI SOURCE REPORT WAS BUILT IN THIS RUN'
                   TO WS-KAS-LABEL
               MOVE 0 TO WS-KAS-COUNT
               WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
               ADD 1 TO WS-KPIALRT-RECORDS
               GO TO 4800-EXIT
           END-IF

           EXEC SQL
               DECLARE CSR-KPIDEF CURSOR FOR
               SELECT
                   KPI_ID,
                   METRIC_CODE,
                   COALESCE(QUALIFIER, '*'),
                   REPORT_SOURCE,
                   KPI_DESC,
                   THRESHOLD_BASIS,
                   DIRECTION,
                   COALESCE(WARN_THRESHOLD, CRIT_THRESHOLD),
                   CRIT_THRESHOLD,
                   COMPARE_BASIS
               FROM HCDB.KPI_DEFINITION
               WHERE ACTIVE_FLAG = 'Y'
               ORDER BY KPI_ID
           END-EXEC

           EXEC SQL OPEN CSR-KPIDEF END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 8100-LOG-SQL-ERROR
               GO TO 4800-EXIT
           END-IF

           SET NOT-EOF-CURSOR TO TRUE

           PERFORM UNTIL EOF-CURSOR
               EXEC SQL
                   FETCH CSR-KPIDEF
                   INTO :HV-KPI-ID,
                        :HV-KPI-METRIC,
                        :HV-KPI-QUALIFIER,
                        :HV-KPI-SOURCE,
                        :HV-KPI-DESC,
                        :HV-KPI-BASIS,
                        :HV-KPI-DIRECTION,
                        :HV-KPI-WARN,
                        :HV-KPI-CRIT,
                        :HV-KPI-COMPARE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 4820-APPLY-KPI-DEFINITION
                   WHEN 100
                       SET EOF-CURSOR TO TRUE
                   WHEN OTHER
                       PERFORM 8100-LOG-SQL-ERROR
                       SET EOF-CURSOR TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE CSR-KPIDEF END-EXEC

           PERFORM 4860-SAVE-KPI-HISTORY
               VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPM-COUNT

           PERFORM 4870-WRITE-KPI-SUMMARY

       4800-EXIT.
           EXIT.

      *================================================================*
      *    4805-CHECK-KPI-SOURCE                                       *
      *    A REPORT'S METRICS ARE ONLY IN STORAGE WHEN IT WAS BUILT IN *
      *    THIS RUN - SELECTED ON THE CONTROL CARD AND NOT SKIPPED AS  *
      *    ALREADY CHECKPOINTED. CALLER MOVES THE REPORT ID TO         *
      *    WS-CKPT-CHECK-ID.                                           *
      *================================================================*
       4805-CHECK-KPI-SOURCE.

           SET KPI-SOURCE-NOT-BUILT TO TRUE
           PERFORM 2220-CHECKPOINT-LOOKUP
           IF CKPT-NOT-YET-DONE
               EVALUATE WS-CKPT-CHECK-ID
                   WHEN 'RPT03'
                       IF RUN-PAYER-MIX
                           SET KPI-SOURCE-BUILT TO TRUE
                       END-IF
                   WHEN 'RPT04'
                       IF RUN-DENIAL-ANALYSIS
                           SET KPI-SOURCE-BUILT TO TRUE
                       END-IF
                   WHEN 'RPT06'
                       IF RUN-PEND-AGING
                           SET KPI-SOURCE-BUILT TO TRUE
                       END-IF
                   WHEN 'RPT08'
                       IF RUN-HIGH-DOLLAR
                           SET KPI-SOURCE-BUILT TO TRUE
                       END-IF
                   WHEN 'RPT10'
                       IF RUN-QUALITY-MTRC
                           SET KPI-SOURCE-BUILT TO TRUE
                       END-IF
                   WHEN 'RPT12'
                       IF RUN-COMPLIANCE
                           SET KPI-SOURCE-BUILT TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *================================================================*
      *    4810-GATHER-KPI-METRICS                                     *
      *    LOAD THE METRIC TABLE FROM THE REPORT ACCUMULATORS. RATES   *
      *    ARE PERCENTS, AGES AND DAYS-TO-PAY ARE DAYS, HIGH-DOLLAR IS *
      *    THE $25K-AND-OVER TIER, PAYER MIX IS EACH PAYER'S SHARE OF  *
      *    PERIOD REVENUE.                                             *
      *================================================================*
       4810-GATHER-KPI-METRICS.

           MOVE 0 TO WS-KPM-COUNT

      *    RPT10 - AUTO-ADJUDICATION RATE
           MOVE 'RPT10' TO WS-CKPT-CHECK-ID
           PERFORM 4805-CHECK-KPI-SOURCE
           IF KPI-SOURCE-BUILT
               MOVE 'RPT10' TO WS-KPI-ADD-SOURCE
               MOVE 'AUTOADJ' TO WS-KPI-ADD-METRIC
               MOVE SPACES TO WS-KPI-ADD-QUALIFIER
               MOVE WS-QL-AUTO-ADJ-RATE TO WS-KPI-ADD-VALUE
               PERFORM 4815-ADD-KPI-METRIC
           END-IF

      *    RPT04 - OVERALL DENIAL RATE AND RATE BY ROOT-CAUSE CATEGORY,
      *    BOTH AS DENIALS PER HUNDRED CLAIMS ADJUDICATED
           MOVE 'RPT04' TO WS-CKPT-CHECK-ID
           PERFORM 4805-CHECK-KPI-SOURCE
           IF KPI-SOURCE-BUILT
               MOVE 'RPT04' TO WS-KPI-ADD-SOURCE
               IF WS-DEN-TOTAL-CLAIMS > 0
                   COMPUTE WS-DEN-OVERALL-RATE ROUNDED =
                       WS-DEN-TOTAL-COUNT * 100 / WS-DEN-TOTAL-CLAIMS
               ELSE
                   MOVE 0 TO WS-DEN-OVERALL-RATE
               END-IF
               MOVE 'DENRATE' TO WS-KPI-ADD-METRIC
               MOVE SPACES TO WS-KPI-ADD-QUALIFIER
               MOVE WS-DEN-OVERALL-RATE TO WS-KPI-ADD-VALUE
               PERFORM 4815-ADD-KPI-METRIC
               PERFORM VARYING WS-KPI-CAT-SUB FROM 1 BY 1
                   UNTIL WS-KPI-CAT-SUB > 10
                   MOVE 'DENCAT' TO WS-KPI-ADD-METRIC
                   MOVE WS-DCAT-CODE(WS-KPI-CAT-SUB)
                       TO WS-KPI-ADD-QUALIFIER
                   IF WS-DEN-TOTAL-CLAIMS > 0
                       COMPUTE WS-KPI-ADD-VALUE ROUNDED =
                           WS-DCAT-COUNT(WS-KPI-CAT-SUB) * 100
                         / WS-DEN-TOTAL-CLAIMS
                   ELSE
                       MOVE 0 TO WS-KPI-ADD-VALUE
                   END-IF
                   PERFORM 4815-ADD-KPI-METRIC
               END-PERFORM
           END-IF

      *    RPT06 - PEND INVENTORY, AVERAGE AGE AND PAST-DUE COUNT
           MOVE 'RPT06' TO WS-CKPT-CHECK-ID
           PERFORM 4805-CHECK-KPI-SOURCE
           IF KPI-SOURCE-BUILT
               MOVE 'RPT06' TO WS-KPI-ADD-SOURCE
               MOVE SPACES TO WS-KPI-ADD-QUALIFIER
               MOVE 'PENDCNT' TO WS-KPI-ADD-METRIC
               MOVE WS-PEND-GRAND-CNT TO WS-KPI-ADD-VALUE
               PERFORM 4815-ADD-KPI-METRIC
               MOVE 0 TO WS-KPI-DAYS-ACCUM
               MOVE 0 TO WS-KPI-CNT-ACCUM
               MOVE 0 TO WS-KPI-ADD-VALUE
               PERFORM VARYING WS-KPI-CAT-SUB FROM 1 BY 1
                   UNTIL WS-KPI-CAT-SUB > 8
                   ADD WS-PQ-TOTAL-DAYS(WS-KPI-CAT-SUB)
                       TO WS-KPI-DAYS-ACCUM
                   ADD WS-PQ-TOTAL-CNT(WS-KPI-CAT-SUB)
                       TO WS-KPI-CNT-ACCUM
                   ADD WS-PQ-PAST-DUE-CNT(WS-KPI-CAT-SUB)
                       TO WS-KPI-ADD-VALUE
               END-PERFORM
               MOVE 'PENDPDUE' TO WS-KPI-ADD-METRIC
               PERFORM 4815-ADD-KPI-METRIC
               MOVE 'PENDAGE' TO WS-KPI-ADD-METRIC
               IF WS-KPI-CNT-ACCUM > 0
                   COMPUTE WS-KPI-ADD-VALUE ROUNDED =
                       WS-KPI-DAYS-ACCUM / WS-KPI-CNT-ACCUM
               ELSE
                   MOVE 0 TO WS-KPI-ADD-VALUE
               END-IF
               PERFORM 4815-ADD-KPI-METRIC
           END-IF

      *    RPT12 - AVERAGE DAYS FROM RECEIPT TO PAYMENT
           MOVE 'RPT12' TO WS-CKPT-CHECK-ID
           PERFORM 4805-CHECK-KPI-SOURCE
           IF KPI-SOURCE-BUILT
               MOVE 'RPT12' TO WS-KPI-ADD-SOURCE
               MOVE 'DAYSPAY' TO WS-KPI-ADD-METRIC
               MOVE SPACES TO WS-KPI-ADD-QUALIFIER
               MOVE WS-CMP-PP-AVG-DAYS TO WS-KPI-ADD-VALUE
               PERFORM 4815-ADD-KPI-METRIC
           END-IF

      *    RPT08 - HIGH-DOLLAR CLAIM COUNT AND PAID (LOWEST TIER)
           MOVE 'RPT08' TO WS-CKPT-CHECK-ID
           PERFORM 4805-CHECK-KPI-SOURCE
           IF KPI-SOURCE-BUILT
               MOVE 'RPT08' TO WS-KPI-ADD-SOURCE
               MOVE SPACES TO WS-KPI-ADD-QUALIFIER
               MOVE 'HDCOUNT' TO WS-KPI-ADD-METRIC
               MOVE WS-HD-THR-COUNT(1) TO WS-KPI-ADD-VALUE
               PERFORM 4815-ADD-KPI-METRIC
               MOVE 'HDPAID' TO WS-KPI-ADD-METRIC
               MOVE WS-HD-THR-PAID(1) TO WS-KPI-ADD-VALUE
               PERFORM 4815-ADD-KPI-METRIC
           END-IF

      *    RPT03 - PAYER MIX, EACH PAYER'S PERCENT OF PERIOD REVENUE
           MOVE 'RPT03' TO WS-CKPT-CHECK-ID
           PERFORM 4805-CHECK-KPI-SOURCE
           IF KPI-SOURCE-BUILT
               MOVE 'RPT03' TO WS-KPI-ADD-SOURCE
               MOVE 'PAYMIX' TO WS-KPI-ADD-METRIC
               PERFORM VARYING WS-KPI-CAT-SUB FROM 1 BY 1
                   UNTIL WS-KPI-CAT-SUB > 20
                   IF WS-PMX-PAYER-ID(WS-KPI-CAT-SUB) NOT = SPACES
                       MOVE WS-PMX-PAYER-ID(WS-KPI-CAT-SUB)
                           TO WS-KPI-ADD-QUALIFIER
                       MOVE WS-PMX-REV-PCT(WS-KPI-CAT-SUB)
                           TO WS-KPI-ADD-VALUE
                       PERFORM 4815-ADD-KPI-METRIC
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY 'HCRPTGEN - KPI METRICS GATHERED: ' WS-KPM-COUNT.

      *================================================================*
      *    4815-ADD-KPI-METRIC                                         *
      *    APPEND WS-KPI-ADD-xxx AS THE NEXT METRIC TABLE SLOT         *
      *================================================================*
       4815-ADD-KPI-METRIC.

           IF WS-KPM-COUNT < 60
               ADD 1 TO WS-KPM-COUNT
               MOVE WS-KPI-ADD-METRIC
                   TO WS-KPM-METRIC(WS-KPM-COUNT)
               MOVE WS-KPI-ADD-QUALIFIER
                   TO WS-KPM-QUALIFIER(WS-KPM-COUNT)
               MOVE WS-KPI-ADD-SOURCE
                   TO WS-KPM-SOURCE(WS-KPM-COUNT)
               MOVE WS-KPI-ADD-VALUE
                   TO WS-KPM-VALUE(WS-KPM-COUNT)
               MOVE 'N' TO WS-KPM-LEVEL(WS-KPM-COUNT)
           ELSE
               ADD 1 TO WS-TOTAL-WARNINGS
           END-IF.

      *================================================================*
      *    4820-APPLY-KPI-DEFINITION                                   *
      *    TEST ONE DEFINITION AGAINST EVERY MATCHING METRIC. A        *
      *    QUALIFIER OF '*' APPLIES THE THRESHOLDS TO EACH CATEGORY OR *
      *    PAYER. A DEFINITION WHOSE SOURCE REPORT WAS NOT BUILT THIS  *
      *    RUN MATCHES NOTHING AND COUNTS AS NOT EVALUATED.            *
      *================================================================*
       4820-APPLY-KPI-DEFINITION.

           ADD 1 TO WS-KPI-DEFS-READ
           SET KPI-DEF-NOT-MATCHED TO TRUE

           PERFORM VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPM-COUNT
               IF WS-KPM-METRIC(WS-KPI-SUB) = HV-KPI-METRIC
                  AND WS-KPM-SOURCE(WS-KPI-SUB) = HV-KPI-SOURCE
                  AND (HV-KPI-QUALIFIER = '*'
                   OR HV-KPI-QUALIFIER = WS-KPM-QUALIFIER(WS-KPI-SUB))
                   SET KPI-DEF-MATCHED TO TRUE
                   PERFORM 4830-EVALUATE-ONE-KPI
                       THRU 4830-EXIT
               END-IF
           END-PERFORM

           IF KPI-DEF-NOT-MATCHED
               ADD 1 TO WS-KPI-NOT-EVALUATED
           END-IF.

      *================================================================*
      *    4830-EVALUATE-ONE-KPI                                       *
      *    BASIS L - THE VALUE ITSELF IS TESTED                        *
      *          P - CHANGE IN POINTS FROM THE COMPARISON PERIOD       *
      *          V - PERCENT VARIANCE FROM THE COMPARISON PERIOD       *
      *    DIRECTION U - RISE IS BAD, D - FALL IS BAD, B - EITHER WAY. *
      *    FOR A LEVEL TEST WITH DIRECTION D THE VALUE BREACHES AT OR  *
      *    BELOW THE THRESHOLD; OTHERWISE AT OR ABOVE. A CHANGE TEST   *
      *    WITH NO COMPARISON ROW IN KPI_HISTORY (OR A ZERO BASE FOR   *
      *    VARIANCE) IS NOT EVALUATED.                                 *
      *================================================================*
       4830-EVALUATE-ONE-KPI.

           MOVE WS-KPM-METRIC(WS-KPI-SUB) TO HV-KPI-MET-METRIC
           MOVE WS-KPM-QUALIFIER(WS-KPI-SUB) TO HV-KPI-MET-QUAL
           MOVE WS-KPM-VALUE(WS-KPI-SUB) TO HV-KPI-VALUE
           PERFORM 4835-FETCH-KPI-COMPARISON

           EVALUATE HV-KPI-BASIS
               WHEN 'L'
                   MOVE HV-KPI-VALUE TO WS-KPI-MEASURE
               WHEN 'P'
                   IF KPI-PRIOR-MISSING
                       ADD 1 TO WS-KPI-NOT-EVALUATED
                       GO TO 4830-EXIT
                   END-IF
                   COMPUTE WS-KPI-MEASURE =
                       HV-KPI-VALUE - HV-KPI-PRIOR-VALUE
               WHEN 'V'
                   IF KPI-PRIOR-MISSING OR HV-KPI-PRIOR-VALUE = 0
                       ADD 1 TO WS-KPI-NOT-EVALUATED
                       GO TO 4830-EXIT
                   END-IF
                   COMPUTE WS-KPI-MEASURE ROUNDED =
                       (HV-KPI-VALUE - HV-KPI-PRIOR-VALUE) * 100
                     / HV-KPI-PRIOR-VALUE
                       ON SIZE ERROR
                           MOVE 999999999.99 TO WS-KPI-MEASURE
                   END-COMPUTE
               WHEN OTHER
                   ADD 1 TO WS-KPI-NOT-EVALUATED
                   GO TO 4830-EXIT
           END-EVALUATE

           ADD 1 TO WS-KPI-EVALUATED
           SET KPI-LEVEL-NONE TO TRUE

           IF HV-KPI-BASIS = 'L' AND HV-KPI-DIRECTION = 'D'
               IF WS-KPI-MEASURE <= HV-KPI-CRIT
                   SET KPI-LEVEL-CRITICAL TO TRUE
               ELSE IF WS-KPI-MEASURE <= HV-KPI-WARN
                   SET KPI-LEVEL-WARNING TO TRUE
               END-IF
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN HV-KPI-DIRECTION = 'D'
                       COMPUTE WS-KPI-TEST = 0 - WS-KPI-MEASURE
                   WHEN HV-KPI-DIRECTION = 'B'
                    AND WS-KPI-MEASURE < 0
                       COMPUTE WS-KPI-TEST = 0 - WS-KPI-MEASURE
                   WHEN OTHER
                       MOVE WS-KPI-MEASURE TO WS-KPI-TEST
               END-EVALUATE
               IF WS-KPI-TEST >= HV-KPI-CRIT
                   SET KPI-LEVEL-CRITICAL TO TRUE
               ELSE IF WS-KPI-TEST >= HV-KPI-WARN
                   SET KPI-LEVEL-WARNING TO TRUE
               END-IF
               END-IF
           END-IF

           IF KPI-LEVEL-NONE
               GO TO 4830-EXIT
           END-IF

      *    THE METRIC'S HISTORY ROW CARRIES ITS WORST BREACH
           IF KPI-LEVEL-CRITICAL
               ADD 1 TO WS-KPI-CRITICALS
               MOVE 'C' TO WS-KPM-LEVEL(WS-KPI-SUB)
               PERFORM 4850-WRITE-KPI-EXCEPTION
           ELSE
               ADD 1 TO WS-KPI-WARNINGS
               IF WS-KPM-LEVEL(WS-KPI-SUB) = 'N'
                   MOVE 'W' TO WS-KPM-LEVEL(WS-KPI-SUB)
               END-IF
           END-IF

           PERFORM 4840-WRITE-KPI-ALERT

       4830-EXIT.
           EXIT.

      *================================================================*
      *    4835-FETCH-KPI-COMPARISON                                   *
      *    THE METRIC'S VALUE FOR THE COMPARISON PERIOD ENDING THE     *
      *    PRIOR DAY, SAME DAY LAST WEEK OR SAME DAY LAST MONTH        *
      *================================================================*
       4835-FETCH-KPI-COMPARISON.

           SET KPI-PRIOR-MISSING TO TRUE
           MOVE 0 TO HV-KPI-PRIOR-VALUE

           IF HV-KPI-BASIS = 'L'
               GO TO 4835-EXIT
           END-IF

           EXEC SQL
               SELECT METRIC_VALUE
               INTO :HV-KPI-PRIOR-VALUE
               FROM HCDB.KPI_HISTORY
               WHERE METRIC_CODE = :HV-KPI-MET-METRIC
               AND   QUALIFIER   = :HV-KPI-MET-QUAL
               AND   PERIOD_TYPE = :HV-KPI-PERIOD-TYPE
               AND   PERIOD_END_DATE =
                     CASE :HV-KPI-COMPARE
                         WHEN 'W' THEN DATE(:HV-RPT-END-DATE) - 7 DAYS
                         WHEN 'M' THEN DATE(:HV-RPT-END-DATE) - 1 MONTH
                         ELSE DATE(:HV-RPT-END-DATE) - 1 DAY
                     END
           END-EXEC

           EVALUATE SQLCODE
               WHEN 0
                   SET KPI-PRIOR-FOUND TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM 8100-LOG-SQL-ERROR
           END-EVALUATE.

       4835-EXIT.
           EXIT.

      *================================================================*
      *    4840-WRITE-KPI-ALERT                                        *
      *    ONE LINE ON THE EXCEPTIONS-ONLY ALERT REPORT                *
      *================================================================*
       4840-WRITE-KPI-ALERT.

           IF WS-KPI-LINE-CTR >= WS-MAX-LINES
               PERFORM 4871-WRITE-KPI-HEADERS
           END-IF

           IF KPI-LEVEL-CRITICAL
               MOVE 'CRITICAL' TO WS-KAD-LEVEL
               MOVE HV-KPI-CRIT TO WS-KAD-THRESHOLD
           ELSE
               MOVE 'WARNING' TO WS-KAD-LEVEL
               MOVE HV-KPI-WARN TO WS-KAD-THRESHOLD
           END-IF
           MOVE HV-KPI-ID TO WS-KAD-KPI-ID
           MOVE HV-KPI-DESC TO WS-KAD-DESC
           MOVE HV-KPI-MET-QUAL TO WS-KAD-QUALIFIER
           MOVE WS-KPM-SOURCE(WS-KPI-SUB) TO WS-KAD-SOURCE
           MOVE HV-KPI-VALUE TO WS-KAD-CURRENT

           IF HV-KPI-BASIS = 'L'
               MOVE 'LEVEL' TO WS-KAD-BASIS
               MOVE SPACES TO WS-KAD-PRIOR-X
               MOVE SPACES TO WS-KAD-CHANGE-X
               MOVE SPACES TO WS-KAD-CHANGE-UNIT
           ELSE
               EVALUATE HV-KPI-COMPARE
                   WHEN 'W'
                       MOVE 'LAST WEEK' TO WS-KAD-BASIS
                   WHEN 'M'
                       MOVE 'PRIOR MTH' TO WS-KAD-BASIS
                   WHEN OTHER
                       MOVE 'PRIOR DAY' TO WS-KAD-BASIS
               END-EVALUATE
               MOVE HV-KPI-PRIOR-VALUE TO WS-KAD-PRIOR
               MOVE WS-KPI-MEASURE TO WS-KAD-CHANGE
               IF HV-KPI-BASIS = 'V'
                   MOVE ' % ' TO WS-KAD-CHANGE-UNIT
               ELSE
                   MOVE ' PT' TO WS-KAD-CHANGE-UNIT
               END-IF
           END-IF

           WRITE KPI-ALERT-RECORD FROM WS-KPI-ALERT-DETAIL
           ADD 1 TO WS-KPI-LINE-CTR
           ADD 1 TO WS-KPIALRT-RECORDS.

      *================================================================*
      *    4850-WRITE-KPI-EXCEPTION                                    *
      *    A CRITICAL BREACH GOES TO THE EXCEPTION REPOSITORY, KEYED   *
      *    BY KPI ID AND QUALIFIER                                     *
      *================================================================*
       4850-WRITE-KPI-EXCEPTION.

           PERFORM 8000-GET-TIMESTAMP
           MOVE SPACES TO KPI-EXCEPTION-RECORD
           MOVE WS-PROGRAM-ID TO KEX-PROGRAM
           MOVE '4830-EVALUATE-ONE-KPI' TO KEX-PARAGRAPH
           MOVE 'F' TO KEX-SEVERITY
           MOVE 'KPICRIT' TO KEX-ERROR-CODE
           STRING HV-KPI-ID DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  HV-KPI-MET-QUAL DELIMITED BY SPACE
               INTO KEX-CLAIM-KEY
           MOVE HV-KPI-DESC TO KEX-MESSAGE
           MOVE WS-AUD-TIMESTAMP TO KEX-TIMESTAMP
           WRITE KPI-EXCEPTION-RECORD
           ADD 1 TO WS-KPIEXCP-RECORDS.

      *================================================================*
      *    4860-SAVE-KPI-HISTORY                                       *
      *    RECORD THIS RUN'S VALUE FOR THE PERIOD (REPLACING ANY ROW   *
      *    FROM A RERUN OF THE SAME PERIOD) AND FEED IT TO THE BI      *
      *    EXTRACT FOR TREND CHARTING                                  *
      *================================================================*
       4860-SAVE-KPI-HISTORY.

           MOVE WS-KPM-METRIC(WS-KPI-SUB) TO HV-KPI-MET-METRIC
           MOVE WS-KPM-QUALIFIER(WS-KPI-SUB) TO HV-KPI-MET-QUAL
           MOVE WS-KPM-SOURCE(WS-KPI-SUB) TO HV-KPI-MET-SOURCE
           MOVE WS-KPM-VALUE(WS-KPI-SUB) TO HV-KPI-VALUE
           MOVE WS-KPM-LEVEL(WS-KPI-SUB) TO HV-KPI-LEVEL

           EXEC SQL
               DELETE FROM HCDB.KPI_HISTORY
               WHERE METRIC_CODE     = :HV-KPI-MET-METRIC
               AND   QUALIFIER       = :HV-KPI-MET-QUAL
               AND   PERIOD_TYPE     = :HV-KPI-PERIOD-TYPE
               AND   PERIOD_END_DATE = :HV-RPT-END-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-LOG-SQL-ERROR
           END-IF

           EXEC SQL
               INSERT INTO HCDB.KPI_HISTORY
                   (METRIC_CODE,
                    QUALIFIER,
                    PERIOD_TYPE,
                    PERIOD_START_DATE,
                    PERIOD_END_DATE,
                    REPORT_SOURCE,
                    METRIC_VALUE,
                    ALERT_LEVEL,
                    RUN_TIMESTAMP)
               VALUES
                   (:HV-KPI-MET-METRIC,
                    :HV-KPI-MET-QUAL,
                    :HV-KPI-PERIOD-TYPE,
                    :HV-RPT-START-DATE,
                    :HV-RPT-END-DATE,
                    :HV-KPI-MET-SOURCE,
                    :HV-KPI-VALUE,
                    :HV-KPI-LEVEL,
                    CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
               PERFORM 8100-LOG-SQL-ERROR
           ELSE
               ADD 1 TO WS-KPIHIST-RECORDS
           END-IF

           MOVE HV-KPI-MET-METRIC TO WS-KBI-METRIC
           MOVE HV-KPI-MET-QUAL TO WS-KBI-QUALIFIER
           MOVE HV-KPI-MET-SOURCE TO WS-KBI-SOURCE
           MOVE HV-KPI-PERIOD-TYPE TO WS-KBI-PERIOD-TYPE
           MOVE HV-RPT-END-DATE TO WS-KBI-PERIOD-END
           MOVE HV-KPI-VALUE TO WS-KBI-VALUE
           MOVE HV-KPI-LEVEL TO WS-KBI-ALERT-LEVEL
           MOVE 'KPI' TO BIEXT-REPORT-ID
           JSON GENERATE BIEXT-JSON-TEXT
               FROM WS-KPI-BI-ENTRY
           PERFORM 8300-WRITE-BI-EXTRACT.

      *================================================================*
      *    4870-WRITE-KPI-SUMMARY                                      *
      *    RUN TOTALS AT THE FOOT OF THE ALERT REPORT                  *
      *================================================================*
       4870-WRITE-KPI-SUMMARY.

           IF WS-KPI-WARNINGS = 0 AND WS-KPI-CRITICALS = 0
               MOVE 'NO KPI THRESHOLDS BREACHED' TO WS-KAS-LABEL
               MOVE 0 TO WS-KAS-COUNT
               WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
               ADD 1 TO WS-KPIALRT-RECORDS
           END-IF

           WRITE KPI-ALERT-RECORD FROM WS-BLANK-LINE
           WRITE KPI-ALERT-RECORD FROM WS-SEPARATOR-LINE
           MOVE 'KPI DEFINITIONS READ' TO WS-KAS-LABEL
           MOVE WS-KPI-DEFS-READ TO WS-KAS-COUNT
           WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
           MOVE 'KPI TESTS EVALUATED' TO WS-KAS-LABEL
           MOVE WS-KPI-EVALUATED TO WS-KAS-COUNT
           WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
           MOVE 'NOT EVALUATED (NO SOURCE OR NO BASE)' TO WS-KAS-LABEL
           MOVE WS-KPI-NOT-EVALUATED TO WS-KAS-COUNT
           WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
           MOVE 'WARNING BREACHES' TO WS-KAS-LABEL
           MOVE WS-KPI-WARNINGS TO WS-KAS-COUNT
           WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
           MOVE 'CRITICAL BREACHES' TO WS-KAS-LABEL
           MOVE WS-KPI-CRITICALS TO WS-KAS-COUNT
           WRITE KPI-ALERT-RECORD FROM WS-KPI-SUMMARY-LINE
           ADD 7 TO WS-KPIALRT-RECORDS

           PERFORM 8000-GET-TIMESTAMP
           MOVE 'RPT-END   ' TO WS-AUD-EVENT-TYPE
           MOVE 'KPI' TO WS-AUD-REPORT-ID
           MOVE WS-KPIALRT-RECORDS TO WS-AUD-RECORD-COUNT
           MOVE 'KPI THRESHOLD EVALUATION COMPLETE'
               TO WS-AUD-MESSAGE
           WRITE AUDIT-RECORD FROM WS-AUDIT-LOG-REC
           ADD 1 TO WS-AUDIT-RECORDS.

      *================================================================*
      *    4871-WRITE-KPI-HEADERS                                      *
      *================================================================*
       4871-WRITE-KPI-HEADERS.

           ADD 1 TO WS-KPI-PAGE-CTR
           MOVE WS-REPORT-DATE-DISP TO WS-KAH1-DATE
           MOVE WS-KPI-PAGE-CTR     TO WS-KAH1-PAGE
           MOVE WS-RPT-START-DATE   TO WS-KAH2-START
           MOVE WS-RPT-END-DATE     TO WS-KAH2-END
           WRITE KPI-ALERT-RECORD FROM WS-KPI-HEADER1
               AFTER ADVANCING PAGE-EJECT
           WRITE KPI-ALERT-RECORD FROM WS-KPI-HEADER2
           WRITE KPI-ALERT-RECORD FROM WS-BLANK-LINE
           WRITE KPI-ALERT-RECORD FROM WS-DOUBLE-SEP-LINE
           WRITE KPI-ALERT-RECORD FROM WS-KPI-COL-HDR
           WRITE KPI-ALERT-RECORD FROM WS-SEPARATOR-LINE
           MOVE 6 TO WS-KPI-LINE-CTR.

      *================================================================*
      *    8000-GET-TIMESTAMP                                          *
      *    REFRESH CURRENT TIMESTAMP FOR AUDIT/ERROR LOGGING           *
           WRITE CLAIM-DRILLDOWN-RECORD
           ADD 1 TO WS-CLMDD-RECORDS.

      *================================================================*
      *    8320-WRITE-BURST-LINE                                       *
      *    WRITE ONE TAGGED PRINT LINE TO THE BURST INDEX. CALLER      *
      *    MOVES BST-REPORT-ID/BST-LINE-TYPE/BST-KEY-TYPE/             *
      *    BST-KEY-VALUE/BST-PRINT-LINE BEFORE PERFORMING THIS         *
      *    PARAGRAPH.                                                  *
      *================================================================*
       8320-WRITE-BURST-LINE.

           WRITE BURST-INDEX-RECORD
           ADD 1 TO WS-BURST-RECORDS.

      *================================================================*
      *    9000-TERMINATION                                            *
      *    CLOSE ALL FILES, WRITE SUMMARY, SET RETURN CODE             *
           DISPLAY 'RPT16 APPEAL AGING RECS: ' WS-RPT16-RECORDS
           DISPLAY 'BI EXTRACT RECORDS:      ' WS-BIEXT-RECORDS
           DISPLAY 'CLAIM DRILLDOWN RECS:    ' WS-CLMDD-RECORDS
           DISPLAY 'BURST INDEX RECORDS:     ' WS-BURST-RECORDS
           DISPLAY 'KPI DEFINITIONS READ:    ' WS-KPI-DEFS-READ
           DISPLAY 'KPI TESTS EVALUATED:     ' WS-KPI-EVALUATED
           DISPLAY 'KPI NOT EVALUATED:       ' WS-KPI-NOT-EVALUATED
           DISPLAY 'KPI WARNING BREACHES:    ' WS-KPI-WARNINGS
           DISPLAY 'KPI CRITICAL BREACHES:   ' WS-KPI-CRITICALS
           DISPLAY 'KPI HISTORY ROWS:        ' WS-KPIHIST-RECORDS
           DISPLAY 'TOTAL ERRORS:            ' WS-TOTAL-ERRORS
           DISPLAY 'TOTAL WARNINGS:          ' WS-TOTAL-WARNINGS
           DISPLAY 'AUDIT TRAIL RECORDS:     ' WS-AUDIT-RECORDS
           CLOSE RPT17-FILE
           CLOSE BI-EXTRACT-FILE
           CLOSE CLAIM-DRILLDOWN-FILE
           CLOSE BURST-INDEX-FILE
           CLOSE KPI-ALERT-FILE
           CLOSE KPI-EXCEPTION-FILE
           CLOSE ERROR-FILE
           CLOSE AUDIT-FILE

