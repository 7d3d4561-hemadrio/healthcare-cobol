       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPOSAUD.
      *================================================================*
      * PROGRAM:     HCPOSAUD                                          *
      * DESCRIPTION: POST-PAYMENT PLACE-OF-SERVICE AUDIT AGAINST       *
      *              INPATIENT STAYS. FOR EVERY PAID INPATIENT STAY    *
      *              DISCHARGED IN THE AUDIT PERIOD, MATCHES THE SAME  *
      *              MEMBER'S PAID CLAIMS THAT FALL INSIDE THE STAY:   *
      *                                                                *
      *              PROFESSIONAL CLAIMS BILLED WITH A NON-FACILITY    *
      *              PLACE OF SERVICE (OFFICE / HOME) WERE PRICED AT   *
      *              THE FULL PRACTICE-EXPENSE RVU. THE OVERPAYMENT IS *
      *              THE NON-FACILITY MINUS FACILITY RVU DIFFERENCE,   *
      *              REPRICED THE WAY HCCLMADJ PRICES THE LINE.        *
      *              OUTPATIENT / HOSPITAL POS CLAIMS ALREADY PRICED   *
      *              AT THE FACILITY RATE ARE REPORTED ONLY.           *
      *                                                                *
      *              OUTPATIENT FACILITY CLAIMS INSIDE THE DRG PAYMENT *
      *              WINDOW (THE STAY ITSELF, PLUS THE THREE DAYS      *
      *              BEFORE ADMISSION FOR THE ADMITTING HOSPITAL)      *
      *              SHOULD HAVE BUNDLED INTO THE DRG PAYMENT. THE     *
      *              OVERPAYMENT IS THE FULL OUTPATIENT PAYMENT.       *
      *                                                                *
      *              EACH FINDING BECOMES A PROVIDER_OVERPAYMENTS      *
      *              BALANCE CARRYING THE CLAIM AND AUDIT REASON CODE  *
      *              (HCRECAGE AGES IT) AND A PROVIDER NOTIFICATION    *
      *              EXTRACT RECORD. A CLAIM ALREADY CARRYING A        *
      *              BALANCE FOR THE SAME AUDIT REASON IS NOT FLAGGED  *
      *              AGAIN, SO THE JOB IS SAFE TO RERUN.               *
      *                                                                *
      *              AUDIT REASON CODES:                               *
      *                PIS - PROFESSIONAL POS DURING INPATIENT STAY    *
      *                DRG - OUTPATIENT CLAIM INSIDE DRG WINDOW        *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  POSPARM  - OPTIONAL DISCHARGE DATE RANGE CARD    *
      *                          (DEFAULT IS THE PRIOR CALENDAR MONTH) *
      * OUTPUT FILES: POSNOT   - PROVIDER OVERPAYMENT NOTIFICATIONS    *
      *                          FOR THE NEXT REMITTANCE RUN           *
      *               POSCTL   - CONTROL REPORT                        *
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
           SELECT POS-PARM-FILE
               ASSIGN TO POSPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT POS-NOTIFY-FILE
               ASSIGN TO POSNOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PNOT-STATUS.

           SELECT POS-CONTROL-RPT
               ASSIGN TO POSCTL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POS-PARM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POS-PARM-REC.
           05  PP-FROM-DATE           PIC 9(08).
           05  PP-THRU-DATE           PIC 9(08).
           05  FILLER                 PIC X(64).

      *----------------------------------------------------------------*
      * SAME LEADING FIELDS AS THE RETRONOT EXTRACT HCRETROP WRITES SO *
      * THE REMITTANCE RUN READS BOTH THE SAME WAY                     *
      *----------------------------------------------------------------*
       FD  POS-NOTIFY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POS-NOTIFY-REC.
           05  PN-PROVIDER-NPI        PIC X(10).
           05  PN-PROVIDER-TAX-ID     PIC X(09).
           05  PN-CLAIM-NUMBER        PIC X(15).
           05  PN-MEMBER-ID           PIC X(12).
           05  PN-CLAIM-DOS           PIC X(08).
           05  PN-OVERPAID-AMOUNT     PIC S9(09)V99 COMP-3.
           05  PN-AUDIT-REASON        PIC X(03).
           05  PN-INPATIENT-CLAIM     PIC X(15).
           05  PN-ADMIT-DATE          PIC 9(08).
           05  PN-DISCHARGE-DATE      PIC 9(08).
           05  PN-CREATE-DATE         PIC 9(08).
           05  FILLER                 PIC X(48).

       FD  POS-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POS-CONTROL-REC            PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PARM-STATUS         PIC X(02).
               88  PARM-OK            VALUE '00'.
           05  WS-PNOT-STATUS         PIC X(02).
               88  PNOT-OK            VALUE '00'.
           05  WS-PCTL-STATUS         PIC X(02).
               88  PCTL-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STAY-EOF-SW         PIC X(01) VALUE 'N'.
               88  STAY-AT-EOF        VALUE 'Y'.
           05  WS-PROF-EOF-SW         PIC X(01) VALUE 'N'.
               88  PROF-AT-EOF        VALUE 'Y'.
           05  WS-OUTP-EOF-SW         PIC X(01) VALUE 'N'.
               88  OUTP-AT-EOF        VALUE 'Y'.

       01  WS-DB-HOST-VARS.
           05  HV-AUDIT-FROM-DATE     PIC 9(08).
           05  HV-AUDIT-THRU-DATE     PIC 9(08).
           05  HV-STAY-CLAIM-ID       PIC X(15).
           05  HV-MEMBER-ID           PIC X(12).
           05  HV-STAY-TAX-ID         PIC X(09).
           05  HV-ADMIT-DATE          PIC 9(08).
           05  HV-DISCHARGE-DATE      PIC 9(08).
           05  HV-WINDOW-START        PIC 9(08).
           05  HV-CLAIM-ID            PIC X(15).
           05  HV-PROVIDER-NPI        PIC X(10).
           05  HV-PROVIDER-TAX-ID     PIC X(09).
           05  HV-POS-CODE            PIC X(02).
           05  HV-LINE-NUMBER         PIC S9(04) COMP.
           05  HV-CPT-CODE            PIC X(05).
           05  HV-SERVICE-DATE        PIC 9(08).
           05  HV-UNITS               PIC S9(05)V99.
           05  HV-PAID-AMT            PIC S9(09)V99.
           05  HV-CBSA-CODE           PIC X(05).
           05  HV-PE-RVU              PIC S9(05)V9(04).
           05  HV-SOS-INDICATOR       PIC X(01).
           05  HV-PE-GPCI             PIC S9(01)V9(04).
           05  HV-CONV-FACTOR         PIC S9(03)V9(04).
           05  HV-OVERPAID-AMT        PIC S9(09)V99.
           05  HV-CREATE-DATE         PIC 9(08).
           05  HV-AUDIT-REASON        PIC X(03).
           05  HV-PRIOR-COUNT         PIC S9(09) COMP.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-STAYS-READ      PIC 9(07) VALUE 0.
           05  WS-CTR-PROF-LINES      PIC 9(07) VALUE 0.
           05  WS-CTR-PROF-NO-DIFF    PIC 9(07) VALUE 0.
           05  WS-CTR-PROF-FAC-POS    PIC 9(07) VALUE 0.
           05  WS-CTR-OUTP-CLAIMS     PIC 9(07) VALUE 0.
           05  WS-CTR-PIS-CREATED     PIC 9(07) VALUE 0.
           05  WS-CTR-DRG-CREATED     PIC 9(07) VALUE 0.
           05  WS-CTR-ALREADY-FLAGGED PIC 9(07) VALUE 0.
           05  WS-TOT-PIS-OVERPAID    PIC S9(13)V99 COMP-3
                                      VALUE +0.
           05  WS-TOT-DRG-OVERPAID    PIC S9(13)V99 COMP-3
                                      VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8         PIC 9(08).
           05  WS-CURR-DATE-PARTS REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-YYYY       PIC 9(04).
               10  WS-CURR-MM         PIC 9(02).
               10  WS-CURR-DD         PIC 9(02).
           05  WS-PAGE-COUNT          PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT          PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
           05  WS-EDITED-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-PRIOR-MONTH-START   PIC 9(08).
           05  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH-START.
               10  WS-PRIOR-YYYY      PIC 9(04).
               10  WS-PRIOR-MM        PIC 9(02).
               10  WS-PRIOR-DD        PIC 9(02).
           05  WS-DATE-INT            PIC S9(09) COMP.
      *--- SAME FACILITY PE REDUCTION HCCLMADJ APPLIES ---
           05  WS-SOS-FACILITY-PCT    PIC S9(01)V9(04) COMP-3
                                      VALUE +0.5000.
      *--- DRG PAYMENT WINDOW DAYS BEFORE ADMISSION ---
           05  WS-DRG-WINDOW-DAYS     PIC 9(02) VALUE 3.
           05  WS-LINE-DIFF           PIC S9(09)V99 COMP-3.
           05  WS-CLAIM-DIFF          PIC S9(09)V99 COMP-3.
           05  WS-HOLD-CLAIM-ID       PIC X(15).
           05  WS-HOLD-PROVIDER-NPI   PIC X(10).
           05  WS-HOLD-PROVIDER-TAX   PIC X(09).
           05  WS-HOLD-SERVICE-DATE   PIC 9(08).
           05  WS-FINDING-CLAIM-ID    PIC X(15).
           05  WS-FINDING-DOS         PIC 9(08).

       01  WS-RPT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE            PIC X(10).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(50)
               VALUE 'POS / DRG WINDOW POST-PAYMENT AUDIT REPORT'.
           05  FILLER                 PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO         PIC Z,ZZ9.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-RPT-CLAIM-NO        PIC X(15).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RPT-MEMBER-ID       PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RPT-DISPOSITION     PIC X(84).

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - AUDIT EACH PAID INPATIENT STAY IN THE PERIOD        *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-INPATIENT-STAYS
               THRU 2000-PROCESS-INPATIENT-STAYS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, SET THE AUDIT PERIOD, CONNECT TO THE DATABASE      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           OPEN OUTPUT POS-NOTIFY-FILE
           IF WS-PNOT-STATUS NOT = '00'
               MOVE 'POS-NOTIFY-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT POS-CONTROL-RPT
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'POS-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1050-SET-AUDIT-PERIOD
               THRU 1050-SET-AUDIT-PERIOD-EXIT
           PERFORM 1200-CONNECT-DATABASE
           .

       1050-SET-AUDIT-PERIOD.
      *----------------------------------------------------------------*
      * A PARAMETER CARD WITH A VALID RANGE WINS; OTHERWISE AUDIT THE  *
      * STAYS DISCHARGED IN THE CALENDAR MONTH BEFORE THE RUN DATE     *
      *----------------------------------------------------------------*
           OPEN INPUT POS-PARM-FILE
           IF PARM-OK
               READ POS-PARM-FILE
                   AT END
                       MOVE ZEROS TO POS-PARM-REC
               END-READ
               CLOSE POS-PARM-FILE
               IF PP-FROM-DATE NUMERIC AND PP-THRU-DATE NUMERIC
                  AND PP-FROM-DATE > 0
                  AND PP-THRU-DATE >= PP-FROM-DATE
                   MOVE PP-FROM-DATE TO HV-AUDIT-FROM-DATE
                   MOVE PP-THRU-DATE TO HV-AUDIT-THRU-DATE
                   GO TO 1050-AUDIT-PERIOD-LINE
               END-IF
               DISPLAY 'HCPOSAUD - POSPARM RANGE INVALID - '
                       'PRIOR MONTH USED'
           END-IF

           IF WS-CURR-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-CURR-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-CURR-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-CURR-MM - 1
           END-IF
           MOVE 01 TO WS-PRIOR-DD
           MOVE WS-PRIOR-MONTH-START TO HV-AUDIT-FROM-DATE

      *--- LAST DAY OF THE PRIOR MONTH IS THE DAY BEFORE THE FIRST
      *--- OF THE RUN MONTH
           MOVE WS-CURR-DATE-8 TO WS-PRIOR-MONTH-START
           MOVE 01 TO WS-PRIOR-DD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PRIOR-MONTH-START) - 1
           COMPUTE HV-AUDIT-THRU-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           .
       1050-AUDIT-PERIOD-LINE.
           MOVE SPACES TO WS-RPT-CLAIM-NO
           MOVE SPACES TO WS-RPT-MEMBER-ID
           MOVE 0 TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-DISPOSITION
           STRING 'AUDIT PERIOD (DISCHARGE DATE) '
               HV-AUDIT-FROM-DATE ' THRU ' HV-AUDIT-THRU-DATE
               DELIMITED BY SIZE
               INTO WS-RPT-DISPOSITION
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       1050-SET-AUDIT-PERIOD-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS TO THE CONTROL REPORT                     *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE POS-CONTROL-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE POS-CONTROL-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO POS-CONTROL-REC
           WRITE POS-CONTROL-REC
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
           WRITE POS-CONTROL-REC FROM WS-RPT-DETAIL-LINE
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

           DISPLAY 'HCPOSAUD - DATABASE CONNECTION ESTABLISHED'
           .

      *================================================================*
      * 2000 - PAID INPATIENT STAYS DISCHARGED IN THE AUDIT PERIOD     *
      *================================================================*
       2000-PROCESS-INPATIENT-STAYS.
           EXEC SQL
               DECLARE POS_STAY_CURSOR CURSOR FOR
               SELECT CLAIM_ID, MEMBER_ID, PROVIDER_TAX_ID,
                      ADMIT_DATE, DISCHARGE_DATE
               FROM   CLAIM_HEADER
               WHERE  CLAIM_TYPE = 'IN'
               AND    CLAIM_SUB_TYPE = 'IP'
               AND    CLAIM_STATUS IN ('PA', 'AJ')
               AND    DISCHARGE_DATE >= :HV-AUDIT-FROM-DATE
               AND    DISCHARGE_DATE <= :HV-AUDIT-THRU-DATE
               ORDER BY MEMBER_ID, ADMIT_DATE
           END-EXEC

           EXEC SQL
               OPEN POS_STAY_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'POS_STAY_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM UNTIL STAY-AT-EOF
               EXEC SQL
                   FETCH POS_STAY_CURSOR
                   INTO :HV-STAY-CLAIM-ID, :HV-MEMBER-ID,
                        :HV-STAY-TAX-ID,
                        :HV-ADMIT-DATE, :HV-DISCHARGE-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET STAY-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-STAYS-READ
                   PERFORM 2100-AUDIT-ONE-STAY
                       THRU 2100-AUDIT-ONE-STAY-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE POS_STAY_CURSOR
           END-EXEC
           .
       2000-PROCESS-INPATIENT-STAYS-EXIT.
           EXIT.

       2100-AUDIT-ONE-STAY.
      *----------------------------------------------------------------*
      * THE DRG WINDOW OPENS THREE DAYS BEFORE ADMISSION. BOTH AUDITS  *
      * STOP SHORT OF THE DISCHARGE DATE - SERVICES THAT DAY MAY       *
      * FOLLOW THE DISCHARGE AND ARE PAYABLE ON THEIR OWN              *
      *----------------------------------------------------------------*
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(HV-ADMIT-DATE)
               - WS-DRG-WINDOW-DAYS
           COMPUTE HV-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           PERFORM 3000-AUDIT-PROFESSIONAL-POS
               THRU 3000-AUDIT-PROFESSIONAL-POS-EXIT
           PERFORM 4000-AUDIT-DRG-WINDOW
               THRU 4000-AUDIT-DRG-WINDOW-EXIT
           .
       2100-AUDIT-ONE-STAY-EXIT.
           EXIT.

      *================================================================*
      * 3000 - PROFESSIONAL LINES BILLED OUTSIDE THE INPATIENT POS     *
      *================================================================*
       3000-AUDIT-PROFESSIONAL-POS.
      *----------------------------------------------------------------*
      * THE SAME MEMBER'S PAID PROFESSIONAL LINES WITH A DATE OF       *
      * SERVICE STRICTLY INSIDE THE STAY AND AN OFFICE, HOME OR        *
      * OUTPATIENT HOSPITAL PLACE OF SERVICE. THE ADMISSION DAY IS     *
      * LEFT OUT - AN OFFICE VISIT THAT MORNING IS LEGITIMATE. LINES   *
      * ARE SUMMED PER CLAIM; ONE BALANCE IS WRITTEN PER CLAIM.        *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PROF-EOF-SW
           MOVE SPACES TO WS-HOLD-CLAIM-ID
           MOVE 0 TO WS-CLAIM-DIFF

           EXEC SQL
               DECLARE POS_PROF_CURSOR CURSOR FOR
               SELECT H.CLAIM_ID, H.PROVIDER_NPI,
                      H.PROVIDER_TAX_ID, H.PLACE_OF_SERVICE,
                      L.LINE_NUMBER, L.CPT_CODE,
                      L.SERVICE_FROM_DATE, L.UNITS,
                      L.PAID_AMOUNT,
                      ISNULL(P.CBSA_CODE, ' ')
               FROM   CLAIM_HEADER H
               JOIN   CLAIM_LINE L
                 ON   L.CLAIM_ID = H.CLAIM_ID
               LEFT JOIN PROVIDER P
                 ON   P.NPI = H.PROVIDER_NPI
               WHERE  H.MEMBER_ID = :HV-MEMBER-ID
               AND    H.CLAIM_TYPE = 'PR'
               AND    H.CLAIM_STATUS IN ('PA', 'AJ')
               AND    H.PLACE_OF_SERVICE IN ('11', '12', '19', '22')
               AND    L.LINE_STATUS = 'AP'
               AND    L.PAID_AMOUNT > 0
               AND    L.SERVICE_FROM_DATE > :HV-ADMIT-DATE
               AND    L.SERVICE_FROM_DATE < :HV-DISCHARGE-DATE
               ORDER BY H.CLAIM_ID, L.LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN POS_PROF_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'POS_PROF_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-AUDIT-PROFESSIONAL-POS-EXIT
           END-IF

           PERFORM UNTIL PROF-AT-EOF
               EXEC SQL
                   FETCH POS_PROF_CURSOR
                   INTO :HV-CLAIM-ID, :HV-PROVIDER-NPI,
                        :HV-PROVIDER-TAX-ID, :HV-POS-CODE,
                        :HV-LINE-NUMBER, :HV-CPT-CODE,
                        :HV-SERVICE-DATE, :HV-UNITS,
                        :HV-PAID-AMT, :HV-CBSA-CODE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET PROF-AT-EOF TO TRUE
               ELSE
                   IF HV-CLAIM-ID NOT = WS-HOLD-CLAIM-ID
                       PERFORM 3200-CLOSE-OUT-PROF-CLAIM
                           THRU 3200-CLOSE-OUT-PROF-CLAIM-EXIT
                       MOVE HV-CLAIM-ID TO WS-HOLD-CLAIM-ID
                       MOVE HV-PROVIDER-NPI TO WS-HOLD-PROVIDER-NPI
                       MOVE HV-PROVIDER-TAX-ID TO WS-HOLD-PROVIDER-TAX
                       MOVE HV-SERVICE-DATE TO WS-HOLD-SERVICE-DATE
                   END-IF
                   ADD 1 TO WS-CTR-PROF-LINES
                   PERFORM 3100-REPRICE-PROF-LINE
                       THRU 3100-REPRICE-PROF-LINE-EXIT
               END-IF
           END-PERFORM
           PERFORM 3200-CLOSE-OUT-PROF-CLAIM
               THRU 3200-CLOSE-OUT-PROF-CLAIM-EXIT

           EXEC SQL
               CLOSE POS_PROF_CURSOR
           END-EXEC
           .
       3000-AUDIT-PROFESSIONAL-POS-EXIT.
           EXIT.

       3100-REPRICE-PROF-LINE.
      *----------------------------------------------------------------*
      * HCCLMADJ PRICES A SITE-OF-SERVICE CODE AT THE FULL PE RVU IN   *
      * THE OFFICE OR HOME AND REDUCES THE PE RVU EVERYWHERE ELSE, SO  *
      * THE NON-FACILITY MINUS FACILITY DIFFERENCE IS THE REDUCED      *
      * SHARE OF THE PE COMPONENT, TIMES THE CONVERSION FACTOR AND     *
      * UNITS, NEVER MORE THAN THE LINE PAID. POS 19/22 WAS ALREADY    *
      * PRICED AT THE FACILITY RATE AND IS REPORTED WITHOUT A BALANCE. *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-LINE-DIFF

           IF HV-POS-CODE = '19' OR HV-POS-CODE = '22'
               ADD 1 TO WS-CTR-PROF-FAC-POS
               MOVE HV-CLAIM-ID TO WS-RPT-CLAIM-NO
               MOVE HV-MEMBER-ID TO WS-RPT-MEMBER-ID
               MOVE 0 TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-RPT-DISPOSITION
               STRING 'PIS POS ' HV-POS-CODE ' DURING STAY '
                   HV-STAY-CLAIM-ID ' - FACILITY RATE ALREADY PAID'
                   DELIMITED BY SIZE
                   INTO WS-RPT-DISPOSITION
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 3100-REPRICE-PROF-LINE-EXIT
           END-IF

           EXEC SQL
               SELECT PRACTICE_EXPENSE_RVU,
                      SITE_OF_SERVICE_IND
               INTO   :HV-PE-RVU,
                      :HV-SOS-INDICATOR
               FROM   FEE_SCHEDULE_RBRVS
               WHERE  CPT_CODE = :HV-CPT-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0 OR HV-SOS-INDICATOR NOT = 'Y'
      *--- NOT PRICED BY SITE OF SERVICE: NO RATE DIFFERENCE ---
               ADD 1 TO WS-CTR-PROF-NO-DIFF
               GO TO 3100-REPRICE-PROF-LINE-EXIT
           END-IF

           EXEC SQL
               SELECT PE_GPCI,
                      CONVERSION_FACTOR
               INTO   :HV-PE-GPCI,
                      :HV-CONV-FACTOR
               FROM   GPCI_TABLE
               WHERE  CBSA_CODE = :HV-CBSA-CODE
               AND    EFFECTIVE_DATE <= :HV-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-SERVICE-DATE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
      *--- SAME DEFAULTS THE PRICER FALLS BACK TO ---
               MOVE +1.0000 TO HV-PE-GPCI
               MOVE +36.0896 TO HV-CONV-FACTOR
           END-IF

           COMPUTE WS-LINE-DIFF ROUNDED =
               HV-PE-RVU * HV-PE-GPCI
             * (1 - WS-SOS-FACILITY-PCT)
             * HV-CONV-FACTOR * HV-UNITS

           IF WS-LINE-DIFF > HV-PAID-AMT
               MOVE HV-PAID-AMT TO WS-LINE-DIFF
           END-IF

           IF WS-LINE-DIFF NOT > 0
               ADD 1 TO WS-CTR-PROF-NO-DIFF
               GO TO 3100-REPRICE-PROF-LINE-EXIT
           END-IF

           ADD WS-LINE-DIFF TO WS-CLAIM-DIFF
           .
       3100-REPRICE-PROF-LINE-EXIT.
           EXIT.

       3200-CLOSE-OUT-PROF-CLAIM.
      *----------------------------------------------------------------*
      * ON A CLAIM BREAK, TURN THE CLAIM'S SUMMED DIFFERENCE INTO ONE  *
      * OVERPAYMENT BALANCE                                            *
      *----------------------------------------------------------------*
           IF WS-HOLD-CLAIM-ID = SPACES OR WS-CLAIM-DIFF NOT > 0
               MOVE 0 TO WS-CLAIM-DIFF
               GO TO 3200-CLOSE-OUT-PROF-CLAIM-EXIT
           END-IF

           MOVE WS-HOLD-CLAIM-ID TO WS-FINDING-CLAIM-ID
           MOVE WS-HOLD-PROVIDER-NPI TO HV-PROVIDER-NPI
           MOVE WS-HOLD-PROVIDER-TAX TO HV-PROVIDER-TAX-ID
           MOVE WS-HOLD-SERVICE-DATE TO WS-FINDING-DOS
           MOVE WS-CLAIM-DIFF TO HV-OVERPAID-AMT
           MOVE 'PIS' TO HV-AUDIT-REASON
           MOVE 0 TO WS-CLAIM-DIFF

           PERFORM 5000-CREATE-OVERPAYMENT
               THRU 5000-CREATE-OVERPAYMENT-EXIT
           .
       3200-CLOSE-OUT-PROF-CLAIM-EXIT.
           EXIT.

      *================================================================*
      * 4000 - OUTPATIENT FACILITY CLAIMS INSIDE THE DRG WINDOW        *
      *================================================================*
       4000-AUDIT-DRG-WINDOW.
      *----------------------------------------------------------------*
      * PAID OUTPATIENT FACILITY CLAIMS FOR THE MEMBER FROM THE WINDOW *
      * START UP TO THE DISCHARGE DATE. THE PRE-ADMISSION DAYS COUNT   *
      * ONLY FOR THE ADMITTING HOSPITAL (SAME TAX ID); ANY OUTPATIENT  *
      * FACILITY CLAIM DURING THE STAY ITSELF BELONGS TO THE DRG.      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-OUTP-EOF-SW

           EXEC SQL
               DECLARE POS_OUTP_CURSOR CURSOR FOR
               SELECT CLAIM_ID, PROVIDER_NPI, PROVIDER_TAX_ID,
                      SERVICE_FROM_DATE, PAID_AMOUNT
               FROM   CLAIM_HEADER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    CLAIM_TYPE = 'IN'
               AND    CLAIM_SUB_TYPE <> 'IP'
               AND    CLAIM_STATUS IN ('PA', 'AJ')
               AND    PAID_AMOUNT > 0
               AND    SERVICE_FROM_DATE >= :HV-WINDOW-START
               AND    SERVICE_FROM_DATE < :HV-DISCHARGE-DATE
               AND    (SERVICE_FROM_DATE >= :HV-ADMIT-DATE
                  OR   PROVIDER_TAX_ID = :HV-STAY-TAX-ID)
               ORDER BY CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN POS_OUTP_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'POS_OUTP_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4000-AUDIT-DRG-WINDOW-EXIT
           END-IF

           PERFORM UNTIL OUTP-AT-EOF
               EXEC SQL
                   FETCH POS_OUTP_CURSOR
                   INTO :HV-CLAIM-ID, :HV-PROVIDER-NPI,
                        :HV-PROVIDER-TAX-ID,
                        :HV-SERVICE-DATE, :HV-PAID-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET OUTP-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-OUTP-CLAIMS
                   MOVE HV-CLAIM-ID TO WS-FINDING-CLAIM-ID
                   MOVE HV-SERVICE-DATE TO WS-FINDING-DOS
                   MOVE HV-PAID-AMT TO HV-OVERPAID-AMT
                   MOVE 'DRG' TO HV-AUDIT-REASON
                   PERFORM 5000-CREATE-OVERPAYMENT
                       THRU 5000-CREATE-OVERPAYMENT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE POS_OUTP_CURSOR
           END-EXEC
           .
       4000-AUDIT-DRG-WINDOW-EXIT.
           EXIT.

      *================================================================*
      * 5000 - WRITE THE BALANCE AND THE PROVIDER NOTIFICATION         *
      *================================================================*
       5000-CREATE-OVERPAYMENT.
      *----------------------------------------------------------------*
      * SKIP A CLAIM THAT ALREADY CARRIES A BALANCE FOR THIS AUDIT     *
      * REASON, THEN INSERT WITH THE SAME COLUMN SET AND STATUS        *
      * HCRETROP USES SO HCRECAGE'S AGING CURSOR PICKS IT UP           *
      *----------------------------------------------------------------*
           MOVE WS-FINDING-CLAIM-ID TO HV-CLAIM-ID
           MOVE WS-FINDING-CLAIM-ID TO WS-RPT-CLAIM-NO
           MOVE HV-MEMBER-ID TO WS-RPT-MEMBER-ID
           MOVE HV-OVERPAID-AMT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-DISPOSITION

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-PRIOR-COUNT
               FROM   PROVIDER_OVERPAYMENTS
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    AUDIT_REASON_CD = :HV-AUDIT-REASON
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-PRIOR-COUNT > 0
               ADD 1 TO WS-CTR-ALREADY-FLAGGED
               STRING HV-AUDIT-REASON ' ALREADY FLAGGED - SKIPPED'
                   DELIMITED BY SIZE
                   INTO WS-RPT-DISPOSITION
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5000-CREATE-OVERPAYMENT-EXIT
           END-IF

           MOVE WS-CURR-DATE-8 TO HV-CREATE-DATE

           EXEC SQL
               INSERT INTO PROVIDER_OVERPAYMENTS
                   (PROVIDER_TAX_ID, PROVIDER_NPI, CLAIM_ID,
                    ORIGINAL_AMOUNT, OUTSTANDING_AMOUNT,
                    OVERPAYMENT_DATE, STATUS,
                    PAYMENT_PLAN_FLAG, AUDIT_REASON_CD,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-PROVIDER-TAX-ID, :HV-PROVIDER-NPI,
                    :HV-CLAIM-ID,
                    :HV-OVERPAID-AMT, :HV-OVERPAID-AMT,
                    :HV-CREATE-DATE, 'OUTSTANDING',
                    'N', :HV-AUDIT-REASON,
                    GETDATE(), 'HCPOSAUD')
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER_OVERPAYMENTS INSERT FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               STRING HV-AUDIT-REASON ' OVERPAYMENT INSERT FAILED'
                   DELIMITED BY SIZE
                   INTO WS-RPT-DISPOSITION
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5000-CREATE-OVERPAYMENT-EXIT
           END-IF

      *--- NOTIFY THE PROVIDER ON THE NEXT REMITTANCE ---
           MOVE SPACES TO POS-NOTIFY-REC
           MOVE HV-PROVIDER-NPI TO PN-PROVIDER-NPI
           MOVE HV-PROVIDER-TAX-ID TO PN-PROVIDER-TAX-ID
           MOVE WS-FINDING-CLAIM-ID TO PN-CLAIM-NUMBER
           MOVE HV-MEMBER-ID TO PN-MEMBER-ID
           MOVE WS-FINDING-DOS TO PN-CLAIM-DOS
           MOVE HV-OVERPAID-AMT TO PN-OVERPAID-AMOUNT
           MOVE HV-AUDIT-REASON TO PN-AUDIT-REASON
           MOVE HV-STAY-CLAIM-ID TO PN-INPATIENT-CLAIM
           MOVE HV-ADMIT-DATE TO PN-ADMIT-DATE
           MOVE HV-DISCHARGE-DATE TO PN-DISCHARGE-DATE
           MOVE WS-CURR-DATE-8 TO PN-CREATE-DATE
           WRITE POS-NOTIFY-REC

           IF HV-AUDIT-REASON = 'PIS'
               ADD 1 TO WS-CTR-PIS-CREATED
               ADD HV-OVERPAID-AMT TO WS-TOT-PIS-OVERPAID
               STRING 'PIS NON-FACILITY POS DURING STAY '
                   HV-STAY-CLAIM-ID
                   DELIMITED BY SIZE
                   INTO WS-RPT-DISPOSITION
               END-STRING
           ELSE
               ADD 1 TO WS-CTR-DRG-CREATED
               ADD HV-OVERPAID-AMT TO WS-TOT-DRG-OVERPAID
               STRING 'DRG OUTPATIENT INSIDE DRG WINDOW OF '
                   HV-STAY-CLAIM-ID
                   DELIMITED BY SIZE
                   INTO WS-RPT-DISPOSITION
               END-STRING
           END-IF
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       5000-CREATE-OVERPAYMENT-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCPOSAUD' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCPOSAUD - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCPOSAUD - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCPOSAUD - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCPOSAUD - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO WS-RPT-CLAIM-NO
           MOVE SPACES TO WS-RPT-MEMBER-ID
           MOVE 0 TO WS-RPT-AMOUNT
           MOVE WS-TOT-PIS-OVERPAID TO WS-EDITED-AMOUNT
           MOVE SPACES TO WS-RPT-DISPOSITION
           STRING 'TOTAL PIS (PROFESSIONAL POS) OVERPAID: '
               WS-EDITED-AMOUNT
               DELIMITED BY SIZE
               INTO WS-RPT-DISPOSITION
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE

           MOVE WS-TOT-DRG-OVERPAID TO WS-EDITED-AMOUNT
           MOVE SPACES TO WS-RPT-DISPOSITION
           STRING 'TOTAL DRG (OUTPATIENT IN WINDOW) OVERPAID: '
               WS-EDITED-AMOUNT
               DELIMITED BY SIZE
               INTO WS-RPT-DISPOSITION
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCPOSAUD - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'AUDIT PERIOD FROM:     ' HV-AUDIT-FROM-DATE
           DISPLAY 'AUDIT PERIOD THRU:     ' HV-AUDIT-THRU-DATE
           DISPLAY 'INPATIENT STAYS READ:  ' WS-CTR-STAYS-READ
           DISPLAY 'PROF LINES MATCHED:    ' WS-CTR-PROF-LINES
           DISPLAY 'PROF LINES NO DIFF:    ' WS-CTR-PROF-NO-DIFF
           DISPLAY 'PROF LINES FAC POS:    ' WS-CTR-PROF-FAC-POS
           DISPLAY 'OUTPT CLAIMS MATCHED:  ' WS-CTR-OUTP-CLAIMS
           DISPLAY 'PIS BALANCES CREATED:  ' WS-CTR-PIS-CREATED
           DISPLAY 'DRG BALANCES CREATED:  ' WS-CTR-DRG-CREATED
           DISPLAY 'ALREADY FLAGGED:       ' WS-CTR-ALREADY-FLAGGED
           DISPLAY 'TOTAL PIS OVERPAID:    ' WS-TOT-PIS-OVERPAID
           DISPLAY 'TOTAL DRG OVERPAID:    ' WS-TOT-DRG-OVERPAID
           DISPLAY 'ERRORS ENCOUNTERED:    ' WS-ERR-COUNT
           DISPLAY 'START TIME:            ' WS-STAT-START-TIME
           DISPLAY 'END TIME:              ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE POS-NOTIFY-FILE
           CLOSE POS-CONTROL-RPT
           .
