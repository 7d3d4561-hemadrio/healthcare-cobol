       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPDEGEN.
      *================================================================*
      * PROGRAM:     HCPDEGEN                                          *
      * DESCRIPTION: MEDICARE PART D PRESCRIPTION DRUG EVENT (PDE)     *
      *              SUBMISSION. MODES:                                *
      *                G - GENERATE: ONE PDE PER ADJUDICATED PHARMACY  *
      *                    CLAIM (HCNCPDPI INTAKE) NOT YET SUBMITTED,  *
      *                    FOR MEMBERS IN A MEDICARE SPAN ON THE DATE  *
      *                    OF SERVICE. EACH CLAIM IS APPORTIONED INTO  *
      *                    THE DEDUCTIBLE / INITIAL COVERAGE /         *
      *                    CATASTROPHIC PHASES AGAINST THE MEMBER'S    *
      *                    PDE ACCUMULATORS (PDE_MEMBER_ACCUM), WITH   *
      *                    GROSS DRUG COST SPLIT BELOW/ABOVE THE       *
      *                    OUT-OF-POCKET THRESHOLD AND THE TROOP       *
      *                    AMOUNT. A REVERSAL (FREQUENCY 8) SUBMITS A  *
      *                    DELETION PDE AND A REPLACEMENT (FREQUENCY   *
      *                    7) AN ADJUSTMENT PDE, BOTH KEYED TO THE     *
      *                    ORIGINAL PDE, AND BACK THE ORIGINAL OUT OF  *
      *                    THE ACCUMULATORS.                           *
      *                R - RETURN: APPLIES THE CMS PDE RETURN FILE TO  *
      *                    PDE_SUBMISSION. REJECTS WHOSE ERROR CODES   *
      *                    ARE ALL AUTO-CORRECTABLE (PDE_ERROR_ACTION  *
      *                    ACTION R) ARE REBUILT WITH CURRENT MEMBER   *
      *                    AND PROVIDER IDENTIFIERS AND RESUBMITTED -  *
      *                    PROVIDED THE RESUBMISSION WINDOW AND THE    *
      *                    PLAN YEAR'S FINAL SUBMISSION DEADLINE HAVE  *
      *                    NOT PASSED. EVERYTHING ELSE IS REPORTED     *
      *                    FOR MANUAL CORRECTION.                      *
      *              TROOP ON THE CLAIM SIDE IS STILL ROLLED BY        *
      *              HCCLMADJ 6460-UPDATE-PART-D-TROOP; THE PDE        *
      *              ACCUMULATORS FOLLOW THE PDES CMS ACTUALLY HOLDS.  *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  PDECTRL  - RUN CONTROL CARD                      *
      *               PDERTN   - CMS PDE RETURN FILE (MODE R)          *
      * OUTPUT FILES: PDEOUT   - PDE SUBMISSION FILE (CMS LAYOUT)      *
      *               PDERPT   - PDE CONTROL REPORT                    *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 TBROOKS  INITIAL DEVELOPMENT                        *
      * 2026-10-15 TBROOKS  RESUBMISSION WINDOW NOW RUNS FROM THE      *
      *                     ORIGINAL REJECT'S RETURN DATE, NOT TODAY   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDE-CONTROL-FILE
               ASSIGN TO PDECTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT PDE-OUTPUT-FILE
               ASSIGN TO PDEOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POUT-STATUS.

           SELECT PDE-RETURN-FILE
               ASSIGN TO PDERTN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRTN-STATUS.

           SELECT PDE-CONTROL-RPT
               ASSIGN TO PDERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * CONTROL CARD: MODE, SUBMITTER/CONTRACT/PBP, PRODUCTION OR      *
      * TEST, THE PLAN'S DEDUCTIBLE AND OUT-OF-POCKET THRESHOLD, THE   *
      * REJECT RESUBMISSION WINDOW (DAYS) AND THE FINAL SUBMISSION     *
      * DEADLINE FOR THE PRIOR PLAN YEAR                               *
      *----------------------------------------------------------------*
       FD  PDE-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PDE-CONTROL-REC.
           05  PC-RUN-MODE              PIC X(01).
               88  PC-MODE-GENERATE     VALUE 'G'.
               88  PC-MODE-RETURN       VALUE 'R'.
           05  PC-SUBMITTER-ID          PIC X(06).
           05  PC-CONTRACT-ID           PIC X(05).
           05  PC-PBP-ID                PIC X(03).
           05  PC-PROD-TEST-IND         PIC X(01).
           05  PC-DEDUCTIBLE-AMT        PIC 9(05)V99.
           05  PC-TROOP-THRESHOLD       PIC 9(05)V99.
           05  PC-RESUB-WINDOW-DAYS     PIC 9(03).
           05  PC-PRIOR-YR-CUTOFF       PIC 9(08).
           05  FILLER                   PIC X(39).

       FD  PDE-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 512 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PDE-OUTPUT-REC               PIC X(512).

      *----------------------------------------------------------------*
      * CMS PDE RETURN DETAIL - THE SUBMITTED CLAIM CONTROL NUMBER,    *
      * ACC/INF/REJ STATUS AND UP TO TEN ERROR CODES                   *
      *----------------------------------------------------------------*
       FD  PDE-RETURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 512 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PDE-RETURN-REC.
           05  PR-RECORD-ID             PIC X(03).
               88  PR-DETAIL-RECORD     VALUE 'DET'.
           05  PR-SEQUENCE-NO           PIC 9(07).
           05  PR-CLAIM-CONTROL-NO      PIC X(40).
           05  PR-MBI                   PIC X(20).
           05  PR-DATE-OF-SERVICE       PIC 9(08).
           05  PR-RECORD-STATUS         PIC X(03).
               88  PR-ACCEPTED          VALUE 'ACC'.
               88  PR-INFORMATIONAL     VALUE 'INF'.
               88  PR-REJECTED          VALUE 'REJ'.
           05  PR-ERROR-COUNT           PIC 9(02).
           05  PR-ERROR-CODE            PIC X(03)
                                        OCCURS 10 TIMES.
           05  FILLER                   PIC X(399).

       FD  PDE-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PDE-CONTROL-RPT-REC          PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PCTL-STATUS           PIC X(02).
           05  WS-POUT-STATUS           PIC X(02).
           05  WS-PRTN-STATUS           PIC X(02).
           05  WS-PRPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW           PIC X(01).
               88  CURSOR-AT-EOF        VALUE 'Y'.
           05  WS-PRTN-EOF-SW           PIC X(01) VALUE 'N'.
               88  PRTN-AT-EOF          VALUE 'Y'.
           05  WS-ORIG-FOUND-SW         PIC X(01).
               88  ORIG-PDE-FOUND       VALUE 'Y'.
               88  ORIG-PDE-NOT-FOUND   VALUE 'N'.
           05  WS-AUTO-FIX-SW           PIC X(01).
               88  ALL-ERRORS-FIXABLE   VALUE 'Y'.
               88  MANUAL-FIX-NEEDED    VALUE 'N'.
           05  WS-BATCH-OPEN-SW         PIC X(01) VALUE 'N'.
               88  PDE-BATCH-OPEN       VALUE 'Y'.

      *----------------------------------------------------------------*
      * CMS PDE SUBMISSION LAYOUT - 512 BYTES. FILE HEADER (HDR),      *
      * BATCH HEADER PER CONTRACT/PBP (BHD), DETAIL (DET), BATCH       *
      * TRAILER (BTR), FILE TRAILER (TLR). SIGNED AMOUNTS ARE ZONED    *
      * WITH TRAILING OVERPUNCH.                                       *
      *----------------------------------------------------------------*
       01  WS-PDE-REC.
           05  PDE-RECORD-ID            PIC X(03).
           05  PDE-SEQUENCE-NO          PIC 9(07).
           05  PDE-REC-BODY             PIC X(502).
           05  PDE-HDR-BODY REDEFINES PDE-REC-BODY.
               10  PDE-HDR-SUBMITTER-ID PIC X(06).
               10  PDE-HDR-FILE-ID      PIC X(10).
               10  PDE-HDR-TRANS-DATE   PIC 9(08).
               10  PDE-HDR-PROD-TEST    PIC X(04).
               10  FILLER               PIC X(474).
           05  PDE-BHD-BODY REDEFINES PDE-REC-BODY.
               10  PDE-BHD-CONTRACT     PIC X(05).
               10  PDE-BHD-PBP          PIC X(03).
               10  FILLER               PIC X(494).
           05  PDE-DET-BODY REDEFINES PDE-REC-BODY.
               10  PDE-CLAIM-CONTROL-NO PIC X(40).
               10  PDE-HICN-MBI         PIC X(20).
               10  PDE-CARDHOLDER-ID    PIC X(20).
               10  PDE-PATIENT-DOB      PIC 9(08).
               10  PDE-PATIENT-GENDER   PIC 9(01).
               10  PDE-DATE-OF-SERVICE  PIC 9(08).
               10  PDE-PAID-DATE        PIC 9(08).
               10  PDE-RX-SERVICE-REF   PIC X(12).
               10  PDE-FILL-NUMBER      PIC 9(02).
               10  PDE-SVC-PROV-QUAL    PIC X(02).
               10  PDE-SVC-PROV-ID      PIC X(15).
               10  PDE-PRESCRIBER-QUAL  PIC X(02).
               10  PDE-PRESCRIBER-ID    PIC X(35).
               10  PDE-PRODUCT-SVC-ID   PIC X(19).
               10  PDE-COMPOUND-CODE    PIC 9(01).
               10  PDE-DAW-CODE         PIC X(01).
               10  PDE-QUANTITY         PIC 9(07)V999.
               10  PDE-DAYS-SUPPLY      PIC 9(03).
               10  PDE-DRUG-COV-STATUS  PIC X(01).
               10  PDE-ADJ-DEL-CODE     PIC X(01).
               10  PDE-NON-STD-FORMAT   PIC X(01).
               10  PDE-PRICING-EXCEPT   PIC X(01).
               10  PDE-CATASTROPHIC-CD  PIC X(01).
               10  PDE-INGREDIENT-COST  PIC S9(06)V99.
               10  PDE-DISPENSING-FEE   PIC S9(06)V99.
               10  PDE-SALES-TAX        PIC S9(06)V99.
               10  PDE-GDCB             PIC S9(06)V99.
               10  PDE-GDCA             PIC S9(06)V99.
               10  PDE-PATIENT-PAY      PIC S9(06)V99.
               10  PDE-OTHER-TROOP      PIC S9(06)V99.
               10  PDE-LICS-AMT         PIC S9(06)V99.
               10  PDE-PLRO-AMT         PIC S9(06)V99.
               10  PDE-CPP-AMT          PIC S9(06)V99.
               10  PDE-NPP-AMT          PIC S9(06)V99.
               10  PDE-EST-REBATE       PIC S9(06)V99.
               10  PDE-VACCINE-FEE      PIC S9(06)V99.
               10  PDE-GDC-ACCUM        PIC S9(07)V99.
               10  PDE-TROOP-ACCUM      PIC S9(07)V99.
               10  PDE-BEGIN-PHASE      PIC X(01).
               10  PDE-END-PHASE        PIC X(01).
               10  PDE-PHARMACY-SVC-TYPE PIC X(02).
               10  PDE-PATIENT-RESIDENCE PIC X(02).
               10  FILLER               PIC X(162).
           05  PDE-BTR-BODY REDEFINES PDE-REC-BODY.
               10  PDE-BTR-CONTRACT     PIC X(05).
               10  PDE-BTR-PBP          PIC X(03).
               10  PDE-BTR-DET-COUNT    PIC 9(07).
               10  FILLER               PIC X(487).
           05  PDE-TLR-BODY REDEFINES PDE-REC-BODY.
               10  PDE-TLR-SUBMITTER-ID PIC X(06).
               10  PDE-TLR-FILE-ID      PIC X(10).
               10  PDE-TLR-BHD-COUNT    PIC 9(07).
               10  PDE-TLR-DET-COUNT    PIC 9(07).
               10  FILLER               PIC X(472).

       01  WS-DB-HOST-VARS.
           05  HV-CLAIM-ID              PIC X(15).
           05  HV-ORIG-CLAIM-ID         PIC X(15).
           05  HV-MEMBER-ID             PIC X(12).
           05  HV-CLAIM-STATUS          PIC X(02).
           05  HV-RUN-DATE              PIC 9(08).
           05  HV-LOOKBACK-START        PIC 9(08).
           05  HV-SVC-DATE              PIC 9(08).
           05  HV-PLAN-YEAR             PIC 9(04).
           05  HV-MBI                   PIC X(11).
           05  HV-DOB                   PIC 9(08).
           05  HV-GENDER                PIC X(01).
           05  HV-PLAN-TYPE             PIC X(03).
           05  HV-GDC-YTD               PIC S9(07)V99 COMP-3.
           05  HV-TROOP-YTD             PIC S9(07)V99 COMP-3.
           05  HV-ACCUM-EXISTS          PIC S9(04) COMP.
           05  HV-ADJ-DEL-CODE          PIC X(01).
           05  HV-PDE-STATUS            PIC X(02).
           05  HV-SVC-PROV-ID           PIC X(15).
           05  HV-RX-SERVICE-REF        PIC X(12).
           05  HV-PDE-DOS               PIC 9(08).
           05  HV-GDCB                  PIC S9(07)V99 COMP-3.
           05  HV-GDCA                  PIC S9(07)V99 COMP-3.
           05  HV-PATIENT-PAY           PIC S9(07)V99 COMP-3.
           05  HV-TROOP-AMT             PIC S9(07)V99 COMP-3.
           05  HV-CPP-AMT               PIC S9(07)V99 COMP-3.
           05  HV-CATASTROPHIC-CD       PIC X(01).
           05  HV-BEGIN-PHASE           PIC X(01).
           05  HV-END-PHASE             PIC X(01).
           05  HV-ERROR-CODES           PIC X(30).
           05  HV-RETURN-DATE           PIC 9(08).
           05  HV-REJECT-RETURN-DATE    PIC 9(08).
           05  HV-RESUB-COUNT           PIC S9(04) COMP.
           05  HV-ERROR-CODE            PIC X(03).
           05  HV-ERROR-ACTION          PIC X(01).
           05  HV-PDE-IMAGE             PIC X(512).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-CLAIMS-READ       PIC 9(07) VALUE 0.
           05  WS-CTR-NOT-PART-D        PIC 9(07) VALUE 0.
           05  WS-CTR-NO-MBI            PIC 9(07) VALUE 0.
           05  WS-CTR-ORIGINALS         PIC 9(07) VALUE 0.
           05  WS-CTR-ADJUSTMENTS       PIC 9(07) VALUE 0.
           05  WS-CTR-DELETIONS         PIC 9(07) VALUE 0.
           05  WS-CTR-NO-ORIG-PDE       PIC 9(07) VALUE 0.
           05  WS-CTR-VOID-UNSENT       PIC 9(07) VALUE 0.
           05  WS-CTR-CATASTROPHIC      PIC 9(07) VALUE 0.
           05  WS-CTR-DET-WRITTEN       PIC 9(07) VALUE 0.
           05  WS-CTR-BHD-WRITTEN       PIC 9(07) VALUE 0.
           05  WS-CTR-RETURNS-READ      PIC 9(07) VALUE 0.
           05  WS-CTR-RET-ACCEPTED      PIC 9(07) VALUE 0.
           05  WS-CTR-RET-REJECTED      PIC 9(07) VALUE 0.
           05  WS-CTR-RET-UNMATCHED     PIC 9(07) VALUE 0.
           05  WS-CTR-RESUBMITTED       PIC 9(07) VALUE 0.
           05  WS-CTR-MANUAL-FIX        PIC 9(07) VALUE 0.
           05  WS-CTR-WINDOW-CLOSED     PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
           05  WS-SEQUENCE-NO           PIC 9(07) VALUE 0.
           05  WS-BATCH-DET-COUNT       PIC 9(07) VALUE 0.
           05  WS-GROSS-COST            PIC S9(07)V99 COMP-3.
           05  WS-TROOP-ROOM            PIC S9(07)V99 COMP-3.
           05  WS-TROOP-AFTER           PIC S9(07)V99 COMP-3.
           05  WS-ERR-SUB               PIC S9(04) COMP.
           05  WS-DAYS-SINCE-RETURN     PIC S9(09) COMP.
           05  WS-DEADLINE-DATE         PIC 9(08).
           05  WS-DISP-AMT              PIC -(6)9.99.
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
               VALUE 'PART D PRESCRIPTION DRUG EVENT CONTROL REPORT'.
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
           PERFORM 1400-WRITE-FILE-HEADER
           IF PC-MODE-GENERATE
               PERFORM 2000-GENERATE-PDES
                   THRU 2000-GENERATE-PDES-EXIT
           ELSE
               PERFORM 5000-PROCESS-RETURN-FILE
                   THRU 5000-PROCESS-RETURN-FILE-EXIT
           END-IF
           PERFORM 1500-WRITE-FILE-TRAILER
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
           MOVE WS-CURR-DATE-8 TO HV-RETURN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

      *--- PRIOR PLAN YEAR STAYS OPEN UNTIL ITS FINAL DEADLINE ---
           COMPUTE HV-LOOKBACK-START =
               (WS-CURR-DATE-8 / 10000 - 1) * 10000 + 0101

           OPEN INPUT PDE-CONTROL-FILE
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'PDE-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ PDE-CONTROL-FILE
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'PDE CONTROL CARD MISSING' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE PDE-CONTROL-FILE

           IF NOT PC-MODE-GENERATE AND NOT PC-MODE-RETURN
               MOVE 'RUN MODE MUST BE G OR R' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF PC-CONTRACT-ID = SPACES
              OR PC-TROOP-THRESHOLD NOT NUMERIC
              OR PC-DEDUCTIBLE-AMT NOT NUMERIC
               MOVE 'CONTRACT AND BENEFIT PARAMETERS REQUIRED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF PC-RESUB-WINDOW-DAYS NOT NUMERIC
              OR PC-RESUB-WINDOW-DAYS = 0
               MOVE 90 TO PC-RESUB-WINDOW-DAYS
           END-IF
           IF PC-PRIOR-YR-CUTOFF NOT NUMERIC
               MOVE 0 TO PC-PRIOR-YR-CUTOFF
           END-IF

           OPEN OUTPUT PDE-OUTPUT-FILE
           OPEN OUTPUT PDE-CONTROL-RPT
           IF WS-POUT-STATUS NOT = '00'
              OR WS-PRPT-STATUS NOT = '00'
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
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
           WRITE PDE-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE PDE-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO PDE-CONTROL-RPT-REC
           WRITE PDE-CONTROL-RPT-REC
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
           WRITE PDE-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
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

           DISPLAY 'HCPDEGEN - DATABASE CONNECTION ESTABLISHED'
           .

       1400-WRITE-FILE-HEADER.
      *----------------------------------------------------------------*
      * FILE HEADER AND THE CONTRACT/PBP BATCH HEADER                  *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PDE-REC
           MOVE 'HDR' TO PDE-RECORD-ID
           PERFORM 1450-NEXT-SEQUENCE
           MOVE PC-SUBMITTER-ID TO PDE-HDR-SUBMITTER-ID
           STRING PC-RUN-MODE WS-CURR-DATE-8 '0'
               DELIMITED BY SIZE INTO PDE-HDR-FILE-ID
           MOVE WS-CURR-DATE-8 TO PDE-HDR-TRANS-DATE
           IF PC-PROD-TEST-IND = 'T'
               MOVE 'TEST' TO PDE-HDR-PROD-TEST
           ELSE
               MOVE 'PROD' TO PDE-HDR-PROD-TEST
           END-IF
           WRITE PDE-OUTPUT-REC FROM WS-PDE-REC

           MOVE SPACES TO WS-PDE-REC
           MOVE 'BHD' TO PDE-RECORD-ID
           PERFORM 1450-NEXT-SEQUENCE
           MOVE PC-CONTRACT-ID TO PDE-BHD-CONTRACT
           MOVE PC-PBP-ID TO PDE-BHD-PBP
           WRITE PDE-OUTPUT-REC FROM WS-PDE-REC
           ADD 1 TO WS-CTR-BHD-WRITTEN
           MOVE 0 TO WS-BATCH-DET-COUNT
           SET PDE-BATCH-OPEN TO TRUE
           .

       1450-NEXT-SEQUENCE.
           ADD 1 TO WS-SEQUENCE-NO
           MOVE WS-SEQUENCE-NO TO PDE-SEQUENCE-NO
           .

       1500-WRITE-FILE-TRAILER.
      *----------------------------------------------------------------*
      * BATCH TRAILER AND FILE TRAILER WITH THE DETAIL COUNTS          *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PDE-REC
           MOVE 'BTR' TO PDE-RECORD-ID
           PERFORM 1450-NEXT-SEQUENCE
           MOVE PC-CONTRACT-ID TO PDE-BTR-CONTRACT
           MOVE PC-PBP-ID TO PDE-BTR-PBP
           MOVE WS-BATCH-DET-COUNT TO PDE-BTR-DET-COUNT
           WRITE PDE-OUTPUT-REC FROM WS-PDE-REC

           MOVE SPACES TO WS-PDE-REC
           MOVE 'TLR' TO PDE-RECORD-ID
           PERFORM 1450-NEXT-SEQUENCE
           MOVE PC-SUBMITTER-ID TO PDE-TLR-SUBMITTER-ID
           STRING PC-RUN-MODE WS-CURR-DATE-8 '0'
               DELIMITED BY SIZE INTO PDE-TLR-FILE-ID
           MOVE WS-CTR-BHD-WRITTEN TO PDE-TLR-BHD-COUNT
           MOVE WS-CTR-DET-WRITTEN TO PDE-TLR-DET-COUNT
           WRITE PDE-OUTPUT-REC FROM WS-PDE-REC
           .

      *================================================================*
      * 2000 - GENERATE: ADJUDICATED PHARMACY CLAIMS WITH NO PDE YET,  *
      * IN MEMBER / DATE OF SERVICE ORDER SO THE ACCUMULATORS ROLL     *
      * FORWARD IN THE ORDER THE FILLS HAPPENED                        *
      *================================================================*
       2000-GENERATE-PDES.
           EXEC SQL
               DECLARE PDECLM_CURSOR CURSOR FOR
               SELECT CH.CLAIM_ID, CH.MEMBER_ID, CH.CLAIM_STATUS,
                      CH.CLAIM_RECORD_IMAGE
               FROM   CLAIM_HEADER CH
               WHERE  CH.CLAIM_TYPE IN ('PH', 'RX')
               AND    CH.CLAIM_STATUS IN ('PA', 'AJ', 'VD')
               AND    CH.ADJUDICATION_DATE >= :HV-LOOKBACK-START
               AND    CH.ADJUDICATION_DATE <= :HV-RUN-DATE
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   PDE_SUBMISSION P
                       WHERE  P.CLAIM_ID = CH.CLAIM_ID)
               ORDER BY CH.MEMBER_ID, CH.SERVICE_FROM_DATE,
                        CH.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN PDECLM_CURSOR
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PHARMACY CLAIM CURSOR OPEN FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH PDECLM_CURSOR
                   INTO :HV-CLAIM-ID, :HV-MEMBER-ID,
                        :HV-CLAIM-STATUS, :WS-CLAIM-HEADER-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-CLAIMS-READ
                   PERFORM 3000-PROCESS-ONE-CLAIM
                       THRU 3000-PROCESS-ONE-CLAIM-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE PDECLM_CURSOR
           END-EXEC
           .
       2000-GENERATE-PDES-EXIT.
           EXIT.

       3000-PROCESS-ONE-CLAIM.
      *----------------------------------------------------------------*
      * ROUTE BY CLAIM FREQUENCY: ORIGINAL, REPLACEMENT, REVERSAL      *
      *----------------------------------------------------------------*
      *--- AN ORIGINAL VOIDED BEFORE IT WAS EVER SUBMITTED: NOTHING  ---
      *--- FOR CMS TO HOLD - RECORD IT SO IT IS NOT PICKED UP AGAIN  ---
           IF HV-CLAIM-STATUS = 'VD' AND NOT WS-CLM-VOID
               ADD 1 TO WS-CTR-VOID-UNSENT
               MOVE 'V' TO HV-ADJ-DEL-CODE
               MOVE 'NA' TO HV-PDE-STATUS
               MOVE SPACES TO HV-ORIG-CLAIM-ID
               PERFORM 4500-RECORD-NOT-SUBMITTED
               GO TO 3000-PROCESS-ONE-CLAIM-EXIT
           END-IF

           MOVE WS-CLM-FROM-DOS TO HV-SVC-DATE
           COMPUTE HV-PLAN-YEAR = WS-CLM-FROM-DOS / 10000

      *--- PART D APPLIES ONLY INSIDE A MEDICARE SPAN ON THE DOS ---
           MOVE SPACES TO HV-PLAN-TYPE
           EXEC SQL
               SELECT TOP 1 plan_type, dob, gender
               INTO   :HV-PLAN-TYPE, :HV-DOB, :HV-GENDER
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               AND    status IN ('A', 'T')
               AND    eff_date <= :HV-SVC-DATE
               AND    (term_date IS NULL
                       OR term_date >= :HV-SVC-DATE)
               ORDER BY eff_date DESC
           END-EXEC

           IF WS-SQLCODE NOT = 0 OR HV-PLAN-TYPE NOT = 'MCR'
               ADD 1 TO WS-CTR-NOT-PART-D
               MOVE 'X' TO HV-ADJ-DEL-CODE
               MOVE 'NA' TO HV-PDE-STATUS
               MOVE SPACES TO HV-ORIG-CLAIM-ID
               PERFORM 4500-RECORD-NOT-SUBMITTED
               GO TO 3000-PROCESS-ONE-CLAIM-EXIT
           END-IF

           MOVE SPACES TO HV-MBI
           EXEC SQL
               SELECT TOP 1 MEMBER_MBI
               INTO   :HV-MBI
               FROM   MA_ENROLL_TXN
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    MEMBER_MBI IS NOT NULL
               ORDER BY TXN_DATE DESC
           END-EXEC

           IF WS-SQLCODE NOT = 0 OR HV-MBI = SPACES
      *--- LEFT UNSUBMITTED - PICKED UP ONCE MARX SUPPLIES THE MBI ---
               ADD 1 TO WS-CTR-NO-MBI
               MOVE 'PHARMACY CLAIM HELD - NO MBI ON FILE'
                   TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING HV-CLAIM-ID ' MEMBER ' HV-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 3000-PROCESS-ONE-CLAIM-EXIT
           END-IF

      *--- FIRST (ONLY) SERVICE LINE CARRIES NDC, QUANTITY, SUPPLY ---
           INITIALIZE WS-CLAIM-LINE-REC
           EXEC SQL
               SELECT TOP 1 LINE_RECORD_IMAGE
               INTO   :WS-CLAIM-LINE-REC
               FROM   CLAIM_LINE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               ORDER BY LINE_NUMBER
           END-EXEC

           PERFORM 3100-LOAD-ACCUMULATORS

           IF WS-CLM-VOID OR WS-CLM-REPLACEMENT
               PERFORM 3500-FIND-ORIGINAL-PDE
               IF ORIG-PDE-NOT-FOUND
                   IF WS-CLM-VOID
      *--- REVERSAL OF A FILL CMS NEVER RECEIVED: NOTHING TO DELETE ---
                       ADD 1 TO WS-CTR-NO-ORIG-PDE
                       MOVE 'N' TO HV-ADJ-DEL-CODE
                       MOVE 'NA' TO HV-PDE-STATUS
                       MOVE WS-CLM-ORIG-CLM-NO TO HV-ORIG-CLAIM-ID
                       PERFORM 4500-RECORD-NOT-SUBMITTED
                       MOVE 'REVERSAL - NO ORIGINAL PDE ON FILE'
                           TO WS-RPT-LABEL
                       MOVE SPACES TO WS-RPT-VALUE
                       STRING HV-CLAIM-ID ' ORIG ' WS-CLM-ORIG-CLM-NO
                           DELIMITED BY SIZE INTO WS-RPT-VALUE
                       PERFORM 1150-WRITE-DETAIL-LINE
                       GO TO 3000-PROCESS-ONE-CLAIM-EXIT
                   END-IF
      *--- REPLACEMENT WITH NO ORIGINAL ON FILE GOES AS AN ORIGINAL ---
                   MOVE SPACE TO HV-ADJ-DEL-CODE
               ELSE
                   PERFORM 3600-BACK-OUT-ORIGINAL
                   IF WS-CLM-VOID
                       MOVE 'D' TO HV-ADJ-DEL-CODE
                   ELSE
                       MOVE 'A' TO HV-ADJ-DEL-CODE
                   END-IF
               END-IF
           ELSE
               MOVE SPACE TO HV-ADJ-DEL-CODE
               MOVE SPACES TO HV-ORIG-CLAIM-ID
           END-IF

           IF HV-ADJ-DEL-CODE = 'D'
               PERFORM 4100-BUILD-DELETION-PDE
           ELSE
               PERFORM 3200-APPORTION-COST-PHASES
               PERFORM 4000-BUILD-DETAIL-PDE
           END-IF

           PERFORM 3300-SAVE-ACCUMULATORS
           PERFORM 4200-WRITE-AND-RECORD-PDE

           EVALUATE HV-ADJ-DEL-CODE
               WHEN 'D'
                   ADD 1 TO WS-CTR-DELETIONS
               WHEN 'A'
                   ADD 1 TO WS-CTR-ADJUSTMENTS
               WHEN OTHER
                   ADD 1 TO WS-CTR-ORIGINALS
           END-EVALUATE
           .
       3000-PROCESS-ONE-CLAIM-EXIT.
           EXIT.

       3100-LOAD-ACCUMULATORS.
      *----------------------------------------------------------------*
      * MEMBER'S PLAN-YEAR GROSS DRUG COST AND TROOP AS CMS HOLDS THEM *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-GDC-YTD
           MOVE 0 TO HV-TROOP-YTD
           MOVE 0 TO HV-ACCUM-EXISTS
           EXEC SQL
               SELECT GDC_YTD, TROOP_YTD, 1
               INTO   :HV-GDC-YTD, :HV-TROOP-YTD, :HV-ACCUM-EXISTS
               FROM   PDE_MEMBER_ACCUM
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
           END-EXEC
           .

       3200-APPORTION-COST-PHASES.
      *----------------------------------------------------------------*
      * GROSS DRUG COST BELOW / ABOVE THE OUT-OF-POCKET THRESHOLD.     *
      * THE MEMBER'S PAY COUNTS TO TROOP UNTIL THE THRESHOLD; A FILL   *
      * THAT CROSSES IT IS SPLIT IN PROPORTION TO THE TROOP ROOM LEFT  *
      * (CATASTROPHIC CODE A), A FILL ENTIRELY PAST IT IS ALL ABOVE    *
      * (CODE C). PHASES: D DEDUCTIBLE, N INITIAL COVERAGE, C          *
      * CATASTROPHIC.                                                  *
      *----------------------------------------------------------------*
           MOVE WS-CLM-ALLOWED-AMT TO WS-GROSS-COST
           IF WS-GROSS-COST NOT > 0
               MOVE WS-CLM-TOTAL-CHARGES TO WS-GROSS-COST
           END-IF
           MOVE WS-CLM-PAT-RESP-AMT TO HV-PATIENT-PAY
           MOVE WS-CLM-NET-PAID-AMT TO HV-CPP-AMT

           COMPUTE WS-TROOP-ROOM = PC-TROOP-THRESHOLD - HV-TROOP-YTD

           EVALUATE TRUE
               WHEN HV-TROOP-YTD >= PC-TROOP-THRESHOLD
                   MOVE 'C' TO HV-BEGIN-PHASE
               WHEN HV-TROOP-YTD < PC-DEDUCTIBLE-AMT
                   MOVE 'D' TO HV-BEGIN-PHASE
               WHEN OTHER
                   MOVE 'N' TO HV-BEGIN-PHASE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-TROOP-ROOM <= 0
                   MOVE 0 TO HV-GDCB
                   MOVE WS-GROSS-COST TO HV-GDCA
                   MOVE 0 TO HV-TROOP-AMT
                   MOVE 'C' TO HV-CATASTROPHIC-CD
               WHEN HV-PATIENT-PAY <= WS-TROOP-ROOM
                   MOVE WS-GROSS-COST TO HV-GDCB
                   MOVE 0 TO HV-GDCA
                   MOVE HV-PATIENT-PAY TO HV-TROOP-AMT
                   MOVE SPACE TO HV-CATASTROPHIC-CD
               WHEN OTHER
                   COMPUTE HV-GDCB ROUNDED =
                       WS-GROSS-COST * WS-TROOP-ROOM / HV-PATIENT-PAY
                   COMPUTE HV-GDCA = WS-GROSS-COST - HV-GDCB
                   MOVE WS-TROOP-ROOM TO HV-TROOP-AMT
                   MOVE 'A' TO HV-CATASTROPHIC-CD
           END-EVALUATE

           IF HV-CATASTROPHIC-CD NOT = SPACE
               ADD 1 TO WS-CTR-CATASTROPHIC
           END-IF

           COMPUTE WS-TROOP-AFTER = HV-TROOP-YTD + HV-TROOP-AMT
           EVALUATE TRUE
               WHEN WS-TROOP-AFTER >= PC-TROOP-THRESHOLD
                   MOVE 'C' TO HV-END-PHASE
               WHEN WS-TROOP-AFTER < PC-DEDUCTIBLE-AMT
                   MOVE 'D' TO HV-END-PHASE
               WHEN OTHER
                   MOVE 'N' TO HV-END-PHASE
           END-EVALUATE
           .

       3300-SAVE-ACCUMULATORS.
      *----------------------------------------------------------------*
      * ROLL THE ACCUMULATORS FORWARD BY THIS PDE (A DELETION HAS      *
      * ALREADY BACKED THE ORIGINAL OUT AND ADDS NOTHING)              *
      *----------------------------------------------------------------*
           IF HV-ADJ-DEL-CODE NOT = 'D'
               ADD HV-GDCB HV-GDCA TO HV-GDC-YTD
               ADD HV-TROOP-AMT TO HV-TROOP-YTD
           END-IF

           IF HV-ACCUM-EXISTS = 1
               EXEC SQL
                   UPDATE PDE_MEMBER_ACCUM
                   SET    GDC_YTD = :HV-GDC-YTD,
                          TROOP_YTD = :HV-TROOP-YTD,
                          LAST_UPDATE_DATE = :HV-RUN-DATE
                   WHERE  MEMBER_ID = :HV-MEMBER-ID
                   AND    PLAN_YEAR = :HV-PLAN-YEAR
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO PDE_MEMBER_ACCUM
                       (MEMBER_ID, PLAN_YEAR, GDC_YTD, TROOP_YTD,
                        LAST_UPDATE_DATE)
                   VALUES
                       (:HV-MEMBER-ID, :HV-PLAN-YEAR, :HV-GDC-YTD,
                        :HV-TROOP-YTD, :HV-RUN-DATE)
               END-EXEC
               MOVE 1 TO HV-ACCUM-EXISTS
           END-IF

           IF WS-SQLCODE NOT = 0
               MOVE 'PDE ACCUMULATOR UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       3500-FIND-ORIGINAL-PDE.
      *----------------------------------------------------------------*
      * THE PDE CMS CURRENTLY HOLDS FOR THE ORIGINAL FILL - THE        *
      * ORIGINAL ITSELF OR ITS LATEST ADJUSTMENT                       *
      *----------------------------------------------------------------*
           SET ORIG-PDE-NOT-FOUND TO TRUE
           MOVE WS-CLM-ORIG-CLM-NO TO HV-ORIG-CLAIM-ID

           EXEC SQL
               SELECT TOP 1
                      SERVICE_PROVIDER_ID, RX_SERVICE_REF,
                      DATE_OF_SERVICE, GDCB_AMT, GDCA_AMT,
                      TROOP_AMT
               INTO   :HV-SVC-PROV-ID, :HV-RX-SERVICE-REF,
                      :HV-PDE-DOS, :HV-GDCB, :HV-GDCA,
                      :HV-TROOP-AMT
               FROM   PDE_SUBMISSION
               WHERE  (CLAIM_ID = :HV-ORIG-CLAIM-ID
                       OR ORIG_CLAIM_ID = :HV-ORIG-CLAIM-ID)
               AND    ADJ_DEL_CODE IN (' ', 'A')
               AND    PDE_STATUS IN ('SB', 'AC', 'RS')
               ORDER BY SUBMIT_DATE DESC
           END-EXEC

           IF WS-SQLCODE = 0
               SET ORIG-PDE-FOUND TO TRUE
           END-IF
           .

       3600-BACK-OUT-ORIGINAL.
      *----------------------------------------------------------------*
      * REMOVE THE ORIGINAL PDE'S AMOUNTS FROM THE ACCUMULATORS BEFORE *
      * THE REPLACEMENT IS APPORTIONED (OR THE DELETION IS SENT)       *
      *----------------------------------------------------------------*
           SUBTRACT HV-GDCB HV-GDCA FROM HV-GDC-YTD
           SUBTRACT HV-TROOP-AMT FROM HV-TROOP-YTD
           IF HV-GDC-YTD < 0
               MOVE 0 TO HV-GDC-YTD
           END-IF
           IF HV-TROOP-YTD < 0
               MOVE 0 TO HV-TROOP-YTD
           END-IF
           .

       4000-BUILD-DETAIL-PDE.
      *----------------------------------------------------------------*
      * ORIGINAL OR ADJUSTMENT DETAIL RECORD                           *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PDE-REC
           MOVE 'DET' TO PDE-RECORD-ID
           MOVE HV-CLAIM-ID TO PDE-CLAIM-CONTROL-NO
           MOVE HV-MBI TO PDE-HICN-MBI
           MOVE HV-MEMBER-ID TO PDE-CARDHOLDER-ID
           MOVE HV-DOB TO PDE-PATIENT-DOB
           EVALUATE HV-GENDER
               WHEN 'M'
                   MOVE 1 TO PDE-PATIENT-GENDER
               WHEN 'F'
                   MOVE 2 TO PDE-PATIENT-GENDER
               WHEN OTHER
                   MOVE 0 TO PDE-PATIENT-GENDER
           END-EVALUATE

      *--- AN ADJUSTMENT CARRIES THE ORIGINAL'S KEY FIELDS ---
           IF HV-ADJ-DEL-CODE = 'A'
               MOVE HV-PDE-DOS TO PDE-DATE-OF-SERVICE
               MOVE HV-RX-SERVICE-REF TO PDE-RX-SERVICE-REF
               MOVE HV-SVC-PROV-ID TO PDE-SVC-PROV-ID
           ELSE
               MOVE WS-CLM-FROM-DOS TO PDE-DATE-OF-SERVICE
               MOVE WS-CLM-REF-NO TO PDE-RX-SERVICE-REF
               MOVE WS-CLM-BILL-PROV-NPI TO PDE-SVC-PROV-ID
           END-IF
           IF WS-CLM-PAID-DT > 0
               MOVE WS-CLM-PAID-DT TO PDE-PAID-DATE
           ELSE
               MOVE WS-CLM-ADJUD-DT TO PDE-PAID-DATE
           END-IF
           MOVE 0 TO PDE-FILL-NUMBER
           MOVE '01' TO PDE-SVC-PROV-QUAL
           IF WS-CLM-REFER-PROV-NPI NOT = SPACES
               MOVE '01' TO PDE-PRESCRIBER-QUAL
               MOVE WS-CLM-REFER-PROV-NPI TO PDE-PRESCRIBER-ID
           END-IF
           MOVE WS-CLN-NDC-CD TO PDE-PRODUCT-SVC-ID
           MOVE 1 TO PDE-COMPOUND-CODE
           MOVE '0' TO PDE-DAW-CODE
           MOVE WS-CLN-NDC-QTY TO PDE-QUANTITY
           MOVE WS-CLN-UNITS TO PDE-DAYS-SUPPLY
           MOVE 'C' TO PDE-DRUG-COV-STATUS
           MOVE HV-ADJ-DEL-CODE TO PDE-ADJ-DEL-CODE
           MOVE HV-CATASTROPHIC-CD TO PDE-CATASTROPHIC-CD

      *--- THE INTAKE CARRIES INGREDIENT AND FEE AS ONE COST ---
           MOVE WS-GROSS-COST TO PDE-INGREDIENT-COST
           MOVE 0 TO PDE-DISPENSING-FEE
           MOVE 0 TO PDE-SALES-TAX
           MOVE HV-GDCB TO PDE-GDCB
           MOVE HV-GDCA TO PDE-GDCA
           MOVE HV-PATIENT-PAY TO PDE-PATIENT-PAY
           MOVE 0 TO PDE-OTHER-TROOP
           MOVE 0 TO PDE-LICS-AMT
           MOVE 0 TO PDE-PLRO-AMT
           MOVE HV-CPP-AMT TO PDE-CPP-AMT
           MOVE 0 TO PDE-NPP-AMT
           MOVE 0 TO PDE-EST-REBATE
           MOVE 0 TO PDE-VACCINE-FEE
           MOVE HV-GDC-YTD TO PDE-GDC-ACCUM
           MOVE HV-TROOP-YTD TO PDE-TROOP-ACCUM
           MOVE HV-BEGIN-PHASE TO PDE-BEGIN-PHASE
           MOVE HV-END-PHASE TO PDE-END-PHASE
           IF WS-CLM-SOURCE-CD = 'MN'
               MOVE '05' TO PDE-PHARMACY-SVC-TYPE
           ELSE
               MOVE '01' TO PDE-PHARMACY-SVC-TYPE
           END-IF
           MOVE '00' TO PDE-PATIENT-RESIDENCE
           .

       4100-BUILD-DELETION-PDE.
      *----------------------------------------------------------------*
      * DELETION - THE ORIGINAL'S KEY FIELDS, CODE D, NO AMOUNTS       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-PDE-REC
           MOVE 'DET' TO PDE-RECORD-ID
           MOVE HV-CLAIM-ID TO PDE-CLAIM-CONTROL-NO
           MOVE HV-MBI TO PDE-HICN-MBI
           MOVE HV-MEMBER-ID TO PDE-CARDHOLDER-ID
           MOVE HV-DOB TO PDE-PATIENT-DOB
           MOVE 0 TO PDE-PATIENT-GENDER
           MOVE HV-PDE-DOS TO PDE-DATE-OF-SERVICE
           MOVE WS-CURR-DATE-8 TO PDE-PAID-DATE
           MOVE HV-RX-SERVICE-REF TO PDE-RX-SERVICE-REF
           MOVE 0 TO PDE-FILL-NUMBER
           MOVE '01' TO PDE-SVC-PROV-QUAL
           MOVE HV-SVC-PROV-ID TO PDE-SVC-PROV-ID
           MOVE 'D' TO PDE-ADJ-DEL-CODE
           MOVE 0 TO PDE-INGREDIENT-COST PDE-DISPENSING-FEE
                     PDE-SALES-TAX PDE-GDCB PDE-GDCA
                     PDE-PATIENT-PAY PDE-OTHER-TROOP PDE-LICS-AMT
                     PDE-PLRO-AMT PDE-CPP-AMT PDE-NPP-AMT
                     PDE-EST-REBATE PDE-VACCINE-FEE
                     PDE-QUANTITY PDE-DAYS-SUPPLY PDE-COMPOUND-CODE
           MOVE HV-GDC-YTD TO PDE-GDC-ACCUM
           MOVE HV-TROOP-YTD TO PDE-TROOP-ACCUM

      *--- THE SUBMISSION ROW FOR A DELETION CARRIES NO AMOUNTS ---
           MOVE 0 TO HV-GDCB HV-GDCA HV-TROOP-AMT HV-PATIENT-PAY
                     HV-CPP-AMT
           MOVE SPACE TO HV-CATASTROPHIC-CD
           MOVE SPACE TO HV-BEGIN-PHASE
           MOVE SPACE TO HV-END-PHASE
           .

       4200-WRITE-AND-RECORD-PDE.
      *----------------------------------------------------------------*
      * WRITE THE DETAIL AND RECORD IT ON PDE_SUBMISSION WITH ITS      *
      * IMAGE, SO A REJECT CAN BE CORRECTED AND RESUBMITTED            *
      *----------------------------------------------------------------*
           PERFORM 1450-NEXT-SEQUENCE
           WRITE PDE-OUTPUT-REC FROM WS-PDE-REC
           ADD 1 TO WS-CTR-DET-WRITTEN
           ADD 1 TO WS-BATCH-DET-COUNT

           MOVE PDE-SVC-PROV-ID TO HV-SVC-PROV-ID
           MOVE PDE-RX-SERVICE-REF TO HV-RX-SERVICE-REF
           MOVE PDE-DATE-OF-SERVICE TO HV-PDE-DOS
           MOVE WS-PDE-REC TO HV-PDE-IMAGE

           EXEC SQL
               INSERT INTO PDE_SUBMISSION
                   (CLAIM_ID, ORIG_CLAIM_ID, MEMBER_ID, PLAN_YEAR,
                    ADJ_DEL_CODE, DATE_OF_SERVICE,
                    SERVICE_PROVIDER_ID, RX_SERVICE_REF,
                    GDCB_AMT, GDCA_AMT, PATIENT_PAY_AMT, TROOP_AMT,
                    CPP_AMT, CATASTROPHIC_CODE, BEGIN_PHASE,
                    END_PHASE, PDE_STATUS, SUBMIT_DATE,
                    RESUBMIT_COUNT, PDE_IMAGE)
               VALUES
                   (:HV-CLAIM-ID, :HV-ORIG-CLAIM-ID, :HV-MEMBER-ID,
                    :HV-PLAN-YEAR, :HV-ADJ-DEL-CODE, :HV-PDE-DOS,
                    :HV-SVC-PROV-ID, :HV-RX-SERVICE-REF,
                    :HV-GDCB, :HV-GDCA, :HV-PATIENT-PAY,
                    :HV-TROOP-AMT, :HV-CPP-AMT,
                    :HV-CATASTROPHIC-CD, :HV-BEGIN-PHASE,
                    :HV-END-PHASE, 'SB', :HV-RUN-DATE,
                    0, :HV-PDE-IMAGE)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PDE SUBMISSION INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       4500-RECORD-NOT-SUBMITTED.
      *----------------------------------------------------------------*
      * PHARMACY CLAIM THAT PRODUCES NO PDE (NOT PART D, OR A VOID     *
      * WITH NOTHING AT CMS TO DELETE) - RECORDED STATUS NA SO THE     *
      * GENERATOR DOES NOT SELECT IT AGAIN                             *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO PDE_SUBMISSION
                   (CLAIM_ID, ORIG_CLAIM_ID, MEMBER_ID, PLAN_YEAR,
                    ADJ_DEL_CODE, PDE_STATUS, SUBMIT_DATE,
                    RESUBMIT_COUNT)
               VALUES
                   (:HV-CLAIM-ID, :HV-ORIG-CLAIM-ID, :HV-MEMBER-ID,
                    :HV-PLAN-YEAR, :HV-ADJ-DEL-CODE, :HV-PDE-STATUS,
                    :HV-RUN-DATE, 0)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PDE SUBMISSION INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 5000 - RETURN: APPLY THE CMS RETURN FILE AND RESUBMIT WHAT WE  *
      * CAN CORRECT                                                    *
      *================================================================*
       5000-PROCESS-RETURN-FILE.
           OPEN INPUT PDE-RETURN-FILE
           IF WS-PRTN-STATUS NOT = '00'
               MOVE 'PDE-RETURN-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM UNTIL PRTN-AT-EOF
               READ PDE-RETURN-FILE
                   AT END
                       SET PRTN-AT-EOF TO TRUE
                   NOT AT END
                       IF PR-DETAIL-RECORD
                           ADD 1 TO WS-CTR-RETURNS-READ
                           PERFORM 5100-APPLY-ONE-RETURN
                               THRU 5100-APPLY-ONE-RETURN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PDE-RETURN-FILE
           .
       5000-PROCESS-RETURN-FILE-EXIT.
           EXIT.

       5100-APPLY-ONE-RETURN.
      *----------------------------------------------------------------*
      * ACCEPTED (ACC/INF) OR REJECTED WITH ITS ERROR CODES            *
      *----------------------------------------------------------------*
           MOVE PR-CLAIM-CONTROL-NO TO HV-CLAIM-ID

           IF PR-ACCEPTED OR PR-INFORMATIONAL
               MOVE 'AC' TO HV-PDE-STATUS
               MOVE SPACES TO HV-ERROR-CODES
           ELSE
               MOVE 'RJ' TO HV-PDE-STATUS
               MOVE SPACES TO HV-ERROR-CODES
               MOVE PR-ERROR-CODE(1) TO HV-ERROR-CODES(1:3)
               MOVE PR-ERROR-CODE(2) TO HV-ERROR-CODES(4:3)
               MOVE PR-ERROR-CODE(3) TO HV-ERROR-CODES(7:3)
               MOVE PR-ERROR-CODE(4) TO HV-ERROR-CODES(10:3)
               MOVE PR-ERROR-CODE(5) TO HV-ERROR-CODES(13:3)
               MOVE PR-ERROR-CODE(6) TO HV-ERROR-CODES(16:3)
               MOVE PR-ERROR-CODE(7) TO HV-ERROR-CODES(19:3)
               MOVE PR-ERROR-CODE(8) TO HV-ERROR-CODES(22:3)
               MOVE PR-ERROR-CODE(9) TO HV-ERROR-CODES(25:3)
               MOVE PR-ERROR-CODE(10) TO HV-ERROR-CODES(28:3)
           END-IF

           EXEC SQL
               UPDATE PDE_SUBMISSION
               SET    PDE_STATUS = :HV-PDE-STATUS,
                      ERROR_CODES = :HV-ERROR-CODES,
                      RETURN_DATE =
                          CASE WHEN PDE_STATUS = 'RS'
                                AND :HV-PDE-STATUS = 'RJ'
                                AND RETURN_DATE IS NOT NULL
                               THEN RETURN_DATE
                               ELSE :HV-RETURN-DATE
                          END
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    PDE_STATUS IN ('SB', 'RS')
           END-EXEC

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-RET-UNMATCHED
               MOVE 'RETURN WITHOUT AN OPEN SUBMISSION' TO WS-RPT-LABEL
               MOVE PR-CLAIM-CONTROL-NO TO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5100-APPLY-ONE-RETURN-EXIT
           END-IF

           IF HV-PDE-STATUS = 'AC'
               ADD 1 TO WS-CTR-RET-ACCEPTED
           ELSE
               ADD 1 TO WS-CTR-RET-REJECTED
               PERFORM 5200-CORRECT-AND-RESUBMIT
                   THRU 5200-CORRECT-AND-RESUBMIT-EXIT
           END-IF
           .
       5100-APPLY-ONE-RETURN-EXIT.
           EXIT.

       5200-CORRECT-AND-RESUBMIT.
      *----------------------------------------------------------------*
      * A REJECT IS RESUBMITTED ONLY IF EVERY ERROR CODE ON IT IS      *
      * AUTO-CORRECTABLE AND THE SUBMISSION WINDOW IS STILL OPEN       *
      *----------------------------------------------------------------*
           SET ALL-ERRORS-FIXABLE TO TRUE
           PERFORM VARYING WS-ERR-SUB FROM 1 BY 1
               UNTIL WS-ERR-SUB > PR-ERROR-COUNT
                  OR WS-ERR-SUB > 10
                  OR MANUAL-FIX-NEEDED
               MOVE PR-ERROR-CODE(WS-ERR-SUB) TO HV-ERROR-CODE
               MOVE SPACE TO HV-ERROR-ACTION
               EXEC SQL
                   SELECT CORRECTION_ACTION
                   INTO   :HV-ERROR-ACTION
                   FROM   PDE_ERROR_ACTION
                   WHERE  ERROR_CODE = :HV-ERROR-CODE
               END-EXEC
               IF WS-SQLCODE NOT = 0 OR HV-ERROR-ACTION NOT = 'R'
                   SET MANUAL-FIX-NEEDED TO TRUE
               END-IF
           END-PERFORM

           IF MANUAL-FIX-NEEDED
               ADD 1 TO WS-CTR-MANUAL-FIX
               MOVE 'REJECTED - MANUAL CORRECTION' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING PR-CLAIM-CONTROL-NO(1:15) ' ERRORS '
                      HV-ERROR-CODES
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5200-CORRECT-AND-RESUBMIT-EXIT
           END-IF

      *--- STORED IMAGE, PLAN YEAR AND THE RETURN DATE OF THE    ---
      *--- ORIGINAL REJECT (KEPT ACROSS RESUBMISSIONS BY 5100)   ---
           EXEC SQL
               SELECT PDE_IMAGE, MEMBER_ID, PLAN_YEAR,
                      RESUBMIT_COUNT, RETURN_DATE
               INTO   :HV-PDE-IMAGE, :HV-MEMBER-ID, :HV-PLAN-YEAR,
                      :HV-RESUB-COUNT, :HV-REJECT-RETURN-DATE
               FROM   PDE_SUBMISSION
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    PDE_STATUS = 'RJ'
           END-EXEC

           IF WS-SQLCODE NOT = 0 OR HV-PDE-IMAGE = SPACES
               ADD 1 TO WS-CTR-MANUAL-FIX
               MOVE 'REJECTED - NO STORED PDE IMAGE' TO WS-RPT-LABEL
               MOVE PR-CLAIM-CONTROL-NO TO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5200-CORRECT-AND-RESUBMIT-EXIT
           END-IF

      *--- WINDOW: DAYS FROM THE ORIGINAL REJECT'S RETURN, AND A   ---
      *--- PRIOR PLAN YEAR'S FINAL DEADLINE                        ---
           MOVE 99999999 TO WS-DEADLINE-DATE
           IF HV-PLAN-YEAR < WS-CURR-DATE-8 / 10000
              AND PC-PRIOR-YR-CUTOFF > 0
               MOVE PC-PRIOR-YR-CUTOFF TO WS-DEADLINE-DATE
           END-IF
           COMPUTE WS-DAYS-SINCE-RETURN =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
             - FUNCTION INTEGER-OF-DATE(HV-REJECT-RETURN-DATE)

           IF WS-CURR-DATE-8 > WS-DEADLINE-DATE
              OR WS-DAYS-SINCE-RETURN > PC-RESUB-WINDOW-DAYS
               ADD 1 TO WS-CTR-WINDOW-CLOSED
               MOVE 'REJECTED - SUBMISSION WINDOW CLOSED'
                   TO WS-RPT-LABEL
               MOVE PR-CLAIM-CONTROL-NO TO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 5200-CORRECT-AND-RESUBMIT-EXIT
           END-IF

           MOVE HV-PDE-IMAGE TO WS-PDE-REC
           PERFORM 5300-REFRESH-IDENTIFIERS

           PERFORM 1450-NEXT-SEQUENCE
           WRITE PDE-OUTPUT-REC FROM WS-PDE-REC
           ADD 1 TO WS-CTR-DET-WRITTEN
           ADD 1 TO WS-BATCH-DET-COUNT
           ADD 1 TO WS-CTR-RESUBMITTED
           ADD 1 TO HV-RESUB-COUNT
           MOVE WS-PDE-REC TO HV-PDE-IMAGE

           EXEC SQL
               UPDATE PDE_SUBMISSION
               SET    PDE_STATUS = 'RS',
                      RESUBMIT_COUNT = :HV-RESUB-COUNT,
                      SUBMIT_DATE = :HV-RUN-DATE,
                      PDE_IMAGE = :HV-PDE-IMAGE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    PDE_STATUS = 'RJ'
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'PDE RESUBMISSION UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'REJECT CORRECTED AND RESUBMITTED' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING PR-CLAIM-CONTROL-NO(1:15) ' ERRORS ' HV-ERROR-CODES
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       5200-CORRECT-AND-RESUBMIT-EXIT.
           EXIT.

       5300-REFRESH-IDENTIFIERS.
      *----------------------------------------------------------------*
      * AUTO-CORRECTABLE REJECTS ARE IDENTIFIER MISMATCHES: REAPPLY    *
      * THE CURRENT MBI, BIRTH DATE AND GENDER FROM MARX/ELIGIBILITY   *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT TOP 1 MEMBER_MBI
               INTO   :HV-MBI
               FROM   MA_ENROLL_TXN
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    MEMBER_MBI IS NOT NULL
               ORDER BY TXN_DATE DESC
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-MBI TO PDE-HICN-MBI
           END-IF

           EXEC SQL
               SELECT TOP 1 dob, gender
               INTO   :HV-DOB, :HV-GENDER
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               AND    status IN ('A', 'T')
               ORDER BY eff_date DESC
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-DOB TO PDE-PATIENT-DOB
               EVALUATE HV-GENDER
                   WHEN 'M'
                       MOVE 1 TO PDE-PATIENT-GENDER
                   WHEN 'F'
                       MOVE 2 TO PDE-PATIENT-GENDER
                   WHEN OTHER
                       MOVE 0 TO PDE-PATIENT-GENDER
               END-EVALUATE
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCPDEGEN' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCPDEGEN - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCPDEGEN - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCPDEGEN - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'PDE DETAIL RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING WS-CTR-DET-WRITTEN ' (ORIG ' WS-CTR-ORIGINALS
                  ' ADJ ' WS-CTR-ADJUSTMENTS ' DEL '
                  WS-CTR-DELETIONS ' RESUB ' WS-CTR-RESUBMITTED ')'
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCPDEGEN - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RUN MODE:            ' PC-RUN-MODE
           DISPLAY 'CLAIMS READ:         ' WS-CTR-CLAIMS-READ
           DISPLAY 'NOT PART D:          ' WS-CTR-NOT-PART-D
           DISPLAY 'HELD - NO MBI:       ' WS-CTR-NO-MBI
           DISPLAY 'ORIGINAL PDES:       ' WS-CTR-ORIGINALS
           DISPLAY 'ADJUSTMENT PDES:     ' WS-CTR-ADJUSTMENTS
           DISPLAY 'DELETION PDES:       ' WS-CTR-DELETIONS
           DISPLAY 'VOIDS - NO ORIG PDE: ' WS-CTR-NO-ORIG-PDE
           DISPLAY 'VOIDED BEFORE SEND:  ' WS-CTR-VOID-UNSENT
           DISPLAY 'CATASTROPHIC PDES:   ' WS-CTR-CATASTROPHIC
           DISPLAY 'RETURNS READ:        ' WS-CTR-RETURNS-READ
           DISPLAY 'RETURNS ACCEPTED:    ' WS-CTR-RET-ACCEPTED
           DISPLAY 'RETURNS REJECTED:    ' WS-CTR-RET-REJECTED
           DISPLAY 'RETURNS UNMATCHED:   ' WS-CTR-RET-UNMATCHED
           DISPLAY 'RESUBMITTED:         ' WS-CTR-RESUBMITTED
           DISPLAY 'MANUAL CORRECTION:   ' WS-CTR-MANUAL-FIX
           DISPLAY 'WINDOW CLOSED:       ' WS-CTR-WINDOW-CLOSED
           DISPLAY 'DETAIL RECORDS:      ' WS-CTR-DET-WRITTEN
           DISPLAY 'ERRORS ENCOUNTERED:  ' WS-ERR-COUNT
           DISPLAY 'START TIME:          ' WS-STAT-START-TIME
           DISPLAY 'END TIME:            ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-CTR-MANUAL-FIX > 0 OR WS-CTR-WINDOW-CLOSED > 0
              OR WS-CTR-NO-MBI > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE PDE-OUTPUT-FILE
           CLOSE PDE-CONTROL-RPT
           .
