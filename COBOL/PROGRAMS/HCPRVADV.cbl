       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPRVADV.
      *================================================================*
      * PROGRAM:     HCPRVADV                                          *
      * DESCRIPTION: PROVIDER ADVANCES AND PERIODIC INTERIM PAYMENTS.  *
      *              ADVANCES ISSUED OUTSIDE THE CLAIM CYCLE - DURING  *
      *              SYSTEM OR CLEARINGHOUSE OUTAGES (TYPE OUT), OR    *
      *              PERIODIC INTERIM PAYMENTS TO CRITICAL-ACCESS      *
      *              HOSPITALS (TYPE PIP) - ARE KEPT ON                *
      *              PROVIDER_ADVANCE. THE RUN:                        *
      *                - EDITS AND RECORDS THE ADVANCES APPROVED BY    *
      *                  FINANCE (AMOUNT, ISSUE DATE, RECOVERY START   *
      *                  DATE, RECOVERY PERCENTAGE AND DEADLINE).      *
      *                  HCREMIT ISSUES EACH ON ITS ISSUE DATE AND     *
      *                  FROM THE RECOVERY START DATE OFFSETS THE      *
      *                  RECOVERY PERCENTAGE OF EVERY LATER PAYMENT    *
      *                  TO THE PROVIDER AS AN AP PLB ADJUSTMENT       *
      *                - CONVERTS ANY BALANCE STILL OUTSTANDING AFTER  *
      *                  THE RECOVERY DEADLINE TO A PROVIDER           *
      *                  OVERPAYMENT FOR NORMAL RECOUPMENT             *
      *                - REPORTS EVERY OPEN ADVANCE AND ITS RECOVERY   *
      *                  PROGRESS                                      *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  ADVCTRL  - RUN DATE CARD (CCYYMMDD)              *
      *               ADVTRAN  - APPROVED ADVANCES (260 BYTE)          *
      * OUTPUT FILES: ADVRPT   - ADVANCE CONTROL / RECOVERY REPORT     *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 RTHOMPSON INITIAL DEVELOPMENT                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADV-CONTROL-FILE
               ASSIGN TO ADVCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT ADV-TRANS-FILE
               ASSIGN TO ADVTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ADV-CONTROL-RPT
               ASSIGN TO ADVRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ADV-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ADV-CONTROL-REC.
           05  FC-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(72).

      *--- ONE RECORD PER ADVANCE APPROVED BY FINANCE. A ZERO
      *--- DEADLINE DEFAULTS TO ONE YEAR AFTER THE RECOVERY START;
      *--- A BLANK PAY-TO NAME DEFAULTS FROM THE PROVIDER MASTER ---
       FD  ADV-TRANS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 260 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ADV-TRANS-REC.
           05  AT-ADVANCE-ID               PIC X(12).
           05  AT-ADVANCE-TYPE             PIC X(03).
               88  AT-TYPE-VALID           VALUE 'OUT' 'PIP'.
           05  AT-PROVIDER-TAX-ID          PIC X(09).
           05  AT-PROVIDER-NPI             PIC X(10).
           05  AT-PAYER-ID                 PIC X(10).
           05  AT-LINE-OF-BUSINESS         PIC X(03).
           05  AT-ADVANCE-AMOUNT           PIC 9(09)V99.
           05  AT-ISSUE-DATE               PIC 9(08).
           05  AT-RECOVERY-START           PIC 9(08).
           05  AT-RECOVERY-PCT             PIC 9(03)V99.
           05  AT-RECOVERY-DEADLINE        PIC 9(08).
           05  AT-PAY-TO-NAME              PIC X(60).
           05  AT-PAY-TO-ADDR-1            PIC X(55).
           05  AT-PAY-TO-CITY              PIC X(30).
           05  AT-PAY-TO-STATE             PIC X(02).
           05  AT-PAY-TO-ZIP               PIC X(09).
           05  AT-APPROVED-BY              PIC X(08).
           05  FILLER                      PIC X(09).

       FD  ADV-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ADV-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-TRAN-STATUS              PIC X(02).
               88  TRAN-OK                 VALUE '00'.
               88  TRAN-EOF                VALUE '10'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
               88  TRAN-AT-EOF             VALUE 'Y'.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-TRANS-READ           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ADVANCES-ADDED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ADVANCES-REJECTED    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ADVANCES-CONVERTED   PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ADVANCES-OPEN        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-AWAITING-ISSUE       PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-ADDED                PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-CONVERTED            PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-ADVANCED             PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-RECOVERED            PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-OUTSTANDING          PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-WORK-INT                 PIC S9(09) COMP.
           05  WS-CNV-SUB                  PIC 9(03).
           05  WS-REJECT-REASON            PIC X(40).
           05  WS-PROV-STATUS              PIC X(02).
           05  WS-PROV-ORG-NAME            PIC X(60).
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.

      *--- ADVANCES PAST THEIR RECOVERY DEADLINE, LOADED BEFORE ANY
      *--- IS CONVERTED ---
       01  WS-CONVERT-TABLE.
           05  WS-CNV-COUNT                PIC 9(03) VALUE 0.
           05  WS-CNV-MAX                  PIC 9(03) VALUE 500.
           05  WS-CNV-ENTRY OCCURS 500 TIMES.
               10  WS-CNV-ADVANCE-ID       PIC X(12).
               10  WS-CNV-TAX-ID           PIC X(09).
               10  WS-CNV-NPI              PIC X(10).
               10  WS-CNV-DEADLINE         PIC 9(08).
               10  WS-CNV-OUTSTANDING      PIC S9(09)V99 COMP-3.

       01  HV-ADVANCE-VARS.
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-ADVANCE-ID               PIC X(12).
           05  HV-ADVANCE-TYPE             PIC X(03).
           05  HV-PROVIDER-TAX-ID          PIC X(09).
           05  HV-PROVIDER-NPI             PIC X(10).
           05  HV-PAYER-ID                 PIC X(10).
           05  HV-LOB                      PIC X(03).
           05  HV-ADVANCE-AMT              PIC S9(09)V99.
           05  HV-RECOVERED-AMT            PIC S9(09)V99.
           05  HV-OUTSTANDING-AMT          PIC S9(09)V99.
           05  HV-ISSUE-DATE               PIC 9(08).
           05  HV-RECOVERY-START           PIC 9(08).
           05  HV-RECOVERY-PCT             PIC S9(03)V99.
           05  HV-RECOVERY-DEADLINE        PIC 9(08).
           05  HV-PAY-TO-NAME              PIC X(60).
           05  HV-PAY-TO-ADDR-1            PIC X(55).
           05  HV-PAY-TO-CITY              PIC X(30).
           05  HV-PAY-TO-STATE             PIC X(02).
           05  HV-PAY-TO-ZIP               PIC X(09).
           05  HV-APPROVED-BY              PIC X(08).
           05  HV-STATUS                   PIC X(10).
           05  HV-COUNT                    PIC S9(09) COMP.

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
               VALUE 'PROVIDER ADVANCE CONTROL AND RECOVERY REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

      *--- OPEN ADVANCE RECOVERY PROGRESS ---
       01  WS-PROGRESS-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE 'ADVANCE ID'.
           05  FILLER                      PIC X(04) VALUE 'TYP'.
           05  FILLER                      PIC X(11) VALUE 'NPI'.
           05  FILLER                      PIC X(09) VALUE 'ISSUED'.
           05  FILLER                      PIC X(09) VALUE 'RECOV ST'.
           05  FILLER                      PIC X(09) VALUE 'DEADLINE'.
           05  FILLER                      PIC X(07) VALUE '  PCT'.
           05  FILLER                      PIC X(15)
               VALUE '       ADVANCED'.
           05  FILLER                      PIC X(15)
               VALUE '      RECOVERED'.
           05  FILLER                      PIC X(15)
               VALUE '    OUTSTANDING'.
           05  FILLER                      PIC X(06) VALUE ' %REC'.
           05  FILLER                      PIC X(19) VALUE 'STATUS'.

       01  WS-PROGRESS-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-ADVANCE-ID            PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-TYPE                  PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-NPI                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-ISSUE-DATE            PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-RECOVERY-START        PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-DEADLINE              PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-PCT                   PIC ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-ADVANCED              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-RECOVERED             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-OUTSTANDING           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-PCT-RECOVERED         PIC ZZ9.9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-PL-STATUS                PIC X(10).
           05  FILLER                      PIC X(09) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - RECORD NEW ADVANCES, CONVERT EXPIRED BALANCES,      *
      * REPORT RECOVERY PROGRESS                                       *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-ADVANCES
               THRU 2000-LOAD-ADVANCES-EXIT
           PERFORM 3000-CONVERT-EXPIRED
               THRU 3000-CONVERT-EXPIRED-EXIT
           PERFORM 4000-REPORT-OPEN-ADVANCES
               THRU 4000-REPORT-OPEN-ADVANCES-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * RUN DATE CARD, FILES, DATABASE                                 *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT ADV-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'ADV-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ ADV-CONTROL-FILE
           IF NOT CTRL-OK OR FC-RUN-DATE NOT NUMERIC
               MOVE 'RUN DATE CARD MISSING OR BAD' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE ADV-CONTROL-FILE
           MOVE FC-RUN-DATE TO HV-RUN-DATE

           OPEN INPUT ADV-TRANS-FILE
           IF NOT TRAN-OK
               MOVE 'ADV-TRANS-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT ADV-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'ADV-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE ADV-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE ADV-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO ADV-CONTROL-RPT-REC
           WRITE ADV-CONTROL-RPT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE ADV-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - EDIT AND RECORD THE ADVANCES FINANCE APPROVED           *
      *================================================================*
       2000-LOAD-ADVANCES.
           PERFORM UNTIL TRAN-AT-EOF
               READ ADV-TRANS-FILE
                   AT END
                       SET TRAN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-LOAD-ONE-ADVANCE
                           THRU 2100-LOAD-ONE-ADVANCE-EXIT
               END-READ
           END-PERFORM
           CLOSE ADV-TRANS-FILE
           .
       2000-LOAD-ADVANCES-EXIT.
           EXIT.

       2100-LOAD-ONE-ADVANCE.
      *----------------------------------------------------------------*
      * AN ADVANCE THAT FAILS AN EDIT IS REPORTED AND NOT RECORDED.    *
      * A RECORDED ADVANCE STARTS APPROVED; HCREMIT ISSUES IT ON OR    *
      * AFTER ITS ISSUE DATE.                                          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-TRANS-READ
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2200-EDIT-ADVANCE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2100-REJECT
           END-IF

      *--- THE PROVIDER MUST BE ACTIVE ON THE MASTER ---
           MOVE AT-PROVIDER-NPI TO HV-PROVIDER-NPI
           MOVE SPACES TO WS-PROV-STATUS
           MOVE SPACES TO WS-PROV-ORG-NAME
           EXEC SQL
               SELECT STATUS, ORG_NAME
               INTO   :WS-PROV-STATUS, :WS-PROV-ORG-NAME
               FROM   PROVIDER_MASTER
               WHERE  NPI = :HV-PROVIDER-NPI
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER NOT ON MASTER' TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF
           IF WS-PROV-STATUS NOT = 'AC'
               MOVE 'PROVIDER NOT ACTIVE' TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF

      *--- ONE RECORD PER ADVANCE ID ---
           MOVE AT-ADVANCE-ID TO HV-ADVANCE-ID
           MOVE 0 TO HV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   PROVIDER_ADVANCE
               WHERE  ADVANCE_ID = :HV-ADVANCE-ID
           END-EXEC
           IF HV-COUNT > 0
               MOVE 'ADVANCE ID ALREADY ON FILE' TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF

           PERFORM 2300-RECORD-ADVANCE
           GO TO 2100-LOAD-ONE-ADVANCE-EXIT
           .
       2100-REJECT.
           ADD 1 TO WS-CTR-ADVANCES-REJECTED
           MOVE SPACES TO WS-RPT-LABEL
           STRING 'REJECTED ' AT-ADVANCE-ID
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE WS-REJECT-REASON TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2100-LOAD-ONE-ADVANCE-EXIT.
           EXIT.

       2200-EDIT-ADVANCE.
      *----------------------------------------------------------------*
      * FIELD EDITS. THE FIRST FAILURE SETS WS-REJECT-REASON.          *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN AT-ADVANCE-ID = SPACES
                   MOVE 'ADVANCE ID MISSING' TO WS-REJECT-REASON
               WHEN NOT AT-TYPE-VALID
                   MOVE 'ADVANCE TYPE NOT OUT OR PIP'
                     TO WS-REJECT-REASON
               WHEN AT-PROVIDER-TAX-ID = SPACES
                  OR AT-PROVIDER-NPI = SPACES
                   MOVE 'PROVIDER TAX ID/NPI MISSING'
                     TO WS-REJECT-REASON
               WHEN AT-ADVANCE-AMOUNT NOT NUMERIC
                  OR AT-ADVANCE-AMOUNT = 0
                   MOVE 'ADVANCE AMOUNT MISSING' TO WS-REJECT-REASON
               WHEN AT-RECOVERY-PCT NOT NUMERIC
                  OR AT-RECOVERY-PCT = 0
                  OR AT-RECOVERY-PCT > 100
                   MOVE 'RECOVERY PERCENT NOT 0-100'
                     TO WS-REJECT-REASON
               WHEN AT-ISSUE-DATE NOT NUMERIC
                  OR AT-ISSUE-DATE = 0
                   MOVE 'ISSUE DATE MISSING' TO WS-REJECT-REASON
               WHEN AT-RECOVERY-START NOT NUMERIC
                  OR AT-RECOVERY-START < AT-ISSUE-DATE
                   MOVE 'RECOVERY START BEFORE ISSUE DATE'
                     TO WS-REJECT-REASON
               WHEN AT-RECOVERY-DEADLINE NOT NUMERIC
                   MOVE 'RECOVERY DEADLINE NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN AT-RECOVERY-DEADLINE NOT = 0
                AND AT-RECOVERY-DEADLINE NOT > AT-RECOVERY-START
                   MOVE 'DEADLINE NOT AFTER RECOVERY START'
                     TO WS-REJECT-REASON
               WHEN AT-PAY-TO-ADDR-1 = SPACES
                  OR AT-PAY-TO-CITY = SPACES
                  OR AT-PAY-TO-STATE = SPACES
                  OR AT-PAY-TO-ZIP = SPACES
                   MOVE 'PAY-TO ADDRESS INCOMPLETE' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2300-RECORD-ADVANCE.
      *----------------------------------------------------------------*
      * INSERT THE APPROVED ADVANCE WITH ITS FULL AMOUNT OUTSTANDING   *
      *----------------------------------------------------------------*
           MOVE AT-ADVANCE-TYPE     TO HV-ADVANCE-TYPE
           MOVE AT-PROVIDER-TAX-ID  TO HV-PROVIDER-TAX-ID
           MOVE AT-PAYER-ID         TO HV-PAYER-ID
           MOVE AT-LINE-OF-BUSINESS TO HV-LOB
           MOVE AT-ADVANCE-AMOUNT   TO HV-ADVANCE-AMT
           MOVE AT-ISSUE-DATE       TO HV-ISSUE-DATE
           MOVE AT-RECOVERY-START   TO HV-RECOVERY-START
           MOVE AT-RECOVERY-PCT     TO HV-RECOVERY-PCT
           MOVE AT-PAY-TO-ADDR-1    TO HV-PAY-TO-ADDR-1
           MOVE AT-PAY-TO-CITY      TO HV-PAY-TO-CITY
           MOVE AT-PAY-TO-STATE     TO HV-PAY-TO-STATE
           MOVE AT-PAY-TO-ZIP       TO HV-PAY-TO-ZIP
           MOVE AT-APPROVED-BY      TO HV-APPROVED-BY
           IF AT-PAY-TO-NAME = SPACES
               MOVE WS-PROV-ORG-NAME TO HV-PAY-TO-NAME
           ELSE
               MOVE AT-PAY-TO-NAME TO HV-PAY-TO-NAME
           END-IF
           IF AT-RECOVERY-DEADLINE = 0
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(AT-RECOVERY-START) + 365
               COMPUTE HV-RECOVERY-DEADLINE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           ELSE
               MOVE AT-RECOVERY-DEADLINE TO HV-RECOVERY-DEADLINE
           END-IF

           EXEC SQL
               INSERT INTO PROVIDER_ADVANCE
                   (ADVANCE_ID, ADVANCE_TYPE, PROVIDER_TAX_ID,
                    PROVIDER_NPI, PAYER_ID, LINE_OF_BUSINESS,
                    ADVANCE_AMOUNT, RECOVERED_AMOUNT,
                    OUTSTANDING_AMOUNT, ISSUE_DATE,
                    RECOVERY_START_DATE, RECOVERY_PCT,
                    RECOVERY_DEADLINE, PAY_TO_NAME, PAY_TO_ADDR_1,
                    PAY_TO_CITY, PAY_TO_STATE, PAY_TO_ZIP,
                    STATUS, APPROVED_BY, CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-ADVANCE-ID, :HV-ADVANCE-TYPE,
                    :HV-PROVIDER-TAX-ID, :HV-PROVIDER-NPI,
                    :HV-PAYER-ID, :HV-LOB,
                    :HV-ADVANCE-AMT, 0,
                    :HV-ADVANCE-AMT, :HV-ISSUE-DATE,
                    :HV-RECOVERY-START, :HV-RECOVERY-PCT,
                    :HV-RECOVERY-DEADLINE, :HV-PAY-TO-NAME,
                    :HV-PAY-TO-ADDR-1, :HV-PAY-TO-CITY,
                    :HV-PAY-TO-STATE, :HV-PAY-TO-ZIP,
                    'APPROVED', :HV-APPROVED-BY, GETDATE(),
                    'HCPRVADV')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'PROVIDER_ADVANCE INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               ADD 1 TO WS-CTR-ADVANCES-REJECTED
           ELSE
               ADD 1 TO WS-CTR-ADVANCES-ADDED
               ADD HV-ADVANCE-AMT TO WS-TOT-ADDED
               MOVE SPACES TO WS-RPT-LABEL
               STRING 'ADVANCE RECORDED ' AT-ADVANCE-ID
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               MOVE HV-ADVANCE-AMT TO WS-EDIT-AMT
               MOVE SPACES TO WS-RPT-VALUE
               STRING AT-ADVANCE-TYPE ' NPI ' AT-PROVIDER-NPI
                   ' ' WS-EDIT-AMT ' ISSUE ' AT-ISSUE-DATE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .

      *================================================================*
      * 3000 - A BALANCE STILL OUTSTANDING AFTER THE RECOVERY DEADLINE *
      * BECOMES A PROVIDER OVERPAYMENT; HCREMIT THEN RECOUPS IT WITH   *
      * THE OTHER OVERPAYMENTS AND THE ADVANCE IS CLOSED CONVERTED     *
      *================================================================*
       3000-CONVERT-EXPIRED.
           MOVE 0 TO WS-CNV-COUNT
           EXEC SQL
               DECLARE ADV_EXPIRED_CURSOR CURSOR FOR
               SELECT ADVANCE_ID, PROVIDER_TAX_ID, PROVIDER_NPI,
                      RECOVERY_DEADLINE, OUTSTANDING_AMOUNT
               FROM   PROVIDER_ADVANCE
               WHERE  STATUS IN ('ISSUED', 'RECOVERING')
               AND    RECOVERY_DEADLINE < :HV-RUN-DATE
               AND    OUTSTANDING_AMOUNT > 0
               ORDER BY ADVANCE_ID
           END-EXEC

           EXEC SQL
               OPEN ADV_EXPIRED_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'EXPIRED ADVANCE CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-CONVERT-EXPIRED-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ADV_EXPIRED_CURSOR
                   INTO  :HV-ADVANCE-ID, :HV-PROVIDER-TAX-ID,
                         :HV-PROVIDER-NPI, :HV-RECOVERY-DEADLINE,
                         :HV-OUTSTANDING-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                  OR WS-CNV-COUNT NOT < WS-CNV-MAX
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CNV-COUNT
                   MOVE HV-ADVANCE-ID
                     TO WS-CNV-ADVANCE-ID(WS-CNV-COUNT)
                   MOVE HV-PROVIDER-TAX-ID
                     TO WS-CNV-TAX-ID(WS-CNV-COUNT)
                   MOVE HV-PROVIDER-NPI
                     TO WS-CNV-NPI(WS-CNV-COUNT)
                   MOVE HV-RECOVERY-DEADLINE
                     TO WS-CNV-DEADLINE(WS-CNV-COUNT)
                   MOVE HV-OUTSTANDING-AMT
                     TO WS-CNV-OUTSTANDING(WS-CNV-COUNT)
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ADV_EXPIRED_CURSOR
           END-EXEC

           PERFORM VARYING WS-CNV-SUB FROM 1 BY 1
               UNTIL WS-CNV-SUB > WS-CNV-COUNT
               PERFORM 3100-CONVERT-ONE-ADVANCE
           END-PERFORM
           .
       3000-CONVERT-EXPIRED-EXIT.
           EXIT.

       3100-CONVERT-ONE-ADVANCE.
      *----------------------------------------------------------------*
      * OPEN THE OVERPAYMENT FOR THE UNRECOVERED BALANCE, THEN CLOSE   *
      * THE ADVANCE                                                    *
      *----------------------------------------------------------------*
           MOVE WS-CNV-ADVANCE-ID(WS-CNV-SUB) TO HV-ADVANCE-ID
           MOVE WS-CNV-TAX-ID(WS-CNV-SUB) TO HV-PROVIDER-TAX-ID
           MOVE WS-CNV-NPI(WS-CNV-SUB) TO HV-PROVIDER-NPI
           MOVE WS-CNV-OUTSTANDING(WS-CNV-SUB) TO HV-OUTSTANDING-AMT

           EXEC SQL
               INSERT INTO PROVIDER_OVERPAYMENTS
                   (PROVIDER_TAX_ID, PROVIDER_NPI,
                    ORIGINAL_AMOUNT, OUTSTANDING_AMOUNT,
                    OVERPAYMENT_DATE, STATUS,
                    PAYMENT_PLAN_FLAG,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-PROVIDER-TAX-ID, :HV-PROVIDER-NPI,
                    :HV-OUTSTANDING-AMT, :HV-OUTSTANDING-AMT,
                    :HV-RUN-DATE, 'OUTSTANDING',
                    'N',
                    GETDATE(), 'HCPRVADV')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'OVERPAYMENT INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               EXEC SQL
                   UPDATE PROVIDER_ADVANCE
                   SET    STATUS = 'CONVERTED',
                          CONVERTED_DATE = :HV-RUN-DATE,
                          CONVERTED_AMOUNT = OUTSTANDING_AMOUNT,
                          OUTSTANDING_AMOUNT = 0
                   WHERE  ADVANCE_ID = :HV-ADVANCE-ID
                   AND    STATUS IN ('ISSUED', 'RECOVERING')
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 'ADVANCE CONVERSION UPDATE FAILED'
                     TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               ELSE
                   ADD 1 TO WS-CTR-ADVANCES-CONVERTED
                   ADD HV-OUTSTANDING-AMT TO WS-TOT-CONVERTED
                   MOVE SPACES TO WS-RPT-LABEL
                   STRING 'CONVERTED TO OVERPAYMENT ' HV-ADVANCE-ID
                       DELIMITED BY SIZE INTO WS-RPT-LABEL
                   MOVE HV-OUTSTANDING-AMT TO WS-EDIT-AMT
                   MOVE SPACES TO WS-RPT-VALUE
                   STRING 'NPI ' HV-PROVIDER-NPI ' ' WS-EDIT-AMT
                       ' DEADLINE ' WS-CNV-DEADLINE(WS-CNV-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-VALUE
                   PERFORM 1300-WRITE-DETAIL-LINE
               END-IF
           END-IF
           .

      *================================================================*
      * 4000 - RECOVERY PROGRESS OF EVERY ADVANCE STILL OPEN           *
      *================================================================*
       4000-REPORT-OPEN-ADVANCES.
           EXEC SQL
               DECLARE ADV_OPEN_CURSOR CURSOR FOR
               SELECT ADVANCE_ID, ADVANCE_TYPE, PROVIDER_NPI,
                      ISSUE_DATE, RECOVERY_START_DATE,
                      RECOVERY_DEADLINE, RECOVERY_PCT,
                      ADVANCE_AMOUNT, RECOVERED_AMOUNT,
                      OUTSTANDING_AMOUNT, STATUS
               FROM   PROVIDER_ADVANCE
               WHERE  STATUS IN ('APPROVED', 'ISSUED', 'RECOVERING')
               ORDER BY PROVIDER_NPI, ISSUE_DATE, ADVANCE_ID
           END-EXEC

           EXEC SQL
               OPEN ADV_OPEN_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'OPEN ADVANCE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4000-REPORT-OPEN-ADVANCES-EXIT
           END-IF

           MOVE SPACES TO ADV-CONTROL-RPT-REC
           WRITE ADV-CONTROL-RPT-REC
           WRITE ADV-CONTROL-RPT-REC FROM WS-PROGRESS-HEADER

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH ADV_OPEN_CURSOR
                   INTO  :HV-ADVANCE-ID, :HV-ADVANCE-TYPE,
                         :HV-PROVIDER-NPI, :HV-ISSUE-DATE,
                         :HV-RECOVERY-START, :HV-RECOVERY-DEADLINE,
                         :HV-RECOVERY-PCT, :HV-ADVANCE-AMT,
                         :HV-RECOVERED-AMT, :HV-OUTSTANDING-AMT,
                         :HV-STATUS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 4100-WRITE-PROGRESS-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ADV_OPEN_CURSOR
           END-EXEC
           .
       4000-REPORT-OPEN-ADVANCES-EXIT.
           EXIT.

       4100-WRITE-PROGRESS-LINE.
      *----------------------------------------------------------------*
      * ONE ADVANCE - AMOUNTS TO DATE AND PERCENT RECOVERED            *
      *----------------------------------------------------------------*
           MOVE HV-ADVANCE-ID        TO WS-PL-ADVANCE-ID
           MOVE HV-ADVANCE-TYPE      TO WS-PL-TYPE
           MOVE HV-PROVIDER-NPI      TO WS-PL-NPI
           MOVE HV-ISSUE-DATE        TO WS-PL-ISSUE-DATE
           MOVE HV-RECOVERY-START    TO WS-PL-RECOVERY-START
           MOVE HV-RECOVERY-DEADLINE TO WS-PL-DEADLINE
           MOVE HV-RECOVERY-PCT      TO WS-PL-PCT
           MOVE HV-ADVANCE-AMT       TO WS-PL-ADVANCED
           MOVE HV-RECOVERED-AMT     TO WS-PL-RECOVERED
           MOVE HV-OUTSTANDING-AMT   TO WS-PL-OUTSTANDING
           MOVE HV-STATUS            TO WS-PL-STATUS
           IF HV-ADVANCE-AMT > 0
               COMPUTE WS-PL-PCT-RECOVERED ROUNDED =
                   HV-RECOVERED-AMT * 100 / HV-ADVANCE-AMT
           ELSE
               MOVE 0 TO WS-PL-PCT-RECOVERED
           END-IF
           WRITE ADV-CONTROL-RPT-REC FROM WS-PROGRESS-LINE

           ADD 1 TO WS-CTR-ADVANCES-OPEN
           IF HV-STATUS = 'APPROVED'
               ADD 1 TO WS-CTR-AWAITING-ISSUE
           END-IF
           ADD HV-ADVANCE-AMT     TO WS-TOT-ADVANCED
           ADD HV-RECOVERED-AMT   TO WS-TOT-RECOVERED
           ADD HV-OUTSTANDING-AMT TO WS-TOT-OUTSTANDING
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCPRVADV' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCPRVADV - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCPRVADV - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCPRVADV - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO ADV-CONTROL-RPT-REC
           WRITE ADV-CONTROL-RPT-REC
           MOVE 'ADVANCE RECORDS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-TRANS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ADVANCES RECORDED' TO WS-RPT-LABEL
           MOVE WS-CTR-ADVANCES-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT RECORDED' TO WS-RPT-LABEL
           MOVE WS-TOT-ADDED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ADVANCES REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-ADVANCES-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ADVANCES CONVERTED TO OVERPAYMENT' TO WS-RPT-LABEL
           MOVE WS-CTR-ADVANCES-CONVERTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT CONVERTED TO OVERPAYMENT' TO WS-RPT-LABEL
           MOVE WS-TOT-CONVERTED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OPEN ADVANCES' TO WS-RPT-LABEL
           MOVE WS-CTR-ADVANCES-OPEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OPEN ADVANCES AWAITING ISSUE' TO WS-RPT-LABEL
           MOVE WS-CTR-AWAITING-ISSUE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OPEN ADVANCES - AMOUNT ADVANCED' TO WS-RPT-LABEL
           MOVE WS-TOT-ADVANCED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OPEN ADVANCES - AMOUNT RECOVERED' TO WS-RPT-LABEL
           MOVE WS-TOT-RECOVERED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'OPEN ADVANCES - AMOUNT OUTSTANDING' TO WS-RPT-LABEL
           MOVE WS-TOT-OUTSTANDING TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCPRVADV - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RECORDS READ:       ' WS-CTR-TRANS-READ
           DISPLAY 'ADVANCES RECORDED:  ' WS-CTR-ADVANCES-ADDED
           DISPLAY 'ADVANCES REJECTED:  ' WS-CTR-ADVANCES-REJECTED
           DISPLAY 'ADVANCES CONVERTED: ' WS-CTR-ADVANCES-CONVERTED
           DISPLAY 'OPEN ADVANCES:      ' WS-CTR-ADVANCES-OPEN
           DISPLAY 'TOTAL OUTSTANDING:  ' WS-TOT-OUTSTANDING
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE ADV-CONTROL-RPT
           .
