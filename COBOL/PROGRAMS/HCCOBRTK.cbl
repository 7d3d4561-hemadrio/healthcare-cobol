       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCOBRTK.
      *================================================================*
      * PROGRAM:     HCCOBRTK                                          *
      * DESCRIPTION: DAILY COBRA ELECTION AND PREMIUM TRACKING. WORKS  *
      *              THE T_COBRA_TRACK ROW HCELIGVR OPENS FOR EACH     *
      *              QUALIFIED BENEFICIARY WHEN THE ELECTION NOTICE    *
      *              GOES OUT. ELECTIONS AND PREMIUM PAYMENTS FROM THE *
      *              COBRA ADMINISTRATION FEED ARE RECORDED AGAINST    *
      *              THE STATUTORY WINDOWS - 60 DAYS TO ELECT, 45 DAYS *
      *              FROM ELECTION TO PAY THE INITIAL PREMIUM, AND A   *
      *              30-DAY GRACE PERIOD ON EACH MONTHLY PREMIUM. A    *
      *              TIMELY ELECTION AND INITIAL PREMIUM REINSTATE     *
      *              COVERAGE BACK TO THE LOSS OF COVERAGE. A LAPSED   *
      *              WINDOW CLOSES THE ROW AND, FOR A CONTINUING       *
      *              MEMBER, WRITES THE TERMINATION FOR HCELIGVR. THE  *
      *              CLAIMS HCCLMADJ PENDED (K0001) WHILE A WINDOW WAS *
      *              OPEN ARE RELEASED FOR RE-ADJUDICATION EITHER WAY. *
      *              PAYMENT DUE NOTICES AND THE END-OF-CONTINUATION   *
      *              NOTICE ARE WRITTEN FOR THE LETTER SHOP.           *
      *                                                                *
      *              T_COBRA_TRACK STATUS:                             *
      *                N - NOTICE SENT, ELECTION WINDOW OPEN           *
      *                E - ELECTED, INITIAL PREMIUM WINDOW OPEN        *
      *                A - CONTINUATION IN FORCE                       *
      *                W - NOT ELECTED WITHIN THE ELECTION WINDOW      *
      *                L - LAPSED FOR NON-PAYMENT                      *
      *                X - MAXIMUM CONTINUATION PERIOD ENDED           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  COBRTRN  - COBRA ELECTIONS AND PAYMENTS (80)     *
      * OUTPUT FILES: COBRTERM - TERMINATIONS (ENRL834 LAYOUT)         *
      *               COBRNTC  - PAYMENT DUE / END OF CONTINUATION /   *
      *                          TERMINATION NOTICES (200)             *
      *               COBRRPT  - COBRA TRACKING CONTROL REPORT         *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 KWONG    INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRA-TRAN-FILE
               ASSIGN TO COBRTRN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRN-STATUS.

           SELECT COBRA-TERM-FILE
               ASSIGN TO COBRTERM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRM-STATUS.

           SELECT COBRA-NOTICE-FILE
               ASSIGN TO COBRNTC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CNTC-STATUS.

           SELECT COBRA-CONTROL-RPT
               ASSIGN TO COBRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------*
      * COBRA ADMINISTRATION FEED - ONE RECORD PER ELECTION FORM OR    *
      * PREMIUM PAYMENT RECEIVED. A PAYMENT CARRIES THE LAST MONTH IT  *
      * PAYS COVERAGE THROUGH.                                         *
      *----------------------------------------------------------------*
       FD  COBRA-TRAN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COBRA-TRAN-REC.
           05  CT-TRAN-TYPE             PIC X(01).
               88  CT-ELECTION          VALUE 'E'.
               88  CT-PAYMENT           VALUE 'P'.
           05  CT-MEMBER-ID             PIC X(12).
           05  CT-RECEIVED-DATE         PIC 9(08).
           05  CT-PAID-THRU-PERIOD      PIC 9(06).
           05  CT-PAID-AMOUNT           PIC 9(07)V99.
           05  CT-REFERENCE             PIC X(15).
           05  FILLER                   PIC X(29).

      *----------------------------------------------------------------*
      * TERMINATIONS FOR HCELIGVR - SAME ENRL834 LAYOUT AS PREMTERM    *
      *----------------------------------------------------------------*
       FD  COBRA-TERM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COBRA-TERM-REC               PIC X(500).

      *----------------------------------------------------------------*
      * NOTICES FOR THE LETTER SHOP                                    *
      *----------------------------------------------------------------*
       FD  COBRA-NOTICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COBRA-NOTICE-REC             PIC X(200).

       FD  COBRA-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  COBRA-CONTROL-RPT-REC        PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRN-STATUS           PIC X(02).
               88  CTRN-OK              VALUE '00'.
           05  WS-CTRM-STATUS           PIC X(02).
               88  CTRM-OK              VALUE '00'.
           05  WS-CNTC-STATUS           PIC X(02).
               88  CNTC-OK              VALUE '00'.
           05  WS-CRPT-STATUS           PIC X(02).
               88  CRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CTRN-EOF-SW           PIC X(01) VALUE 'N'.
               88  CTRN-AT-EOF          VALUE 'Y'.
           05  WS-CURS-EOF-SW           PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF        VALUE 'Y'.
           05  WS-MEMBER-FOUND-SW       PIC X(01).
               88  MEMBER-FOUND         VALUE 'Y'.
           05  WS-PAYMENT-OK-SW         PIC X(01).
               88  PAYMENT-ACCEPTED     VALUE 'Y'.

      *----------------------------------------------------------------*
      * STATUTORY WINDOWS AND NOTICE LEAD TIMES (DAYS)                 *
      *----------------------------------------------------------------*
       01  WS-COBRA-RULES.
           05  WS-INIT-PAY-DAYS         PIC 9(03) VALUE 45.
           05  WS-GRACE-DAYS            PIC 9(03) VALUE 30.
           05  WS-DUE-NOTICE-DAYS       PIC 9(03) VALUE 15.
           05  WS-END-NOTICE-DAYS       PIC 9(03) VALUE 90.
      *--- A SHORTFALL UP TO THE LESSER OF $50 OR 10% IS NOT SIGNIFICANT
           05  WS-SHORT-MAX-AMOUNT      PIC 9(03)V99 VALUE 50.00.
           05  WS-SHORT-MAX-PCT         PIC V99 VALUE .10.

      *----------------------------------------------------------------*
      * NOTICE RECORD - 200 BYTES                                      *
      *----------------------------------------------------------------*
       01  WS-NOTICE-REC.
           05  NT-NOTICE-TYPE           PIC X(02).
               88  NT-PAYMENT-DUE       VALUE 'PD'.
               88  NT-END-OF-CONTINUE   VALUE 'EC'.
               88  NT-TERMINATED        VALUE 'TN'.
           05  NT-MEMBER-ID             PIC X(12).
           05  NT-MEMBER-NAME           PIC X(50).
           05  NT-NOTICE-DATE           PIC 9(08).
           05  NT-PERIOD                PIC 9(06).
           05  NT-AMOUNT-DUE            PIC 9(07)V99.
           05  NT-DUE-DATE              PIC 9(08).
           05  NT-GRACE-END-DATE        PIC 9(08).
           05  NT-COVERAGE-END-DATE     PIC 9(08).
           05  NT-QUAL-EVENT            PIC X(02).
           05  NT-PLAN-CODE             PIC X(08).
           05  FILLER                   PIC X(79) VALUE SPACES.

      *--- ENRL834 INPUT LAYOUT FOR THE TERMINATIONS ---
       01  WS-TERM-834-FIELDS.
           05  WT-TRANS-TYPE            PIC X(03).
           05  WT-MEMBER-SSN            PIC X(09).
           05  WT-MEMBER-ID             PIC X(12).
           05  WT-SUBSCRIBER-IND        PIC X(01).
           05  WT-RELATION-CODE         PIC X(02).
           05  WT-LAST-NAME             PIC X(30).
           05  WT-FIRST-NAME            PIC X(20).
           05  WT-MIDDLE-INIT           PIC X(01).
           05  WT-DOB                   PIC X(08).
           05  WT-GENDER                PIC X(01).
           05  WT-EFF-DATE              PIC X(08).
           05  WT-TERM-DATE             PIC X(08).
           05  WT-PLAN-CODE             PIC X(08).
           05  WT-PRIOR-PLAN-CODE       PIC X(08).
           05  WT-GROUP-NUMBER          PIC X(10).
           05  WT-DIVISION-CODE         PIC X(04).
           05  WT-CLASS-CODE            PIC X(04).
           05  WT-COVERAGE-LEVEL        PIC X(02).
           05  WT-COBRA-QUAL-EVENT      PIC X(02).
           05  WT-COBRA-EVENT-DATE      PIC X(08).
           05  WT-ACA-EXCHANGE-IND      PIC X(01).
           05  WT-APTC-AMOUNT           PIC S9(07)V99.
           05  WT-CSR-LEVEL             PIC X(02).
           05  WT-METAL-TIER            PIC X(02).
           05  WT-SPEC-ENRL-REASON      PIC X(03).
           05  WT-PCP-NPI               PIC X(10).
           05  WT-TERM-REASON-CODE      PIC X(03).
           05  FILLER                   PIC X(321) VALUE SPACES.

       01  WS-DB-HOST-VARS.
           05  HV-RUN-DATE              PIC 9(08).
      *--- COBRA TRACKING ROW (T_COBRA_TRACK) ---
           05  HV-CT-MEMBER-ID          PIC X(12).
           05  HV-CT-STATUS             PIC X(01).
               88  CT-AWAITING-ELECTION VALUE 'N'.
               88  CT-AWAITING-PAYMENT  VALUE 'E'.
               88  CT-CONTINUING        VALUE 'A'.
           05  HV-CT-NEW-STATUS         PIC X(01).
           05  HV-CT-QUAL-EVENT         PIC X(02).
           05  HV-CT-EVENT-DATE         PIC 9(08).
           05  HV-CT-ELECT-DEADLINE     PIC 9(08).
           05  HV-CT-ELECT-DATE         PIC 9(08).
           05  HV-CT-PAY-DEADLINE       PIC 9(08).
           05  HV-CT-END-DATE           PIC 9(08).
           05  HV-CT-PREMIUM-AMT        PIC S9(07)V99 COMP-3.
           05  HV-CT-PAID-THRU          PIC 9(06).
           05  HV-CT-DUE-NOTICE-PERIOD  PIC 9(06).
           05  HV-CT-END-NOTICE-IND     PIC X(01).
               88  CT-END-NOTICE-SENT   VALUE 'Y'.
      *--- PAYMENT LOG (T_COBRA_PAYMENT) ---
           05  HV-CP-ACCEPTED-IND       PIC X(01).
           05  HV-CP-REJECT-REASON      PIC X(30).
           05  HV-CP-PAID-AMOUNT        PIC S9(07)V99 COMP-3.
      *--- ENROLLMENT ROW (T_MEMBER_ELIG) ---
           05  HV-ME-SSN                PIC X(09).
           05  HV-ME-SUBSCRIBER-ID      PIC X(12).
           05  HV-ME-RELATION-CODE      PIC X(02).
           05  HV-ME-LAST-NAME          PIC X(30).
           05  HV-ME-FIRST-NAME         PIC X(20).
           05  HV-ME-DOB                PIC X(08).
           05  HV-ME-GENDER             PIC X(01).
           05  HV-ME-EFF-DATE           PIC X(08).
           05  HV-ME-PLAN-CODE          PIC X(08).
           05  HV-ME-GROUP-NUM          PIC X(10).
           05  HV-ME-COVERAGE-LEVEL     PIC X(02).
           05  HV-ME-DIVISION-CD        PIC X(04).
           05  HV-ME-CLASS-CD           PIC X(04).
           05  HV-ME-PCP-NPI            PIC X(10).
           05  HV-TERM-DATE             PIC 9(08).
           05  HV-TERM-REASON           PIC X(03).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-TRANS-READ        PIC 9(07) VALUE 0.
           05  WS-CTR-TRANS-REJECTED    PIC 9(07) VALUE 0.
           05  WS-CTR-ELECTIONS         PIC 9(07) VALUE 0.
           05  WS-CTR-PAYMENTS          PIC 9(07) VALUE 0.
           05  WS-CTR-REINSTATED        PIC 9(07) VALUE 0.
           05  WS-CTR-TRACKS-READ       PIC 9(07) VALUE 0.
           05  WS-CTR-NOT-ELECTED       PIC 9(07) VALUE 0.
           05  WS-CTR-INIT-LAPSED       PIC 9(07) VALUE 0.
           05  WS-CTR-LAPSED            PIC 9(07) VALUE 0.
           05  WS-CTR-EXPIRED           PIC 9(07) VALUE 0.
           05  WS-CTR-DUE-NOTICES       PIC 9(07) VALUE 0.
           05  WS-CTR-END-NOTICES       PIC 9(07) VALUE 0.
           05  WS-CTR-TERM-NOTICES      PIC 9(07) VALUE 0.
           05  WS-CTR-TERMS-WRITTEN     PIC 9(07) VALUE 0.
           05  WS-CTR-PENDS-RELEASED    PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIMS-RELEASED   PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
           05  WS-DATE-NUM              PIC 9(08).
           05  WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
               10  WS-DATE-YYYY         PIC 9(04).
               10  WS-DATE-MM           PIC 9(02).
               10  WS-DATE-DD           PIC 9(02).
           05  WS-PERIOD-NUM            PIC 9(06).
           05  WS-PERIOD-NUM-R REDEFINES WS-PERIOD-NUM.
               10  WS-PERIOD-YYYY       PIC 9(04).
               10  WS-PERIOD-MM         PIC 9(02).
      *--- FIRST MONTH NOT YET PAID AND ITS DUE / GRACE DATES ---
           05  WS-UNPAID-PERIOD         PIC 9(06).
           05  WS-UNPAID-START          PIC 9(08).
           05  WS-GRACE-END-DATE        PIC 9(08).
           05  WS-DUE-NOTICE-DATE       PIC 9(08).
           05  WS-END-NOTICE-DATE       PIC 9(08).
           05  WS-MONTHS-PAID           PIC S9(05) COMP-3.
           05  WS-AMOUNT-REQUIRED       PIC S9(09)V99 COMP-3.
           05  WS-SHORTFALL             PIC S9(09)V99 COMP-3.
           05  WS-SHORT-ALLOWED         PIC S9(09)V99 COMP-3.
           05  WS-REJECT-REASON         PIC X(30).
           05  WS-DISP-AMT              PIC ZZZ,ZZ9.99.
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
               VALUE 'COBRA ELECTION AND PREMIUM TRACKING'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO           PIC Z,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL             PIC X(40).
           05  FILLER                   PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE             PIC X(89).

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - RECORD TODAY'S ELECTIONS AND PAYMENTS, THEN SWEEP   *
      * EVERY OPEN TRACKING ROW FOR CLOSED WINDOWS AND NOTICES DUE     *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-APPLY-TRANSACTIONS
               THRU 2000-APPLY-TRANSACTIONS-EXIT
           PERFORM 3000-SWEEP-OPEN-WINDOWS
               THRU 3000-SWEEP-OPEN-WINDOWS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * FILES, DATABASE                                                *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           OPEN INPUT COBRA-TRAN-FILE
           IF NOT CTRN-OK
               DISPLAY 'HCCOBRTK - NO ELECTIONS OR PAYMENTS TODAY'
               SET CTRN-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT COBRA-TERM-FILE
                       COBRA-NOTICE-FILE
                       COBRA-CONTROL-RPT
           IF NOT CTRM-OK OR NOT CNTC-OK OR NOT CRPT-OK
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
           WRITE COBRA-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE COBRA-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO COBRA-CONTROL-RPT-REC
           WRITE COBRA-CONTROL-RPT-REC
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
           WRITE COBRA-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-RPT-LABEL WS-RPT-VALUE
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

           DISPLAY 'HCCOBRTK - DATABASE CONNECTION ESTABLISHED'
           .

      *================================================================*
      * 2000 - RECORD EACH ELECTION AND PAYMENT AGAINST THE MEMBER'S   *
      * OPEN TRACKING ROW                                              *
      *================================================================*
       2000-APPLY-TRANSACTIONS.
           PERFORM UNTIL CTRN-AT-EOF
               READ COBRA-TRAN-FILE
                   AT END
                       SET CTRN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-TRANS-READ
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                           THRU 2100-APPLY-ONE-TRANSACTION-EXIT
               END-READ
           END-PERFORM
           .
       2000-APPLY-TRANSACTIONS-EXIT.
           EXIT.

       2100-APPLY-ONE-TRANSACTION.
           MOVE CT-MEMBER-ID TO HV-CT-MEMBER-ID
           MOVE SPACES TO WS-REJECT-REASON

           PERFORM 2150-LOAD-OPEN-TRACK
           IF NOT MEMBER-FOUND
               MOVE 'NO OPEN COBRA TRACKING ROW' TO WS-REJECT-REASON
               GO TO 2100-REJECT
           END-IF

           EVALUATE TRUE
               WHEN CT-ELECTION
                   IF NOT CT-AWAITING-ELECTION
                       MOVE 'ELECTION ALREADY ON FILE'
                           TO WS-REJECT-REASON
                       GO TO 2100-REJECT
                   END-IF
                   IF CT-RECEIVED-DATE > HV-CT-ELECT-DEADLINE
                       MOVE 'ELECTED AFTER 60-DAY WINDOW'
                           TO WS-REJECT-REASON
                       GO TO 2100-REJECT
                   END-IF
                   PERFORM 2200-RECORD-ELECTION
               WHEN CT-PAYMENT
                   PERFORM 2300-EDIT-PAYMENT
                   PERFORM 2350-LOG-PAYMENT
                   IF NOT PAYMENT-ACCEPTED
                       GO TO 2100-REJECT
                   END-IF
                   IF CT-AWAITING-PAYMENT
                       PERFORM 2400-REINSTATE-COVERAGE
                   ELSE
                       PERFORM 2500-POST-MONTHLY-PAYMENT
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-REASON
                   GO TO 2100-REJECT
           END-EVALUATE
           GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
           .
       2100-REJECT.
           ADD 1 TO WS-CTR-TRANS-REJECTED
           STRING 'REJECTED ' CT-TRAN-TYPE ' ' CT-MEMBER-ID
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           STRING WS-REJECT-REASON ' RECEIVED ' CT-RECEIVED-DATE
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       2100-APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       2150-LOAD-OPEN-TRACK.
      *----------------------------------------------------------------*
      * THE MEMBER'S ONE OPEN TRACKING ROW (N, E OR A)                 *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-MEMBER-FOUND-SW
           EXEC SQL
               SELECT status, qual_event, event_date, elect_deadline,
                      elect_date, pay_deadline, end_date,
                      premium_amount, paid_thru_period,
                      due_notice_period, end_notice_ind
               INTO   :HV-CT-STATUS, :HV-CT-QUAL-EVENT,
                      :HV-CT-EVENT-DATE, :HV-CT-ELECT-DEADLINE,
                      :HV-CT-ELECT-DATE, :HV-CT-PAY-DEADLINE,
                      :HV-CT-END-DATE, :HV-CT-PREMIUM-AMT,
                      :HV-CT-PAID-THRU, :HV-CT-DUE-NOTICE-PERIOD,
                      :HV-CT-END-NOTICE-IND
               FROM   T_COBRA_TRACK
               WHERE  member_id = :HV-CT-MEMBER-ID
               AND    status IN ('N', 'E', 'A')
           END-EXEC
           IF WS-SQLCODE = 0
               SET MEMBER-FOUND TO TRUE
           END-IF
           .

       2200-RECORD-ELECTION.
      *----------------------------------------------------------------*
      * TIMELY ELECTION - OPEN THE 45-DAY INITIAL PREMIUM WINDOW       *
      *----------------------------------------------------------------*
           MOVE CT-RECEIVED-DATE TO HV-CT-ELECT-DATE
           COMPUTE HV-CT-PAY-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HV-CT-ELECT-DATE)
               + WS-INIT-PAY-DAYS)

           EXEC SQL
               UPDATE T_COBRA_TRACK
               SET    status       = 'E',
                      elect_date   = :HV-CT-ELECT-DATE,
                      pay_deadline = :HV-CT-PAY-DEADLINE,
                      update_dt    = :HV-RUN-DATE,
                      update_pgm   = 'HCCOBRTK'
               WHERE  member_id    = :HV-CT-MEMBER-ID
               AND    status       = 'N'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'COBRA ELECTION UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-CTR-ELECTIONS
               STRING 'ELECTION RECORDED ' HV-CT-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               END-STRING
               STRING 'ELECTED ' HV-CT-ELECT-DATE
                   ' - INITIAL PREMIUM DUE BY ' HV-CT-PAY-DEADLINE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
           END-IF
           .

       2300-EDIT-PAYMENT.
      *----------------------------------------------------------------*
      * THE INITIAL PREMIUM MUST ARRIVE WITHIN 45 DAYS OF ELECTION AND *
      * COVER EVERY MONTH FROM THE LOSS OF COVERAGE; A MONTHLY PREMIUM *
      * MUST ARRIVE WITHIN THE GRACE PERIOD OF THE FIRST UNPAID MONTH. *
      * A SHORTFALL NO GREATER THAN THE LESSER OF $50 OR 10% OF THE    *
      * AMOUNT DUE IS TREATED AS PAYMENT IN FULL.                      *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PAYMENT-OK-SW
           PERFORM 2900-COMPUTE-FIRST-UNPAID

           EVALUATE TRUE
               WHEN CT-AWAITING-ELECTION
                   MOVE 'PAYMENT BEFORE ELECTION'
                       TO WS-REJECT-REASON
               WHEN CT-AWAITING-PAYMENT
                    AND CT-RECEIVED-DATE > HV-CT-PAY-DEADLINE
                   MOVE 'INITIAL PREMIUM AFTER 45 DAYS'
                       TO WS-REJECT-REASON
               WHEN CT-CONTINUING
                    AND CT-RECEIVED-DATE > WS-GRACE-END-DATE
                   MOVE 'PREMIUM AFTER GRACE PERIOD'
                       TO WS-REJECT-REASON
               WHEN CT-PAID-THRU-PERIOD < WS-UNPAID-PERIOD
                   MOVE 'PERIOD ALREADY PAID'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 2300-EDIT-PAYMENT-EXIT
           END-IF

           MOVE CT-PAID-THRU-PERIOD TO WS-PERIOD-NUM
           COMPUTE WS-MONTHS-PAID =
               (WS-PERIOD-YYYY * 12) + WS-PERIOD-MM
           MOVE WS-UNPAID-PERIOD TO WS-PERIOD-NUM
           COMPUTE WS-MONTHS-PAID = WS-MONTHS-PAID
               - ((WS-PERIOD-YYYY * 12) + WS-PERIOD-MM) + 1
           COMPUTE WS-AMOUNT-REQUIRED =
               HV-CT-PREMIUM-AMT * WS-MONTHS-PAID
           COMPUTE WS-SHORTFALL = WS-AMOUNT-REQUIRED - CT-PAID-AMOUNT
           COMPUTE WS-SHORT-ALLOWED ROUNDED =
               WS-AMOUNT-REQUIRED * WS-SHORT-MAX-PCT
           IF WS-SHORT-ALLOWED > WS-SHORT-MAX-AMOUNT
               MOVE WS-SHORT-MAX-AMOUNT TO WS-SHORT-ALLOWED
           END-IF
           IF WS-SHORTFALL > WS-SHORT-ALLOWED
               MOVE 'SIGNIFICANT SHORTFALL' TO WS-REJECT-REASON
               GO TO 2300-EDIT-PAYMENT-EXIT
           END-IF

           SET PAYMENT-ACCEPTED TO TRUE
           .
       2300-EDIT-PAYMENT-EXIT.
           EXIT.

       2350-LOG-PAYMENT.
      *----------------------------------------------------------------*
      * EVERY PAYMENT RECEIVED IS KEPT, ACCEPTED OR NOT                *
      *----------------------------------------------------------------*
           IF PAYMENT-ACCEPTED
               MOVE 'Y' TO HV-CP-ACCEPTED-IND
           ELSE
               MOVE 'N' TO HV-CP-ACCEPTED-IND
           END-IF
           MOVE WS-REJECT-REASON TO HV-CP-REJECT-REASON
           MOVE CT-PAID-AMOUNT TO HV-CP-PAID-AMOUNT

           EXEC SQL
               INSERT INTO T_COBRA_PAYMENT
                   (member_id, received_date, paid_thru_period,
                    paid_amount, reference_num, accepted_ind,
                    reject_reason, create_dt, create_pgm)
               VALUES
                   (:HV-CT-MEMBER-ID, :CT-RECEIVED-DATE,
                    :CT-PAID-THRU-PERIOD, :HV-CP-PAID-AMOUNT,
                    :CT-REFERENCE, :HV-CP-ACCEPTED-IND,
                    :HV-CP-REJECT-REASON, :HV-RUN-DATE, 'HCCOBRTK')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'COBRA PAYMENT LOG INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       2400-REINSTATE-COVERAGE.
      *----------------------------------------------------------------*
      * TIMELY ELECTION AND INITIAL PREMIUM - PUT THE CONTINUATION IN  *
      * FORCE AND REINSTATE COVERAGE BACK TO THE LOSS OF COVERAGE,     *
      * RUNNING TO THE END OF THE MAXIMUM CONTINUATION PERIOD. CLAIMS  *
      * PENDED OR DENIED SINCE THE LOSS GO BACK FOR RE-ADJUDICATION.   *
      *----------------------------------------------------------------*
           MOVE CT-PAID-THRU-PERIOD TO HV-CT-PAID-THRU
           EXEC SQL
               UPDATE T_COBRA_TRACK
               SET    status           = 'A',
                      paid_thru_period = :HV-CT-PAID-THRU,
                      update_dt        = :HV-RUN-DATE,
                      update_pgm       = 'HCCOBRTK'
               WHERE  member_id        = :HV-CT-MEMBER-ID
               AND    status           = 'E'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'COBRA TRACK ACTIVATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2400-REINSTATE-COVERAGE-EXIT
           END-IF

           EXEC SQL
               UPDATE T_MEMBER_ELIG
               SET    status      = 'A',
                      cobra_ind   = 'Y',
                      term_date   = :HV-CT-END-DATE,
                      term_reason = ' ',
                      update_dt   = :HV-RUN-DATE,
                      update_pgm  = 'HCCOBRTK'
               WHERE  member_id   = :HV-CT-MEMBER-ID
               AND    status      = 'T'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'COBRA REINSTATEMENT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2400-REINSTATE-COVERAGE-EXIT
           END-IF

           EXEC SQL
               UPDATE CLAIM_HEADER
               SET    clm_status        = 'RP',
                      clm_sub_status    = 'CBR',
                      clm_last_upd_dt   = CURRENT_TIMESTAMP,
                      clm_last_upd_user = 'HCCOBRTK'
               WHERE  clm_pat_mrn       = :HV-CT-MEMBER-ID
               AND    clm_from_dos      > :HV-CT-EVENT-DATE
               AND    clm_status IN ('DN', 'VD')
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-SQLERRD(3) TO WS-CTR-CLAIMS-RELEASED
           END-IF
           PERFORM 2800-RELEASE-PENDED-CLAIMS

           ADD 1 TO WS-CTR-REINSTATED
           STRING 'COVERAGE REINSTATED ' HV-CT-MEMBER-ID
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           END-STRING
           STRING 'LOSS ' HV-CT-EVENT-DATE ' PAID THRU '
               HV-CT-PAID-THRU ' CONTINUATION ENDS ' HV-CT-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           END-STRING
           PERFORM 1150-WRITE-DETAIL-LINE
           .
       2400-REINSTATE-COVERAGE-EXIT.
           EXIT.

       2500-POST-MONTHLY-PAYMENT.
      *----------------------------------------------------------------*
      * TIMELY MONTHLY PREMIUM - ADVANCE THE PAID-THROUGH MONTH AND    *
      * RELEASE CLAIMS PENDED FOR THE GRACE PERIOD                     *
      *----------------------------------------------------------------*
           MOVE CT-PAID-THRU-PERIOD TO HV-CT-PAID-THRU
           EXEC SQL
               UPDATE T_COBRA_TRACK
               SET    paid_thru_period = :HV-CT-PAID-THRU,
                      update_dt        = :HV-RUN-DATE,
                      update_pgm       = 'HCCOBRTK'
               WHERE  member_id        = :HV-CT-MEMBER-ID
               AND    status           = 'A'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'COBRA PAID-THRU UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-CTR-PAYMENTS
               PERFORM 2800-RELEASE-PENDED-CLAIMS
           END-IF
           .

       2800-RELEASE-PENDED-CLAIMS.
      *----------------------------------------------------------------*
      * SEND THE MEMBER'S OPEN COBRA-WINDOW PENDS (K0001) BACK FOR     *
      * RE-ADJUDICATION. ONCE THE WINDOW HAS CLOSED THEY EITHER PAY    *
      * UNDER THE REINSTATED COVERAGE OR DENY FOR NO ELIGIBILITY.      *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE CLAIM_HEADER
               SET    clm_status        = 'RP',
                      clm_sub_status    = 'CBR',
                      clm_last_upd_dt   = CURRENT_TIMESTAMP,
                      clm_last_upd_user = 'HCCOBRTK'
               WHERE  claim_id IN
                      (SELECT claim_id
                       FROM   PEND_QUEUE
                       WHERE  member_id        = :HV-CT-MEMBER-ID
                       AND    pend_reason_code = 'K0001'
                       AND    status           = 'OPEN')
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-SQLERRD(3) TO WS-CTR-CLAIMS-RELEASED
           END-IF

           EXEC SQL
               UPDATE PEND_QUEUE
               SET    status           = 'RELEASED'
               WHERE  member_id        = :HV-CT-MEMBER-ID
               AND    pend_reason_code = 'K0001'
               AND    status           = 'OPEN'
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-SQLERRD(3) TO WS-CTR-PENDS-RELEASED
           END-IF
           .

       2900-COMPUTE-FIRST-UNPAID.
      *----------------------------------------------------------------*
      * FIRST MONTH NOT YET PAID - THE MONTH AFTER THE PAID-THROUGH    *
      * MONTH, OR BEFORE ANY PAYMENT THE MONTH COVERAGE WAS LOST IN    *
      * (THE DAY AFTER THE QUALIFYING EVENT). THE PREMIUM IS DUE ON    *
      * THE FIRST OF THAT MONTH AND THE GRACE PERIOD RUNS 30 DAYS.     *
      *----------------------------------------------------------------*
           IF HV-CT-PAID-THRU = ZERO
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(HV-CT-EVENT-DATE) + 1)
               COMPUTE WS-UNPAID-PERIOD = WS-DATE-NUM / 100
           ELSE
               MOVE HV-CT-PAID-THRU TO WS-PERIOD-NUM
               IF WS-PERIOD-MM = 12
                   ADD 1 TO WS-PERIOD-YYYY
                   MOVE 1 TO WS-PERIOD-MM
               ELSE
                   ADD 1 TO WS-PERIOD-MM
               END-IF
               MOVE WS-PERIOD-NUM TO WS-UNPAID-PERIOD
           END-IF

           COMPUTE WS-UNPAID-START = WS-UNPAID-PERIOD * 100 + 1
           COMPUTE WS-GRACE-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-UNPAID-START)
               + WS-GRACE-DAYS - 1)
           COMPUTE WS-DUE-NOTICE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-UNPAID-START)
               - WS-DUE-NOTICE-DAYS)
           .

      *================================================================*
      * 3000 - SWEEP EVERY OPEN TRACKING ROW: CLOSE THE WINDOWS THAT   *
      * HAVE LAPSED, END CONTINUATIONS THAT HAVE RUN THEIR COURSE, AND *
      * SEND THE PAYMENT DUE AND END-OF-CONTINUATION NOTICES DUE TODAY *
      *================================================================*
       3000-SWEEP-OPEN-WINDOWS.
           EXEC SQL
               DECLARE TRACK_CURSOR CURSOR FOR
               SELECT member_id, status, qual_event, event_date,
                      elect_deadline, pay_deadline, end_date,
                      premium_amount, paid_thru_period,
                      due_notice_period, end_notice_ind
               FROM   T_COBRA_TRACK
               WHERE  status IN ('N', 'E', 'A')
               ORDER BY member_id
           END-EXEC

           EXEC SQL
               OPEN TRACK_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'TRACK_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH TRACK_CURSOR
                   INTO  :HV-CT-MEMBER-ID, :HV-CT-STATUS,
                         :HV-CT-QUAL-EVENT, :HV-CT-EVENT-DATE,
                         :HV-CT-ELECT-DEADLINE, :HV-CT-PAY-DEADLINE,
                         :HV-CT-END-DATE, :HV-CT-PREMIUM-AMT,
                         :HV-CT-PAID-THRU, :HV-CT-DUE-NOTICE-PERIOD,
                         :HV-CT-END-NOTICE-IND
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-TRACKS-READ
                   PERFORM 3100-CHECK-ONE-TRACK
                       THRU 3100-CHECK-ONE-TRACK-EXIT
               ELSE
                   SET CURSOR-AT-EOF TO TRUE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE TRACK_CURSOR
           END-EXEC
           .
       3000-SWEEP-OPEN-WINDOWS-EXIT.
           EXIT.

       3100-CHECK-ONE-TRACK.
           EVALUATE TRUE
      *--- NO ELECTION WITHIN 60 DAYS - CONTINUATION RIGHTS END ---
               WHEN CT-AWAITING-ELECTION
                   IF HV-RUN-DATE > HV-CT-ELECT-DEADLINE
                       MOVE 'W' TO HV-CT-NEW-STATUS
                       PERFORM 3800-CLOSE-TRACK
                       ADD 1 TO WS-CTR-NOT-ELECTED
                       STRING 'NOT ELECTED ' HV-CT-MEMBER-ID
                           DELIMITED BY SIZE INTO WS-RPT-LABEL
                       END-STRING
                       STRING 'ELECTION WINDOW CLOSED '
                           HV-CT-ELECT-DEADLINE
                           DELIMITED BY SIZE INTO WS-RPT-VALUE
                       END-STRING
                       PERFORM 1150-WRITE-DETAIL-LINE
                   END-IF
      *--- ELECTED BUT NO INITIAL PREMIUM WITHIN 45 DAYS ---
               WHEN CT-AWAITING-PAYMENT
                   IF HV-RUN-DATE > HV-CT-PAY-DEADLINE
                       MOVE 'L' TO HV-CT-NEW-STATUS
                       PERFORM 3800-CLOSE-TRACK
                       ADD 1 TO WS-CTR-INIT-LAPSED
                       STRING 'INITIAL PREMIUM NOT PAID '
                           HV-CT-MEMBER-ID
                           DELIMITED BY SIZE INTO WS-RPT-LABEL
                       END-STRING
                       STRING 'PREMIUM WINDOW CLOSED '
                           HV-CT-PAY-DEADLINE
                           DELIMITED BY SIZE INTO WS-RPT-VALUE
                       END-STRING
                       PERFORM 1150-WRITE-DETAIL-LINE
                   END-IF
               WHEN CT-CONTINUING
                   PERFORM 3200-CHECK-CONTINUATION
                       THRU 3200-CHECK-CONTINUATION-EXIT
           END-EVALUATE
           .
       3100-CHECK-ONE-TRACK-EXIT.
           EXIT.

       3200-CHECK-CONTINUATION.
      *----------------------------------------------------------------*
      * CONTINUATION IN FORCE - END IT AT THE MAXIMUM PERIOD, LAPSE IT *
      * WHEN A MONTH GOES UNPAID PAST ITS GRACE PERIOD, OTHERWISE SEND *
      * ANY PAYMENT DUE OR END-OF-CONTINUATION NOTICE NOW DUE          *
      *----------------------------------------------------------------*
           PERFORM 3300-LOAD-ENROLLMENT
           IF NOT MEMBER-FOUND
               MOVE 'NO ACTIVE COBRA ENROLLMENT FOR TRACKED MEMBER'
                   TO WS-ERR-MESSAGE
               MOVE 'W' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3200-CHECK-CONTINUATION-EXIT
           END-IF

      *--- MAXIMUM CONTINUATION PERIOD REACHED ---
           IF HV-RUN-DATE > HV-CT-END-DATE
               IF NOT CT-END-NOTICE-SENT
                   PERFORM 3600-WRITE-END-NOTICE
               END-IF
               MOVE HV-CT-END-DATE TO HV-TERM-DATE
               MOVE '005' TO HV-TERM-REASON
               PERFORM 3500-WRITE-TERMINATION
               MOVE 'X' TO HV-CT-NEW-STATUS
               PERFORM 3800-CLOSE-TRACK
               ADD 1 TO WS-CTR-EXPIRED
               STRING 'CONTINUATION ENDED ' HV-CT-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               END-STRING
               STRING 'MAXIMUM PERIOD ENDED ' HV-CT-END-DATE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 3200-CHECK-CONTINUATION-EXIT
           END-IF

           PERFORM 2900-COMPUTE-FIRST-UNPAID

      *--- FIRST UNPAID MONTH PAST ITS GRACE PERIOD - LAPSE AT THE END
      *--- OF THE LAST MONTH PAID ---
           IF WS-UNPAID-START NOT > HV-CT-END-DATE
              AND HV-RUN-DATE > WS-GRACE-END-DATE
               COMPUTE HV-TERM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-UNPAID-START) - 1)
               MOVE '002' TO HV-TERM-REASON
               PERFORM 3500-WRITE-TERMINATION
               PERFORM 3700-WRITE-TERM-NOTICE
               MOVE 'L' TO HV-CT-NEW-STATUS
               PERFORM 3800-CLOSE-TRACK
               ADD 1 TO WS-CTR-LAPSED
               STRING 'LAPSED FOR NON-PAYMENT ' HV-CT-MEMBER-ID
                   DELIMITED BY SIZE INTO WS-RPT-LABEL
               END-STRING
               STRING 'PERIOD ' WS-UNPAID-PERIOD
                   ' UNPAID AFTER GRACE - TERMED ' HV-TERM-DATE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 3200-CHECK-CONTINUATION-EXIT
           END-IF

      *--- PAYMENT DUE NOTICE AHEAD OF THE NEXT UNPAID MONTH ---
           IF WS-UNPAID-START NOT > HV-CT-END-DATE
              AND HV-RUN-DATE NOT < WS-DUE-NOTICE-DATE
              AND HV-CT-DUE-NOTICE-PERIOD < WS-UNPAID-PERIOD
               PERFORM 3400-WRITE-DUE-NOTICE
           END-IF

      *--- END-OF-CONTINUATION NOTICE AHEAD OF THE MAXIMUM PERIOD ---
           COMPUTE WS-END-NOTICE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HV-CT-END-DATE)
               - WS-END-NOTICE-DAYS)
           IF NOT CT-END-NOTICE-SENT
              AND HV-RUN-DATE NOT < WS-END-NOTICE-DATE
               PERFORM 3600-WRITE-END-NOTICE
           END-IF
           .
       3200-CHECK-CONTINUATION-EXIT.
           EXIT.

       3300-LOAD-ENROLLMENT.
           MOVE 'N' TO WS-MEMBER-FOUND-SW
           EXEC SQL
               SELECT ssn, subscriber_id, relation_code, last_name,
                      first_name, dob, gender, eff_date, plan_code,
                      group_num, coverage_level, division_cd,
                      class_cd, pcp_npi
               INTO   :HV-ME-SSN, :HV-ME-SUBSCRIBER-ID,
                      :HV-ME-RELATION-CODE, :HV-ME-LAST-NAME,
                      :HV-ME-FIRST-NAME, :HV-ME-DOB, :HV-ME-GENDER,
                      :HV-ME-EFF-DATE, :HV-ME-PLAN-CODE,
                      :HV-ME-GROUP-NUM, :HV-ME-COVERAGE-LEVEL,
                      :HV-ME-DIVISION-CD, :HV-ME-CLASS-CD,
                      :HV-ME-PCP-NPI
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-CT-MEMBER-ID
               AND    status    = 'A'
               AND    cobra_ind = 'Y'
           END-EXEC
           IF WS-SQLCODE = 0
               SET MEMBER-FOUND TO TRUE
           END-IF
           .

       3400-WRITE-DUE-NOTICE.
           PERFORM 3900-BUILD-NOTICE
           SET NT-PAYMENT-DUE TO TRUE
           MOVE WS-UNPAID-PERIOD TO NT-PERIOD
           MOVE HV-CT-PREMIUM-AMT TO NT-AMOUNT-DUE
           MOVE WS-UNPAID-START TO NT-DUE-DATE
           MOVE WS-GRACE-END-DATE TO NT-GRACE-END-DATE
           WRITE COBRA-NOTICE-REC FROM WS-NOTICE-REC
           ADD 1 TO WS-CTR-DUE-NOTICES

           MOVE WS-UNPAID-PERIOD TO HV-CT-DUE-NOTICE-PERIOD
           EXEC SQL
               UPDATE T_COBRA_TRACK
               SET    due_notice_period = :HV-CT-DUE-NOTICE-PERIOD,
                      update_dt         = :HV-RUN-DATE,
                      update_pgm        = 'HCCOBRTK'
               WHERE  member_id         = :HV-CT-MEMBER-ID
               AND    status            = 'A'
           END-EXEC
           .

       3500-WRITE-TERMINATION.
      *----------------------------------------------------------------*
      * ENRL834 TERMINATION FOR HCELIGVR'S 2200-MEMBER-TERMINATION.    *
      * THE MEMBER IS ALREADY ON COBRA, SO NO NEW NOTICE IS RAISED.    *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-TERM-834-FIELDS
           MOVE '024'                TO WT-TRANS-TYPE
           MOVE HV-ME-SSN            TO WT-MEMBER-SSN
           MOVE HV-CT-MEMBER-ID      TO WT-MEMBER-ID
           IF HV-ME-RELATION-CODE = '18'
               MOVE 'Y'              TO WT-SUBSCRIBER-IND
           ELSE
               MOVE 'N'              TO WT-SUBSCRIBER-IND
           END-IF
           MOVE HV-ME-RELATION-CODE  TO WT-RELATION-CODE
           MOVE HV-ME-LAST-NAME      TO WT-LAST-NAME
           MOVE HV-ME-FIRST-NAME     TO WT-FIRST-NAME
           MOVE HV-ME-DOB            TO WT-DOB
           MOVE HV-ME-GENDER         TO WT-GENDER
           MOVE HV-ME-EFF-DATE       TO WT-EFF-DATE
           MOVE HV-TERM-DATE         TO WT-TERM-DATE
           MOVE HV-ME-PLAN-CODE      TO WT-PLAN-CODE
           MOVE HV-ME-GROUP-NUM      TO WT-GROUP-NUMBER
           MOVE HV-ME-DIVISION-CD    TO WT-DIVISION-CODE
           MOVE HV-ME-CLASS-CD       TO WT-CLASS-CODE
           MOVE HV-ME-COVERAGE-LEVEL TO WT-COVERAGE-LEVEL
           MOVE HV-CT-QUAL-EVENT     TO WT-COBRA-QUAL-EVENT
           MOVE HV-CT-EVENT-DATE     TO WT-COBRA-EVENT-DATE
           MOVE 'N'                  TO WT-ACA-EXCHANGE-IND
           MOVE ZERO                 TO WT-APTC-AMOUNT
           MOVE HV-ME-PCP-NPI        TO WT-PCP-NPI
           MOVE HV-TERM-REASON       TO WT-TERM-REASON-CODE
           WRITE COBRA-TERM-REC FROM WS-TERM-834-FIELDS
           ADD 1 TO WS-CTR-TERMS-WRITTEN
           .

       3600-WRITE-END-NOTICE.
           PERFORM 3900-BUILD-NOTICE
           SET NT-END-OF-CONTINUE TO TRUE
           WRITE COBRA-NOTICE-REC FROM WS-NOTICE-REC
           ADD 1 TO WS-CTR-END-NOTICES

           MOVE 'Y' TO HV-CT-END-NOTICE-IND
           EXEC SQL
               UPDATE T_COBRA_TRACK
               SET    end_notice_ind = 'Y',
                      update_dt      = :HV-RUN-DATE,
                      update_pgm     = 'HCCOBRTK'
               WHERE  member_id      = :HV-CT-MEMBER-ID
               AND    status         = 'A'
           END-EXEC
           .

       3700-WRITE-TERM-NOTICE.
           PERFORM 3900-BUILD-NOTICE
           SET NT-TERMINATED TO TRUE
           MOVE WS-UNPAID-PERIOD TO NT-PERIOD
           MOVE HV-CT-PREMIUM-AMT TO NT-AMOUNT-DUE
           MOVE WS-UNPAID-START TO NT-DUE-DATE
           MOVE WS-GRACE-END-DATE TO NT-GRACE-END-DATE
           MOVE HV-TERM-DATE TO NT-COVERAGE-END-DATE
           WRITE COBRA-NOTICE-REC FROM WS-NOTICE-REC
           ADD 1 TO WS-CTR-TERM-NOTICES
           .

       3800-CLOSE-TRACK.
      *----------------------------------------------------------------*
      * CLOSE THE ROW WITH HV-CT-NEW-STATUS AND RELEASE ITS PENDS      *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE T_COBRA_TRACK
               SET    status     = :HV-CT-NEW-STATUS,
                      update_dt  = :HV-RUN-DATE,
                      update_pgm = 'HCCOBRTK'
               WHERE  member_id  = :HV-CT-MEMBER-ID
               AND    status     = :HV-CT-STATUS
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'COBRA TRACK CLOSE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 2800-RELEASE-PENDED-CLAIMS
           .

       3900-BUILD-NOTICE.
           MOVE SPACES TO WS-NOTICE-REC
           MOVE HV-CT-MEMBER-ID TO NT-MEMBER-ID
           STRING HV-ME-LAST-NAME DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               HV-ME-FIRST-NAME DELIMITED BY '  '
               INTO NT-MEMBER-NAME
           END-STRING
           MOVE WS-CURR-DATE-8 TO NT-NOTICE-DATE
           MOVE ZERO TO NT-PERIOD NT-AMOUNT-DUE NT-DUE-DATE
                        NT-GRACE-END-DATE
           MOVE HV-CT-END-DATE TO NT-COVERAGE-END-DATE
           MOVE HV-CT-QUAL-EVENT TO NT-QUAL-EVENT
           MOVE HV-ME-PLAN-CODE TO NT-PLAN-CODE
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCCOBRTK' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCCOBRTK - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCCOBRTK - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCCOBRTK - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * CONTROL TOTALS, CLOSE FILES                                    *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO COBRA-CONTROL-RPT-REC
           WRITE COBRA-CONTROL-RPT-REC AFTER ADVANCING 1 LINE

           MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-TRANS-READ TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-TRANS-REJECTED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'ELECTIONS RECORDED' TO WS-RPT-LABEL
           MOVE WS-CTR-ELECTIONS TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'COVERAGE REINSTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-REINSTATED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'MONTHLY PREMIUMS POSTED' TO WS-RPT-LABEL
           MOVE WS-CTR-PAYMENTS TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'NOT ELECTED WITHIN 60 DAYS' TO WS-RPT-LABEL
           MOVE WS-CTR-NOT-ELECTED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'INITIAL PREMIUM NOT PAID IN 45 DAYS' TO WS-RPT-LABEL
           MOVE WS-CTR-INIT-LAPSED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'LAPSED FOR NON-PAYMENT' TO WS-RPT-LABEL
           MOVE WS-CTR-LAPSED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'MAXIMUM CONTINUATION ENDED' TO WS-RPT-LABEL
           MOVE WS-CTR-EXPIRED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'TERMINATIONS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-CTR-TERMS-WRITTEN TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'PAYMENT DUE NOTICES' TO WS-RPT-LABEL
           MOVE WS-CTR-DUE-NOTICES TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'END-OF-CONTINUATION NOTICES' TO WS-RPT-LABEL
           MOVE WS-CTR-END-NOTICES TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'TERMINATION NOTICES' TO WS-RPT-LABEL
           MOVE WS-CTR-TERM-NOTICES TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'PENDS RELEASED' TO WS-RPT-LABEL
           MOVE WS-CTR-PENDS-RELEASED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE
           MOVE 'CLAIMS SENT FOR RE-ADJUDICATION' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-RELEASED TO WS-RPT-VALUE
           PERFORM 1150-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCCOBRTK - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'TRANSACTIONS READ:   ' WS-CTR-TRANS-READ
           DISPLAY 'REJECTED:            ' WS-CTR-TRANS-REJECTED
           DISPLAY 'ELECTIONS RECORDED:  ' WS-CTR-ELECTIONS
           DISPLAY 'REINSTATED:          ' WS-CTR-REINSTATED
           DISPLAY 'PREMIUMS POSTED:     ' WS-CTR-PAYMENTS
           DISPLAY 'TRACKING ROWS SWEPT: ' WS-CTR-TRACKS-READ
           DISPLAY 'NOT ELECTED:         ' WS-CTR-NOT-ELECTED
           DISPLAY 'INITIAL NOT PAID:    ' WS-CTR-INIT-LAPSED
           DISPLAY 'LAPSED:              ' WS-CTR-LAPSED
           DISPLAY 'EXPIRED:             ' WS-CTR-EXPIRED
           DISPLAY 'TERMINATIONS:        ' WS-CTR-TERMS-WRITTEN
           DISPLAY 'DUE NOTICES:         ' WS-CTR-DUE-NOTICES
           DISPLAY 'END NOTICES:         ' WS-CTR-END-NOTICES
           DISPLAY 'TERM NOTICES:        ' WS-CTR-TERM-NOTICES
           DISPLAY 'PENDS RELEASED:      ' WS-CTR-PENDS-RELEASED
           DISPLAY 'ERRORS ENCOUNTERED:  ' WS-ERR-COUNT
           DISPLAY 'START TIME:          ' WS-STAT-START-TIME
           DISPLAY 'END TIME:            ' WS-STAT-END-TIME
           DISPLAY '================================================='

           IF WS-ERR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE COBRA-TRAN-FILE
           CLOSE COBRA-TERM-FILE
           CLOSE COBRA-NOTICE-FILE
           CLOSE COBRA-CONTROL-RPT
           .
