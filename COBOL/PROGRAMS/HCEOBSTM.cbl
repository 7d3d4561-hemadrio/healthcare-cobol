       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCEOBSTM.
      *================================================================*
      * PROGRAM:     HCEOBSTM                                          *
      * DESCRIPTION: MONTHLY CONSOLIDATED MEMBER EOB STATEMENT.        *
      *              HCREMIT STAGES EVERY PAID CLAIM'S EOB LINES ON    *
      *              EOB_STATEMENT_DETAIL, AND FOR A MEMBER ON         *
      *              STATEMENT MODE DEFERS THE PRINT HERE (STATUS P).  *
      *              CLAIMS A STATE OR A VOUCHER CHECK FORCED OUT AS   *
      *              AN INDIVIDUAL EOB (STATUS I) ARE LISTED AS        *
      *              ALREADY SENT. ONE STATEMENT PRINTS PER FAMILY,    *
      *              ADDRESSED TO THE SUBSCRIBER, LISTING EVERY CLAIM  *
      *              PAID IN THE MONTH WITH THE RUNNING DEDUCTIBLE AND *
      *              OUT-OF-POCKET PROGRESS AS OF EACH PAYMENT.        *
      *              CONFIDENTIAL COMMUNICATIONS ARE HONORED: A MEMBER *
      *              WITH MEMBER-ONLY OR ALTERNATE-ADDRESS DELIVERY    *
      *              GETS A STATEMENT OF THEIR OWN, A SUPPRESS         *
      *              PREFERENCE OR RETURNED-MAIL ADDRESS PRINTS        *
      *              NOTHING, AND A DEPENDENT'S SENSITIVE SERVICES     *
      *              NEVER APPEAR ON THE FAMILY STATEMENT. STATEMENTED *
      *              ROWS ARE MARKED S SO A RERUN PICKS UP ONLY WHAT   *
      *              WAS LEFT.                                         *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  STMCTRL  - STATEMENT MONTH CARD (CCYYMM)         *
      * OUTPUT FILES: STMTOUT  - MEMBER EOB STATEMENTS (PRINT)         *
      *               STMRPT   - STATEMENT CONTROL REPORT              *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 SCHEN    INITIAL DEVELOPMENT                        *
      * 2026-10-15 SCHEN    STATEMENT BREAK CARRIES THE STATEMENT TYPE *
      *                     SO A CONFIDENTIAL SUBSCRIBER'S OWN LINES   *
      *                     ARE NOT MERGED INTO THE FAMILY STATEMENT   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STM-CONTROL-FILE
               ASSIGN TO STMCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT STM-STATEMENT-FILE
               ASSIGN TO STMTOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT STM-CONTROL-RPT
               ASSIGN TO STMRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STM-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STM-CONTROL-REC.
           05  FC-STMT-MONTH               PIC 9(06).
           05  FILLER                      PIC X(74).

       FD  STM-STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STM-STATEMENT-REC               PIC X(133).

       FD  STM-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STM-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-STMT-STATUS              PIC X(02).
               88  STMT-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-DETAIL-EOF-SW            PIC X(01) VALUE 'N'.
               88  DETAIL-AT-EOF           VALUE 'Y'.
      *    WHAT BECOMES OF THE STATEMENT BEING BUILT
           05  WS-STMT-DISPOSITION         PIC X(01) VALUE SPACE.
               88  STMT-PRINTING           VALUE 'P'.
               88  STMT-SUPPRESSED         VALUE 'S'.
               88  STMT-NO-ADDRESS         VALUE 'E'.
           05  WS-FAMILY-STMT-SW           PIC X(01) VALUE 'N'.
               88  STMT-IS-FAMILY          VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-LINES-READ           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-STATEMENTS           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-FAMILY-STMTS         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-MEMBER-STMTS         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-LISTED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-LINES-PRINTED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SENSITIVE-WITHHELD   PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-STMTS-SUPPRESSED     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-STMTS-NO-ADDRESS     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ROWS-MARKED          PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-PRIOR-KEY                PIC X(20) VALUE SPACES.
           05  WS-PRIOR-TYPE               PIC X(01) VALUE SPACE.
           05  WS-PRIOR-CLAIM              PIC X(20) VALUE SPACES.
           05  WS-STMT-LINE-CTR            PIC 9(03) COMP-3 VALUE 0.
           05  WS-STMT-MAX-LINES           PIC 9(03) COMP-3 VALUE 55.
           05  WS-STMT-PAGE-NO             PIC 9(03) COMP-3 VALUE 0.
           05  WS-STMT-CLAIMS              PIC 9(05) COMP-3 VALUE 0.
           05  WS-STMT-TOT-CHARGE          PIC S9(09)V99 COMP-3.
           05  WS-STMT-TOT-PAID            PIC S9(09)V99 COMP-3.
           05  WS-STMT-TOT-PAT-RESP        PIC S9(09)V99 COMP-3.
      *    THE LAST LINE'S ACCUMULATOR SNAPSHOT - PRINTED UNDER THE
      *    CLAIM AS THE MEMBER'S PROGRESS AS OF THAT PAYMENT
           05  WS-CLM-MEMBER-ID            PIC X(20).
           05  WS-CLM-IND-DEDUCT-ACCUM     PIC S9(07)V99.
           05  WS-CLM-IND-DEDUCT-MAX       PIC S9(07)V99.
           05  WS-CLM-FAM-DEDUCT-ACCUM     PIC S9(07)V99.
           05  WS-CLM-FAM-DEDUCT-MAX       PIC S9(07)V99.
           05  WS-CLM-IND-OOP-ACCUM        PIC S9(07)V99.
           05  WS-CLM-IND-OOP-MAX          PIC S9(07)V99.
           05  WS-CLM-FAM-OOP-ACCUM        PIC S9(07)V99.
           05  WS-CLM-FAM-OOP-MAX          PIC S9(07)V99.
           05  WS-EDIT-AMT-1               PIC ZZZ,ZZ9.99.
           05  WS-EDIT-AMT-2               PIC ZZZ,ZZ9.99.
           05  WS-EDIT-AMT-3               PIC ZZZ,ZZ9.99.
           05  WS-EDIT-AMT-4               PIC ZZZ,ZZ9.99.

       01  HV-STATEMENT-VARS.
           05  HV-STMT-MONTH               PIC X(06).
           05  HV-STMT-DATE                PIC 9(08).
           05  HV-STMT-TYPE                PIC X(01).
               88  HV-STMT-CONFIDENTIAL    VALUE 'C'.
               88  HV-STMT-FAMILY          VALUE 'F'.
           05  HV-STMT-KEY                 PIC X(20).
           05  HV-CC-PREF-CODE             PIC X(01).
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-PAT-FIRST-NAME           PIC X(25).
           05  HV-PAT-LAST-NAME            PIC X(35).
           05  HV-CLAIM-NUMBER             PIC X(20).
           05  HV-LINE-NUMBER              PIC 9(03).
           05  HV-PROVIDER-NAME            PIC X(60).
           05  HV-SERVICE-DATE             PIC X(08).
           05  HV-PROC-CODE                PIC X(05).
           05  HV-CHARGE-AMT               PIC S9(07)V99.
           05  HV-ALLOWED-AMT              PIC S9(07)V99.
           05  HV-PAID-AMT                 PIC S9(07)V99.
           05  HV-DEDUCT-AMT               PIC S9(07)V99.
           05  HV-COPAY-AMT                PIC S9(07)V99.
           05  HV-COINS-AMT                PIC S9(07)V99.
           05  HV-PAT-RESP-AMT             PIC S9(07)V99.
           05  HV-SENSITIVE-FLAG           PIC X(01).
               88  HV-LINE-SENSITIVE       VALUE 'Y'.
           05  HV-IND-DEDUCT-ACCUM         PIC S9(07)V99.
           05  HV-IND-DEDUCT-MAX           PIC S9(07)V99.
           05  HV-FAM-DEDUCT-ACCUM         PIC S9(07)V99.
           05  HV-FAM-DEDUCT-MAX           PIC S9(07)V99.
           05  HV-IND-OOP-ACCUM            PIC S9(07)V99.
           05  HV-IND-OOP-MAX              PIC S9(07)V99.
           05  HV-FAM-OOP-ACCUM            PIC S9(07)V99.
           05  HV-FAM-OOP-MAX              PIC S9(07)V99.
           05  HV-PAYMENT-DATE             PIC X(08).
           05  HV-STMT-STATUS              PIC X(01).
               88  HV-EOB-ALREADY-SENT     VALUE 'I'.

      *--- STATEMENT ADDRESSEE ---
       01  HV-ADDRESSEE-VARS.
           05  HV-ADR-FIRST-NAME           PIC X(25).
           05  HV-ADR-LAST-NAME            PIC X(35).
           05  HV-ADR-LINE-1               PIC X(55).
           05  HV-ADR-LINE-2               PIC X(55).
           05  HV-ADR-CITY                 PIC X(30).
           05  HV-ADR-STATE                PIC X(02).
           05  HV-ADR-ZIP                  PIC X(09).
           05  HV-ADR-STATUS               PIC X(01).
           05  HV-ALT-LINE-1               PIC X(55).
           05  HV-ALT-LINE-2               PIC X(55).
           05  HV-ALT-CITY                 PIC X(30).
           05  HV-ALT-STATE                PIC X(02).
           05  HV-ALT-ZIP                  PIC X(09).

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
               VALUE 'MONTHLY MEMBER EOB STATEMENT CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

      *--- MEMBER STATEMENT ---
       01  WS-STM-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(44)
               VALUE 'YOUR MONTHLY EXPLANATION OF BENEFITS'.
           05  FILLER                      PIC X(08) VALUE 'MONTH: '.
           05  WS-SH-MONTH                 PIC 9(06).
           05  FILLER                      PIC X(10) VALUE '   DATE: '.
           05  WS-SH-RUN-DATE              PIC X(10).
           05  FILLER                      PIC X(09) VALUE '   PAGE '.
           05  WS-SH-PAGE                  PIC ZZ9.
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-STM-NOT-A-BILL.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(60)
               VALUE '*** THIS IS NOT A BILL ***'.
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  WS-STM-ADDRESS-LINE.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-SA-TEXT                  PIC X(100).
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-STM-COLUMN-HEADER.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'SVC DATE'.
           05  FILLER                      PIC X(07) VALUE 'PROC'.
           05  FILLER                      PIC X(11)
               VALUE '     BILLED'.
           05  FILLER                      PIC X(11)
               VALUE '    ALLOWED'.
           05  FILLER                      PIC X(11)
               VALUE '  PLAN PAID'.
           05  FILLER                      PIC X(11)
               VALUE ' DEDUCTIBLE'.
           05  FILLER                      PIC X(11)
               VALUE '      COPAY'.
           05  FILLER                      PIC X(11)
               VALUE ' COINSURANC'.
           05  FILLER                      PIC X(12)
               VALUE ' YOU MAY OWE'.
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-STM-CLAIM-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE 'CLAIM '.
           05  WS-SC-CLAIM-NUMBER          PIC X(20).
           05  FILLER                      PIC X(10) VALUE ' PATIENT '.
           05  WS-SC-PATIENT-NAME          PIC X(30).
           05  FILLER                      PIC X(06) VALUE ' PAID '.
           05  WS-SC-PAYMENT-DATE          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SC-SENT-NOTE             PIC X(24).
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-STM-PROVIDER-LINE.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'PROVIDER: '.
           05  WS-SP-PROVIDER-NAME         PIC X(60).
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  WS-STM-DETAIL-LINE.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-SD-SERVICE-DATE          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-PROC-CODE             PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-CHARGE                PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-ALLOWED               PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-PAID                  PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-DEDUCT                PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-COPAY                 PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-SD-COINS                 PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SD-PAT-RESP              PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-STM-PROGRESS-LINE.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-SG-TEXT                  PIC X(110).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-STM-TOTAL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ST-LABEL                 PIC X(40).
           05  WS-ST-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(77) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - ONE PASS OF THE MONTH'S STAGED EOB DETAIL, ONE      *
      * STATEMENT PER ADDRESSEE                                        *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PRODUCE-STATEMENTS
               THRU 2000-PRODUCE-STATEMENTS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * MONTH CARD, FILES, DATABASE                                    *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT STM-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'STM-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ STM-CONTROL-FILE
           IF NOT CTRL-OK OR FC-STMT-MONTH NOT NUMERIC
               MOVE 'STATEMENT MONTH CARD MISSING OR BAD'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE STM-CONTROL-FILE
           IF FC-STMT-MONTH(5:2) < '01' OR FC-STMT-MONTH(5:2) > '12'
               MOVE 'STATEMENT MONTH NOT CCYYMM' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE FC-STMT-MONTH TO HV-STMT-MONTH
           MOVE WS-CURR-DATE-8 TO HV-STMT-DATE

           OPEN OUTPUT STM-STATEMENT-FILE
           IF NOT STMT-OK
               MOVE 'STM-STATEMENT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT STM-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'STM-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE STM-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE STM-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO STM-CONTROL-RPT-REC
           WRITE STM-CONTROL-RPT-REC
           MOVE 'STATEMENT MONTH' TO WS-RPT-LABEL
           MOVE FC-STMT-MONTH TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE STM-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - THE MONTH'S DEFERRED AND ALREADY-SENT EOB LINES, IN     *
      * ADDRESSEE / PAYMENT / CLAIM ORDER. THE ADDRESSEE IS THE        *
      * SUBSCRIBER UNLESS THE MEMBER HAS A CONFIDENTIAL-COMMUNICATION  *
      * PREFERENCE ON FILE, IN WHICH CASE IT IS THE MEMBER. THE        *
      * STATEMENT TYPE (C = CONFIDENTIAL, F = FAMILY) IS PART OF THE   *
      * BREAK: A CONFIDENTIAL SUBSCRIBER'S OWN STATEMENT AND THE       *
      * FAMILY STATEMENT OF THE SAME SUBSCRIBER ID ARE TWO STATEMENTS. *
      *================================================================*
       2000-PRODUCE-STATEMENTS.
           EXEC SQL
               DECLARE STMT_DETAIL_CURSOR CURSOR FOR
               SELECT CASE WHEN C.PREF_CODE IN ('M', 'A', 'S')
                           THEN 'C'
                           ELSE 'F' END,
                      CASE WHEN C.PREF_CODE IN ('M', 'A', 'S')
                           THEN D.MEMBER_ID
                           ELSE D.SUBSCRIBER_ID END,
                      ISNULL(C.PREF_CODE, ' '),
                      D.MEMBER_ID,
                      ISNULL(M.FIRST_NAME, ' '),
                      ISNULL(M.LAST_NAME, ' '),
                      D.CLAIM_NUMBER, D.LINE_NUMBER,
                      ISNULL(D.PROVIDER_NAME, ' '),
                      D.SERVICE_DATE, D.PROC_CODE,
                      D.CHARGE_AMT, D.ALLOWED_AMT, D.PAID_AMT,
                      D.DEDUCT_AMT, D.COPAY_AMT, D.COINS_AMT,
                      D.PAT_RESP_AMT,
                      ISNULL(D.SENSITIVE_FLAG, 'N'),
                      D.IND_DEDUCT_ACCUM, D.IND_DEDUCT_MAX,
                      D.FAM_DEDUCT_ACCUM, D.FAM_DEDUCT_MAX,
                      D.IND_OOP_ACCUM, D.IND_OOP_MAX,
                      D.FAM_OOP_ACCUM, D.FAM_OOP_MAX,
                      D.PAYMENT_DATE, D.STMT_STATUS
               FROM   EOB_STATEMENT_DETAIL D
               LEFT JOIN CONFIDENTIAL_COMM_PREF C
                 ON   C.MEMBER_ID = D.MEMBER_ID
                AND   C.PREF_STATUS = 'A'
               LEFT JOIN MEMBER M
                 ON   M.MEMBER_ID = D.MEMBER_ID
               WHERE  D.STMT_MONTH = :HV-STMT-MONTH
               AND    D.STMT_STATUS IN ('P', 'I')
               ORDER BY 2, 1, D.PAYMENT_DATE, D.CLAIM_NUMBER,
                        D.LINE_NUMBER
               FOR READ ONLY
           END-EXEC

           EXEC SQL
               OPEN STMT_DETAIL_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'STATEMENT DETAIL CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM UNTIL DETAIL-AT-EOF
               EXEC SQL
                   FETCH STMT_DETAIL_CURSOR
                   INTO  :HV-STMT-TYPE,
                         :HV-STMT-KEY, :HV-CC-PREF-CODE,
                         :HV-MEMBER-ID, :HV-PAT-FIRST-NAME,
                         :HV-PAT-LAST-NAME,
                         :HV-CLAIM-NUMBER, :HV-LINE-NUMBER,
                         :HV-PROVIDER-NAME,
                         :HV-SERVICE-DATE, :HV-PROC-CODE,
                         :HV-CHARGE-AMT, :HV-ALLOWED-AMT,
                         :HV-PAID-AMT, :HV-DEDUCT-AMT,
                         :HV-COPAY-AMT, :HV-COINS-AMT,
                         :HV-PAT-RESP-AMT, :HV-SENSITIVE-FLAG,
                         :HV-IND-DEDUCT-ACCUM, :HV-IND-DEDUCT-MAX,
                         :HV-FAM-DEDUCT-ACCUM, :HV-FAM-DEDUCT-MAX,
                         :HV-IND-OOP-ACCUM, :HV-IND-OOP-MAX,
                         :HV-FAM-OOP-ACCUM, :HV-FAM-OOP-MAX,
                         :HV-PAYMENT-DATE, :HV-STMT-STATUS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET DETAIL-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-LINES-READ
                   PERFORM 2100-PROCESS-ONE-LINE
                       THRU 2100-PROCESS-ONE-LINE-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE STMT_DETAIL_CURSOR
           END-EXEC

           IF WS-PRIOR-KEY NOT = SPACES
               PERFORM 2400-CLOSE-STATEMENT
           END-IF
           .
       2000-PRODUCE-STATEMENTS-EXIT.
           EXIT.

       2100-PROCESS-ONE-LINE.
      *----------------------------------------------------------------*
      * BREAK ON ADDRESSEE AND CLAIM, THEN PRINT THE SERVICE LINE.     *
      * A DEPENDENT'S SENSITIVE LINE NEVER PRINTS ON THE FAMILY        *
      * STATEMENT.                                                     *
      *----------------------------------------------------------------*
           IF HV-STMT-KEY NOT = WS-PRIOR-KEY
           OR HV-STMT-TYPE NOT = WS-PRIOR-TYPE
               IF WS-PRIOR-KEY NOT = SPACES
                   PERFORM 2400-CLOSE-STATEMENT
               END-IF
               PERFORM 2200-OPEN-STATEMENT
                   THRU 2200-OPEN-STATEMENT-EXIT
           END-IF

           IF NOT STMT-PRINTING
               GO TO 2100-PROCESS-ONE-LINE-EXIT
           END-IF

           IF HV-LINE-SENSITIVE AND HV-MEMBER-ID NOT = HV-STMT-KEY
               ADD 1 TO WS-CTR-SENSITIVE-WITHHELD
               GO TO 2100-PROCESS-ONE-LINE-EXIT
           END-IF

           IF HV-CLAIM-NUMBER NOT = WS-PRIOR-CLAIM
               IF WS-PRIOR-CLAIM NOT = SPACES
                   PERFORM 2350-WRITE-CLAIM-PROGRESS
               END-IF
               PERFORM 2300-WRITE-CLAIM-HEADER
           END-IF

           IF WS-STMT-LINE-CTR NOT < WS-STMT-MAX-LINES
               PERFORM 2250-WRITE-PAGE-HEADER
           END-IF
           MOVE HV-SERVICE-DATE TO WS-SD-SERVICE-DATE
           MOVE HV-PROC-CODE    TO WS-SD-PROC-CODE
           MOVE HV-CHARGE-AMT   TO WS-SD-CHARGE
           MOVE HV-ALLOWED-AMT  TO WS-SD-ALLOWED
           MOVE HV-PAID-AMT     TO WS-SD-PAID
           MOVE HV-DEDUCT-AMT   TO WS-SD-DEDUCT
           MOVE HV-COPAY-AMT    TO WS-SD-COPAY
           MOVE HV-COINS-AMT    TO WS-SD-COINS
           MOVE HV-PAT-RESP-AMT TO WS-SD-PAT-RESP
           WRITE STM-STATEMENT-REC FROM WS-STM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-STMT-LINE-CTR
           ADD 1 TO WS-CTR-LINES-PRINTED

           ADD HV-CHARGE-AMT   TO WS-STMT-TOT-CHARGE
           ADD HV-PAID-AMT     TO WS-STMT-TOT-PAID
           ADD HV-PAT-RESP-AMT TO WS-STMT-TOT-PAT-RESP

           MOVE HV-MEMBER-ID        TO WS-CLM-MEMBER-ID
           MOVE HV-IND-DEDUCT-ACCUM TO WS-CLM-IND-DEDUCT-ACCUM
           MOVE HV-IND-DEDUCT-MAX   TO WS-CLM-IND-DEDUCT-MAX
           MOVE HV-FAM-DEDUCT-ACCUM TO WS-CLM-FAM-DEDUCT-ACCUM
           MOVE HV-FAM-DEDUCT-MAX   TO WS-CLM-FAM-DEDUCT-MAX
           MOVE HV-IND-OOP-ACCUM    TO WS-CLM-IND-OOP-ACCUM
           MOVE HV-IND-OOP-MAX      TO WS-CLM-IND-OOP-MAX
           MOVE HV-FAM-OOP-ACCUM    TO WS-CLM-FAM-OOP-ACCUM
           MOVE HV-FAM-OOP-MAX      TO WS-CLM-FAM-OOP-MAX
           .
       2100-PROCESS-ONE-LINE-EXIT.
           EXIT.

       2200-OPEN-STATEMENT.
      *----------------------------------------------------------------*
      * NEW ADDRESSEE: NAME FROM MEMBER, MAILING ADDRESS FROM THE      *
      * PATIENT MASTER OR THE CONFIDENTIAL ALTERNATE ADDRESS. A        *
      * SUPPRESS PREFERENCE OR A RETURNED-MAIL ADDRESS (HCRETMAI)      *
      * WITH NO ALTERNATE PRINTS NOTHING.                              *
      *----------------------------------------------------------------*
           MOVE HV-STMT-KEY TO WS-PRIOR-KEY
           MOVE HV-STMT-TYPE TO WS-PRIOR-TYPE
           MOVE SPACES TO WS-PRIOR-CLAIM
           MOVE 0 TO WS-STMT-CLAIMS WS-STMT-PAGE-NO
                     WS-STMT-TOT-CHARGE WS-STMT-TOT-PAID
                     WS-STMT-TOT-PAT-RESP
           SET STMT-PRINTING TO TRUE
           IF HV-CC-PREF-CODE = 'M' OR HV-CC-PREF-CODE = 'A'
               MOVE 'N' TO WS-FAMILY-STMT-SW
           ELSE
               SET STMT-IS-FAMILY TO TRUE
           END-IF

           IF HV-CC-PREF-CODE = 'S'
               SET STMT-SUPPRESSED TO TRUE
               GO TO 2200-OPEN-STATEMENT-EXIT
           END-IF

           MOVE SPACE TO HV-ADR-STATUS
           EXEC SQL
               SELECT S.FIRST_NAME, S.LAST_NAME,
                      P.pat_addr_line_1, P.pat_addr_line_2,
                      P.pat_city, P.pat_state, P.pat_zip,
                      ISNULL(P.pat_addr_status, ' ')
               INTO   :HV-ADR-FIRST-NAME, :HV-ADR-LAST-NAME,
                      :HV-ADR-LINE-1, :HV-ADR-LINE-2,
                      :HV-ADR-CITY, :HV-ADR-STATE, :HV-ADR-ZIP,
                      :HV-ADR-STATUS
               FROM   MEMBER S
               JOIN   PATIENT_MASTER P
                 ON   P.PRI_MEMBER_ID = S.MEMBER_ID
               WHERE  S.MEMBER_ID = :HV-STMT-KEY
           END-EXEC
           IF WS-SQLCODE NOT = 0
               SET STMT-NO-ADDRESS TO TRUE
               GO TO 2200-OPEN-STATEMENT-EXIT
           END-IF

           IF HV-CC-PREF-CODE = 'A'
               EXEC SQL
                   SELECT ALT_ADDR_1, ALT_ADDR_2, ALT_CITY,
                          ALT_STATE, ALT_ZIP
                   INTO   :HV-ALT-LINE-1, :HV-ALT-LINE-2,
                          :HV-ALT-CITY, :HV-ALT-STATE, :HV-ALT-ZIP
                   FROM   CONFIDENTIAL_COMM_PREF
                   WHERE  MEMBER_ID = :HV-STMT-KEY
                   AND    PREF_STATUS = 'A'
               END-EXEC
               IF WS-SQLCODE = 0
                   MOVE HV-ALT-LINE-1 TO HV-ADR-LINE-1
                   MOVE HV-ALT-LINE-2 TO HV-ADR-LINE-2
                   MOVE HV-ALT-CITY   TO HV-ADR-CITY
                   MOVE HV-ALT-STATE  TO HV-ADR-STATE
                   MOVE HV-ALT-ZIP    TO HV-ADR-ZIP
                   MOVE SPACE         TO HV-ADR-STATUS
               END-IF
           END-IF

           IF HV-ADR-STATUS = 'U'
               SET STMT-SUPPRESSED TO TRUE
               GO TO 2200-OPEN-STATEMENT-EXIT
           END-IF

           PERFORM 2250-WRITE-PAGE-HEADER
           .
       2200-OPEN-STATEMENT-EXIT.
           EXIT.

       2250-WRITE-PAGE-HEADER.
      *----------------------------------------------------------------*
      * STATEMENT PAGE HEADING - ADDRESS BLOCK ON EVERY PAGE SO A      *
      * WINDOW ENVELOPE WORKS FOR ANY PAGE COUNT                       *
      *----------------------------------------------------------------*
           ADD 1 TO WS-STMT-PAGE-NO
           MOVE FC-STMT-MONTH TO WS-SH-MONTH
           MOVE WS-RPT-DATE TO WS-SH-RUN-DATE
           MOVE WS-STMT-PAGE-NO TO WS-SH-PAGE
           WRITE STM-STATEMENT-REC FROM WS-STM-HEADER-1
               AFTER ADVANCING PAGE
           WRITE STM-STATEMENT-REC FROM WS-STM-NOT-A-BILL
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-SA-TEXT
           STRING HV-ADR-FIRST-NAME DELIMITED BY '  '
               ' ' HV-ADR-LAST-NAME DELIMITED BY '  '
               INTO WS-SA-TEXT
           WRITE STM-STATEMENT-REC FROM WS-STM-ADDRESS-LINE
               AFTER ADVANCING 2 LINES
           MOVE HV-ADR-LINE-1 TO WS-SA-TEXT
           WRITE STM-STATEMENT-REC FROM WS-STM-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           IF HV-ADR-LINE-2 NOT = SPACES
               MOVE HV-ADR-LINE-2 TO WS-SA-TEXT
               WRITE STM-STATEMENT-REC FROM WS-STM-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-SA-TEXT
           STRING HV-ADR-CITY DELIMITED BY '  '
               ', ' HV-ADR-STATE ' ' HV-ADR-ZIP
               DELIMITED BY SIZE INTO WS-SA-TEXT
           WRITE STM-STATEMENT-REC FROM WS-STM-ADDRESS-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-SA-TEXT
           STRING 'MEMBER ID: ' HV-STMT-KEY
               DELIMITED BY SIZE INTO WS-SA-TEXT
           WRITE STM-STATEMENT-REC FROM WS-STM-ADDRESS-LINE
               AFTER ADVANCING 2 LINES
           WRITE STM-STATEMENT-REC FROM WS-STM-COLUMN-HEADER
               AFTER ADVANCING 2 LINES
           MOVE 12 TO WS-STMT-LINE-CTR
           .

       2300-WRITE-CLAIM-HEADER.
      *----------------------------------------------------------------*
      * CLAIM HEADING - PATIENT, PAYMENT DATE, PROVIDER, AND WHETHER   *
      * AN INDIVIDUAL EOB ALREADY WENT OUT FOR IT                      *
      *----------------------------------------------------------------*
           IF WS-STMT-LINE-CTR + 4 > WS-STMT-MAX-LINES
               PERFORM 2250-WRITE-PAGE-HEADER
           END-IF
           MOVE HV-CLAIM-NUMBER TO WS-PRIOR-CLAIM
           ADD 1 TO WS-STMT-CLAIMS
           ADD 1 TO WS-CTR-CLAIMS-LISTED

           MOVE HV-CLAIM-NUMBER TO WS-SC-CLAIM-NUMBER
           MOVE SPACES TO WS-SC-PATIENT-NAME
           STRING HV-PAT-FIRST-NAME DELIMITED BY '  '
               ' ' HV-PAT-LAST-NAME DELIMITED BY '  '
               INTO WS-SC-PATIENT-NAME
           MOVE HV-PAYMENT-DATE TO WS-SC-PAYMENT-DATE
           IF HV-EOB-ALREADY-SENT
               MOVE '(EOB PREVIOUSLY SENT)' TO WS-SC-SENT-NOTE
           ELSE
               MOVE SPACES TO WS-SC-SENT-NOTE
           END-IF
           WRITE STM-STATEMENT-REC FROM WS-STM-CLAIM-LINE
               AFTER ADVANCING 2 LINES
           MOVE HV-PROVIDER-NAME TO WS-SP-PROVIDER-NAME
           WRITE STM-STATEMENT-REC FROM WS-STM-PROVIDER-LINE
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-STMT-LINE-CTR
           .

       2350-WRITE-CLAIM-PROGRESS.
      *----------------------------------------------------------------*
      * RUNNING DEDUCTIBLE AND OUT-OF-POCKET PROGRESS AS OF THE        *
      * CLAIM'S PAYMENT - INDIVIDUAL, AND FAMILY ON A FAMILY STATEMENT *
      *----------------------------------------------------------------*
           MOVE WS-CLM-IND-DEDUCT-ACCUM TO WS-EDIT-AMT-1
           MOVE WS-CLM-IND-DEDUCT-MAX   TO WS-EDIT-AMT-2
           MOVE WS-CLM-IND-OOP-ACCUM    TO WS-EDIT-AMT-3
           MOVE WS-CLM-IND-OOP-MAX      TO WS-EDIT-AMT-4
           MOVE SPACES TO WS-SG-TEXT
           STRING 'TO DATE - DEDUCTIBLE $' WS-EDIT-AMT-1
               ' OF $' WS-EDIT-AMT-2
               '   OUT-OF-POCKET $' WS-EDIT-AMT-3
               ' OF $' WS-EDIT-AMT-4
               DELIMITED BY SIZE INTO WS-SG-TEXT
           WRITE STM-STATEMENT-REC FROM WS-STM-PROGRESS-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-STMT-LINE-CTR

           IF STMT-IS-FAMILY
              AND (WS-CLM-FAM-DEDUCT-MAX > 0
                   OR WS-CLM-FAM-OOP-MAX > 0)
               MOVE WS-CLM-FAM-DEDUCT-ACCUM TO WS-EDIT-AMT-1
               MOVE WS-CLM-FAM-DEDUCT-MAX   TO WS-EDIT-AMT-2
               MOVE WS-CLM-FAM-OOP-ACCUM    TO WS-EDIT-AMT-3
               MOVE WS-CLM-FAM-OOP-MAX      TO WS-EDIT-AMT-4
               MOVE SPACES TO WS-SG-TEXT
               STRING 'FAMILY  - DEDUCTIBLE $' WS-EDIT-AMT-1
                   ' OF $' WS-EDIT-AMT-2
                   '   OUT-OF-POCKET $' WS-EDIT-AMT-3
                   ' OF $' WS-EDIT-AMT-4
                   DELIMITED BY SIZE INTO WS-SG-TEXT
               WRITE STM-STATEMENT-REC FROM WS-STM-PROGRESS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-STMT-LINE-CTR
           END-IF
           .

       2400-CLOSE-STATEMENT.
      *----------------------------------------------------------------*
      * FINISH THE STATEMENT AND MARK ITS ROWS STATEMENTED. A          *
      * STATEMENT WITH NO MAILING ADDRESS LEAVES ITS ROWS FOR THE      *
      * NEXT RUN.                                                      *
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN STMT-PRINTING
                   IF WS-STMT-CLAIMS > 0
                       PERFORM 2350-WRITE-CLAIM-PROGRESS
                       PERFORM 2420-WRITE-STATEMENT-TOTALS
                       ADD 1 TO WS-CTR-STATEMENTS
                       IF STMT-IS-FAMILY
                           ADD 1 TO WS-CTR-FAMILY-STMTS
                       ELSE
                           ADD 1 TO WS-CTR-MEMBER-STMTS
                       END-IF
                   END-IF
                   PERFORM 2450-MARK-STATEMENTED
               WHEN STMT-SUPPRESSED
                   ADD 1 TO WS-CTR-STMTS-SUPPRESSED
                   PERFORM 2450-MARK-STATEMENTED
               WHEN STMT-NO-ADDRESS
                   ADD 1 TO WS-CTR-STMTS-NO-ADDRESS
                   MOVE 'NO MAILING ADDRESS - HELD' TO WS-RPT-LABEL
                   MOVE WS-PRIOR-KEY TO WS-RPT-VALUE
                   PERFORM 1300-WRITE-DETAIL-LINE
           END-EVALUATE
           .

       2420-WRITE-STATEMENT-TOTALS.
      *----------------------------------------------------------------*
      * STATEMENT TOTALS FOR THE MONTH                                 *
      *----------------------------------------------------------------*
           MOVE SPACES TO STM-STATEMENT-REC
           WRITE STM-STATEMENT-REC
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL BILLED BY YOUR PROVIDERS' TO WS-ST-LABEL
           MOVE WS-STMT-TOT-CHARGE TO WS-ST-AMOUNT
           WRITE STM-STATEMENT-REC FROM WS-STM-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL YOUR PLAN PAID' TO WS-ST-LABEL
           MOVE WS-STMT-TOT-PAID TO WS-ST-AMOUNT
           WRITE STM-STATEMENT-REC FROM WS-STM-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL YOU MAY OWE YOUR PROVIDERS' TO WS-ST-LABEL
           MOVE WS-STMT-TOT-PAT-RESP TO WS-ST-AMOUNT
           WRITE STM-STATEMENT-REC FROM WS-STM-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .

       2450-MARK-STATEMENTED.
      *----------------------------------------------------------------*
      * MARK THE ADDRESSEE'S ROWS FOR THE MONTH - THE SAME GROUPING    *
      * THE CURSOR USED: ON A CONFIDENTIAL STATEMENT THE MEMBER'S OWN  *
      * ROWS; ON A FAMILY STATEMENT THE SUBSCRIBER'S ROWS OF EVERY     *
      * MEMBER WITH NO CONFIDENTIAL-COMMUNICATION PREFERENCE           *
      *----------------------------------------------------------------*
           MOVE WS-PRIOR-KEY TO HV-STMT-KEY
           MOVE WS-PRIOR-TYPE TO HV-STMT-TYPE
           IF HV-STMT-CONFIDENTIAL
               EXEC SQL
                   UPDATE EOB_STATEMENT_DETAIL
                   SET    STMT_STATUS = 'S',
                          STATEMENT_DATE = :HV-STMT-DATE
                   WHERE  STMT_MONTH = :HV-STMT-MONTH
                   AND    STMT_STATUS IN ('P', 'I')
                   AND    MEMBER_ID = :HV-STMT-KEY
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE EOB_STATEMENT_DETAIL
                   SET    STMT_STATUS = 'S',
                          STATEMENT_DATE = :HV-STMT-DATE
                   WHERE  STMT_MONTH = :HV-STMT-MONTH
                   AND    STMT_STATUS IN ('P', 'I')
                   AND    SUBSCRIBER_ID = :HV-STMT-KEY
                   AND    MEMBER_ID NOT IN
                          (SELECT C.MEMBER_ID
                           FROM   CONFIDENTIAL_COMM_PREF C
                           WHERE  C.PREF_STATUS = 'A'
                           AND    C.PREF_CODE IN ('M', 'A', 'S'))
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'STATEMENT DETAIL UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD WS-SQLERRD(3) TO WS-CTR-ROWS-MARKED
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCEOBSTM' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCEOBSTM - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCEOBSTM - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCEOBSTM - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO STM-CONTROL-RPT-REC
           WRITE STM-CONTROL-RPT-REC
           MOVE 'DETAIL LINES READ' TO WS-RPT-LABEL
           MOVE WS-CTR-LINES-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'STATEMENTS PRINTED' TO WS-RPT-LABEL
           MOVE WS-CTR-STATEMENTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  FAMILY STATEMENTS' TO WS-RPT-LABEL
           MOVE WS-CTR-FAMILY-STMTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  CONFIDENTIAL MEMBER STATEMENTS' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBER-STMTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS LISTED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-LISTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SERVICE LINES PRINTED' TO WS-RPT-LABEL
           MOVE WS-CTR-LINES-PRINTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SENSITIVE LINES WITHHELD' TO WS-RPT-LABEL
           MOVE WS-CTR-SENSITIVE-WITHHELD TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'STATEMENTS SUPPRESSED' TO WS-RPT-LABEL
           MOVE WS-CTR-STMTS-SUPPRESSED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'STATEMENTS HELD - NO ADDRESS' TO WS-RPT-LABEL
           MOVE WS-CTR-STMTS-NO-ADDRESS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'DETAIL ROWS MARKED STATEMENTED' TO WS-RPT-LABEL
           MOVE WS-CTR-ROWS-MARKED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCEOBSTM - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'STATEMENT MONTH:    ' FC-STMT-MONTH
           DISPLAY 'LINES READ:         ' WS-CTR-LINES-READ
           DISPLAY 'STATEMENTS PRINTED: ' WS-CTR-STATEMENTS
           DISPLAY 'CLAIMS LISTED:      ' WS-CTR-CLAIMS-LISTED
           DISPLAY 'SENSITIVE WITHHELD: ' WS-CTR-SENSITIVE-WITHHELD
           DISPLAY 'STMTS SUPPRESSED:   ' WS-CTR-STMTS-SUPPRESSED
           DISPLAY 'STMTS NO ADDRESS:   ' WS-CTR-STMTS-NO-ADDRESS
           DISPLAY 'ROWS MARKED:        ' WS-CTR-ROWS-MARKED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE STM-STATEMENT-FILE
           CLOSE STM-CONTROL-RPT
           .
