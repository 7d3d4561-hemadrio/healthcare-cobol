       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCAPPAY.
      *================================================================*
      * PROGRAM:     HCCAPPAY                                          *
      * DESCRIPTION: MONTHLY PCP CAPITATION PAYMENT GENERATION. RUN    *
      *              ONCE FOR EACH CAPITATION MONTH, THE PROGRAM:      *
      *                - TAKES EVERY PCP ON T_PCP_PANEL WITH A         *
      *                  CAPITATION CONTRACT IN FORCE AND PAYS ONE     *
      *                  MEMBER-MONTH FOR EACH MEMBER ASSIGNED TO      *
      *                  THE PCP ON MEMBER_PCP_ASSIGNMENT AND          *
      *                  ELIGIBLE ON THE FIRST OF THE MONTH, RATED     *
      *                  FROM THE CONTRACT'S AGE / GENDER / PRODUCT    *
      *                  RATES (PCP_CAP_RATE)                          *
      *                - WORKS THE RETROACTIVE ADDS, TERMS AND PCP     *
      *                  CHANGES HCELIGVR QUEUES ON T_RETRO_QUEUE:     *
      *                  EACH PRIOR MONTH IS RE-RATED AGAINST WHAT     *
      *                  WAS PAID AND THE DIFFERENCE IS PAID OR        *
      *                  TAKEN BACK, NO FURTHER BACK THAN THE          *
      *                  CONTRACT'S RETRO LIMIT                        *
      *                - STAGES ONE CAPITATION_PAYMENT PER PCP, WHICH  *
      *                  HCREMIT ISSUES AS ITS OWN BUNDLE; A NET       *
      *                  RECOVERY OPENS A PROVIDER OVERPAYMENT         *
      *                - WRITES A ROSTER FOR EACH PCP LISTING EVERY    *
      *                  MEMBER PAID OR ADJUSTED                       *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  CAPCTRL  - CAPITATION MONTH CARD (CCYYMM)        *
      * OUTPUT FILES: CAPROST  - PCP CAPITATION ROSTERS                *
      *               CAPRPT   - CAPITATION CONTROL REPORT             *
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
           SELECT CAP-CONTROL-FILE
               ASSIGN TO CAPCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT CAP-ROSTER-FILE
               ASSIGN TO CAPROST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ROST-STATUS.

           SELECT CAP-CONTROL-RPT
               ASSIGN TO CAPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CAP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CAP-CONTROL-REC.
           05  FC-CAP-MONTH                PIC 9(06).
           05  FILLER                      PIC X(74).

       FD  CAP-ROSTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CAP-ROSTER-REC                  PIC X(133).

       FD  CAP-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CAP-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-ROST-STATUS              PIC X(02).
               88  ROST-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.
           05  WS-RATE-FOUND-SW            PIC X(01) VALUE 'N'.
               88  RATE-FOUND              VALUE 'Y'.
           05  WS-ASSIGN-FOUND-SW          PIC X(01) VALUE 'N'.
               88  ASSIGN-FOUND            VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-PCPS-LOADED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-MEMBER-MONTHS        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NO-RATE              PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RETRO-MEMBERS        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RETRO-ADDS           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RETRO-TERMS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RETRO-CHANGES        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PAST-RETRO-LIMIT     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-PAYMENTS             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OVERPAYMENTS         PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-REGULAR              PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-ADJUSTMENT           PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-PAYABLE              PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-RECOVERED            PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CAP-MONTH-DATE           PIC 9(08).
           05  WS-CAP-MONTH-R REDEFINES WS-CAP-MONTH-DATE.
               10  WS-CAP-CCYY             PIC 9(04).
               10  WS-CAP-MM               PIC 9(02).
               10  WS-CAP-DD               PIC 9(02).
           05  WS-MM-DATE                  PIC 9(08).
           05  WS-MM-DATE-R REDEFINES WS-MM-DATE.
               10  WS-MM-CCYY              PIC 9(04).
               10  WS-MM-MM                PIC 9(02).
               10  WS-MM-DD                PIC 9(02).
           05  WS-MM-DATE-R2 REDEFINES WS-MM-DATE.
               10  FILLER                  PIC 9(04).
               10  WS-MM-MMDD              PIC 9(04).
           05  WS-DOB-DATE                 PIC 9(08).
           05  WS-DOB-DATE-R REDEFINES WS-DOB-DATE.
               10  WS-DOB-CCYY             PIC 9(04).
               10  WS-DOB-MMDD             PIC 9(04).
           05  WS-RETRO-DATE               PIC 9(08).
           05  WS-RETRO-DATE-R REDEFINES WS-RETRO-DATE.
               10  WS-RETRO-CCYY           PIC 9(04).
               10  WS-RETRO-MM             PIC 9(02).
               10  WS-RETRO-DD             PIC 9(02).
           05  WS-RUN-MONTH-IDX            PIC S9(07) COMP.
           05  WS-MM-IDX                   PIC S9(07) COMP.
           05  WS-START-IDX                PIC S9(07) COMP.
           05  WS-END-IDX                  PIC S9(07) COMP.
           05  WS-MONTHS-BACK              PIC S9(05) COMP.
           05  WS-MAX-RETRO-LIMIT          PIC S9(05) COMP VALUE 0.
           05  WS-AGE                      PIC S9(03) COMP.
           05  WS-PCP-SUB                  PIC S9(05) COMP.
           05  WS-FIND-SUB                 PIC S9(05) COMP.
           05  WS-RTQ-SUB                  PIC S9(05) COMP.
           05  WS-PAID-SUB                 PIC S9(05) COMP.
           05  WS-PAY-SEQ                  PIC 9(04) VALUE 0.
           05  WS-FIND-NPI                 PIC X(10).
           05  WS-CORRECT-NPI              PIC X(10).
           05  WS-PAID-TO-CORRECT          PIC S9(09)V99 COMP-3.
           05  WS-EXPECTED-AMT             PIC S9(09)V99 COMP-3.
           05  WS-NET-AMT                  PIC S9(09)V99 COMP-3.
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
           05  WS-EXCEPTION-TEXT           PIC X(40).

      *--- PCPS WITH A CAPITATION CONTRACT, LOADED ONCE; THE MONTH'S
      *--- REGULAR AND RETRO AMOUNTS ACCUMULATE HERE UNTIL THE
      *--- PAYMENTS ARE STAGED ---
       01  WS-PCP-TABLE.
           05  WS-PCP-COUNT                PIC 9(05) VALUE 0.
           05  WS-PCP-MAX                  PIC 9(05) VALUE 3000.
           05  WS-PCP-ENTRY OCCURS 3000 TIMES.
               10  WS-PCP-NPI              PIC X(10).
               10  WS-PCP-CONTRACT-ID      PIC X(12).
               10  WS-PCP-RETRO-LIMIT      PIC S9(03) COMP-3.
               10  WS-PCP-TAX-ID           PIC X(09).
               10  WS-PCP-PAYER-ID         PIC X(10).
               10  WS-PCP-LOB              PIC X(03).
               10  WS-PCP-PAY-TO-NAME      PIC X(60).
               10  WS-PCP-PAY-TO-ADDR-1    PIC X(55).
               10  WS-PCP-PAY-TO-CITY      PIC X(30).
               10  WS-PCP-PAY-TO-STATE     PIC X(02).
               10  WS-PCP-PAY-TO-ZIP       PIC X(09).
               10  WS-PCP-MEMBERS          PIC 9(07) COMP-3.
               10  WS-PCP-ADJ-COUNT        PIC 9(07) COMP-3.
               10  WS-PCP-REGULAR-AMT      PIC S9(09)V99 COMP-3.
               10  WS-PCP-ADJUST-AMT       PIC S9(09)V99 COMP-3.

      *--- MEMBERS QUEUED BY HCELIGVR FOR CAPITATION RETRO, ONE ENTRY
      *--- PER MEMBER AT THE EARLIEST DATE QUEUED ---
       01  WS-RETRO-TABLE.
           05  WS-RTQ-COUNT                PIC 9(05) VALUE 0.
           05  WS-RTQ-MAX                  PIC 9(05) VALUE 5000.
           05  WS-RTQ-ENTRY OCCURS 5000 TIMES.
               10  WS-RTQ-MEMBER-ID        PIC X(12).
               10  WS-RTQ-RETRO-DATE       PIC 9(08).

      *--- WHAT HAS BEEN PAID FOR ONE MEMBER-MONTH, BY PCP ---
       01  WS-PAID-TABLE.
           05  WS-PAID-COUNT               PIC 9(02) VALUE 0.
           05  WS-PAID-ENTRY OCCURS 10 TIMES.
               10  WS-PAID-NPI             PIC X(10).
               10  WS-PAID-AMT             PIC S9(09)V99 COMP-3.

       01  HV-CAPITATION-VARS.
           05  HV-CAP-MONTH                PIC 9(08).
           05  HV-MM-MONTH                 PIC 9(08).
           05  HV-PCP-NPI                  PIC X(10).
           05  HV-CONTRACT-ID              PIC X(12).
           05  HV-RETRO-LIMIT              PIC S9(03).
           05  HV-PROVIDER-TAX-ID          PIC X(09).
           05  HV-PAYER-ID                 PIC X(10).
           05  HV-LOB                      PIC X(03).
           05  HV-PAY-TO-NAME              PIC X(60).
           05  HV-PAY-TO-ADDR-1            PIC X(55).
           05  HV-PAY-TO-CITY              PIC X(30).
           05  HV-PAY-TO-STATE             PIC X(02).
           05  HV-PAY-TO-ZIP               PIC X(09).
           05  HV-MEMBER-ID                PIC X(12).
           05  HV-LAST-NAME                PIC X(30).
           05  HV-FIRST-NAME               PIC X(20).
           05  HV-DOB                      PIC X(08).
           05  HV-GENDER                   PIC X(01).
           05  HV-PRODUCT                  PIC X(03).
           05  HV-AGE                      PIC S9(03).
           05  HV-CAP-RATE                 PIC S9(07)V99.
           05  HV-CAP-AMOUNT               PIC S9(09)V99.
           05  HV-CAP-TYPE                 PIC X(03).
           05  HV-RETRO-DATE               PIC X(08).
           05  HV-PAYMENT-ID               PIC X(12).
           05  HV-MEMBER-COUNT             PIC S9(07).
           05  HV-REGULAR-AMT              PIC S9(09)V99.
           05  HV-ADJUST-AMT               PIC S9(09)V99.
           05  HV-PAYMENT-AMT              PIC S9(09)V99.
           05  HV-OUTSTANDING-AMT          PIC S9(09)V99.
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
               VALUE 'PCP CAPITATION PAYMENT CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

      *--- PCP CAPITATION ROSTER - ONE PAGE GROUP PER PCP ---
       01  WS-ROS-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(28)
               VALUE 'PCP CAPITATION ROSTER  MONTH'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RH-CAP-MONTH             PIC 9(06).
           05  FILLER                      PIC X(06) VALUE '  PCP '.
           05  WS-RH-NPI                   PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RH-PAY-TO-NAME           PIC X(60).
           05  FILLER                      PIC X(06) VALUE '  RUN '.
           05  WS-RH-RUN-DATE              PIC X(10).
           05  FILLER                      PIC X(03) VALUE SPACES.

       01  WS-ROS-HEADER-2.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(10) VALUE 'CONTRACT '.
           05  WS-RH-CONTRACT-ID           PIC X(12).
           05  FILLER                      PIC X(14)
               VALUE '  RETRO LIMIT '.
           05  WS-RH-RETRO-LIMIT           PIC ZZ9.
           05  FILLER                      PIC X(18)
               VALUE ' MONTHS  PAYMENT '.
           05  WS-RH-PAYMENT-ID            PIC X(12).
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  WS-ROS-COLUMN-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE 'MEMBER ID'.
           05  FILLER                      PIC X(21) VALUE 'LAST NAME'.
           05  FILLER                      PIC X(13) VALUE 'FIRST NAME'.
           05  FILLER                      PIC X(07) VALUE 'MONTH'.
           05  FILLER                      PIC X(05) VALUE 'TYPE'.
           05  FILLER                      PIC X(05) VALUE 'PROD'.
           05  FILLER                      PIC X(04) VALUE 'SEX'.
           05  FILLER                      PIC X(04) VALUE 'AGE'.
           05  FILLER                      PIC X(12)
               VALUE '        RATE'.
           05  FILLER                      PIC X(16)
               VALUE '          AMOUNT'.
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-ROS-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-MEMBER-ID             PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-LAST-NAME             PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-FIRST-NAME            PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-CAP-MONTH             PIC 9(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-CAP-TYPE              PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-PRODUCT               PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-GENDER                PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RD-AGE                   PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-RATE                  PIC ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-ROS-TOTAL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RT-LABEL                 PIC X(30).
           05  WS-RT-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-RT-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(75) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - REGULAR MONTH, RETRO ADJUSTMENTS, PAYMENTS AND      *
      * ROSTERS                                                        *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-CAPITATED-PCPS
               THRU 1100-LOAD-CAPITATED-PCPS-EXIT
           PERFORM 2000-PAY-CURRENT-MONTH
               THRU 2000-PAY-CURRENT-MONTH-EXIT
           PERFORM 3000-PROCESS-RETRO-QUEUE
               THRU 3000-PROCESS-RETRO-QUEUE-EXIT
           PERFORM 4000-STAGE-PAYMENTS
               THRU 4000-STAGE-PAYMENTS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * MONTH CARD, FILES, DATABASE. A MONTH ALREADY CAPITATED IS NOT  *
      * RUN AGAIN.                                                     *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT CAP-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'CAP-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ CAP-CONTROL-FILE
           IF NOT CTRL-OK OR FC-CAP-MONTH NOT NUMERIC
               MOVE 'CAPITATION MONTH CARD MISSING OR BAD'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE CAP-CONTROL-FILE
           COMPUTE WS-CAP-MONTH-DATE = FC-CAP-MONTH * 100 + 1
           IF WS-CAP-MM < 1 OR WS-CAP-MM > 12
               MOVE 'CAPITATION MONTH NOT CCYYMM' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE WS-CAP-MONTH-DATE TO HV-CAP-MONTH
           COMPUTE WS-RUN-MONTH-IDX = WS-CAP-CCYY * 12 + WS-CAP-MM - 1

           OPEN OUTPUT CAP-ROSTER-FILE
           IF NOT ROST-OK
               MOVE 'CAP-ROSTER-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT CAP-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'CAP-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE CAP-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE CAP-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO CAP-CONTROL-RPT-REC
           WRITE CAP-CONTROL-RPT-REC
           MOVE 'CAPITATION MONTH' TO WS-RPT-LABEL
           MOVE FC-CAP-MONTH TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

      *--- ONE RUN PER CAPITATION MONTH ---
           MOVE 0 TO HV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   CAP_MEMBER_MONTH
               WHERE  CAP_RUN_MONTH = :HV-CAP-MONTH
           END-EXEC
           IF HV-COUNT > 0
               MOVE 'CAPITATION MONTH ALREADY RUN' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================*
      * 1100 - EVERY PANEL PCP WITH A CAPITATION CONTRACT IN FORCE ON  *
      * THE FIRST OF THE MONTH                                         *
      *================================================================*
       1100-LOAD-CAPITATED-PCPS.
           EXEC SQL
               DECLARE CAP_PCP_CURSOR CURSOR FOR
               SELECT pp.pcp_npi, c.CONTRACT_ID,
                      c.RETRO_LIMIT_MONTHS, c.PROVIDER_TAX_ID,
                      c.PAYER_ID, c.LINE_OF_BUSINESS,
                      c.PAY_TO_NAME, c.PAY_TO_ADDR_1,
                      c.PAY_TO_CITY, c.PAY_TO_STATE, c.PAY_TO_ZIP
               FROM   T_PCP_PANEL pp
               JOIN   PCP_CAP_CONTRACT c
                 ON   c.PCP_NPI = pp.pcp_npi
               WHERE  c.STATUS = 'AC'
               AND    c.EFFECTIVE_DATE <= :HV-CAP-MONTH
               AND    (c.TERM_DATE IS NULL
                       OR c.TERM_DATE >= :HV-CAP-MONTH)
               ORDER BY pp.pcp_npi
           END-EXEC

           EXEC SQL
               OPEN CAP_PCP_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CAPITATED PCP CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH CAP_PCP_CURSOR
                   INTO  :HV-PCP-NPI, :HV-CONTRACT-ID,
                         :HV-RETRO-LIMIT, :HV-PROVIDER-TAX-ID,
                         :HV-PAYER-ID, :HV-LOB,
                         :HV-PAY-TO-NAME, :HV-PAY-TO-ADDR-1,
                         :HV-PAY-TO-CITY, :HV-PAY-TO-STATE,
                         :HV-PAY-TO-ZIP
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   IF WS-PCP-COUNT NOT < WS-PCP-MAX
                       MOVE 'CAPITATED PCP TABLE FULL'
                         TO WS-ERR-MESSAGE
                       MOVE 'F' TO WS-ERR-SEVERITY
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
                   PERFORM 1200-ADD-PCP-ENTRY
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CAP_PCP_CURSOR
           END-EXEC
           MOVE WS-PCP-COUNT TO WS-CTR-PCPS-LOADED
           .
       1100-LOAD-CAPITATED-PCPS-EXIT.
           EXIT.

       1200-ADD-PCP-ENTRY.
      *----------------------------------------------------------------*
      * ADD THE CONTRACT JUST READ TO THE PCP TABLE WITH ZERO TOTALS   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PCP-COUNT
           MOVE WS-PCP-COUNT        TO WS-PCP-SUB
           MOVE HV-PCP-NPI          TO WS-PCP-NPI(WS-PCP-SUB)
           MOVE HV-CONTRACT-ID      TO WS-PCP-CONTRACT-ID(WS-PCP-SUB)
           MOVE HV-RETRO-LIMIT      TO WS-PCP-RETRO-LIMIT(WS-PCP-SUB)
           MOVE HV-PROVIDER-TAX-ID  TO WS-PCP-TAX-ID(WS-PCP-SUB)
           MOVE HV-PAYER-ID         TO WS-PCP-PAYER-ID(WS-PCP-SUB)
           MOVE HV-LOB              TO WS-PCP-LOB(WS-PCP-SUB)
           MOVE HV-PAY-TO-NAME      TO WS-PCP-PAY-TO-NAME(WS-PCP-SUB)
           MOVE HV-PAY-TO-ADDR-1    TO WS-PCP-PAY-TO-ADDR-1(WS-PCP-SUB)
           MOVE HV-PAY-TO-CITY      TO WS-PCP-PAY-TO-CITY(WS-PCP-SUB)
           MOVE HV-PAY-TO-STATE     TO WS-PCP-PAY-TO-STATE(WS-PCP-SUB)
           MOVE HV-PAY-TO-ZIP       TO WS-PCP-PAY-TO-ZIP(WS-PCP-SUB)
           MOVE 0 TO WS-PCP-MEMBERS(WS-PCP-SUB)
           MOVE 0 TO WS-PCP-ADJ-COUNT(WS-PCP-SUB)
           MOVE 0 TO WS-PCP-REGULAR-AMT(WS-PCP-SUB)
           MOVE 0 TO WS-PCP-ADJUST-AMT(WS-PCP-SUB)
           IF HV-RETRO-LIMIT > WS-MAX-RETRO-LIMIT
               MOVE HV-RETRO-LIMIT TO WS-MAX-RETRO-LIMIT
           END-IF
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE CAP-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

       1400-FIND-PCP.
      *----------------------------------------------------------------*
      * LOCATE WS-FIND-NPI IN THE PCP TABLE. A PCP WHOSE CONTRACT HAS  *
      * SINCE ENDED IS ADDED FROM ITS LATEST CONTRACT SO A RETRO TERM  *
      * CAN STILL BE TAKEN BACK. WS-FIND-SUB IS ZERO IF THE PCP WAS    *
      * NEVER CAPITATED.                                               *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-FIND-SUB
           PERFORM VARYING WS-PCP-SUB FROM 1 BY 1
               UNTIL WS-PCP-SUB > WS-PCP-COUNT
                  OR WS-FIND-SUB > 0
               IF WS-PCP-NPI(WS-PCP-SUB) = WS-FIND-NPI
                   MOVE WS-PCP-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM
           IF WS-FIND-SUB > 0
               GO TO 1400-FIND-PCP-EXIT
           END-IF

           MOVE WS-FIND-NPI TO HV-PCP-NPI
           EXEC SQL
               SELECT TOP 1 CONTRACT_ID, RETRO_LIMIT_MONTHS,
                      PROVIDER_TAX_ID, PAYER_ID, LINE_OF_BUSINESS,
                      PAY_TO_NAME, PAY_TO_ADDR_1, PAY_TO_CITY,
                      PAY_TO_STATE, PAY_TO_ZIP
               INTO   :HV-CONTRACT-ID, :HV-RETRO-LIMIT,
                      :HV-PROVIDER-TAX-ID, :HV-PAYER-ID, :HV-LOB,
                      :HV-PAY-TO-NAME, :HV-PAY-TO-ADDR-1,
                      :HV-PAY-TO-CITY, :HV-PAY-TO-STATE,
                      :HV-PAY-TO-ZIP
               FROM   PCP_CAP_CONTRACT
               WHERE  PCP_NPI = :HV-PCP-NPI
               ORDER BY EFFECTIVE_DATE DESC
           END-EXEC
           IF WS-SQLCODE = 0
              AND WS-PCP-COUNT < WS-PCP-MAX
               PERFORM 1200-ADD-PCP-ENTRY
               MOVE WS-PCP-COUNT TO WS-FIND-SUB
           END-IF
           .
       1400-FIND-PCP-EXIT.
           EXIT.

      *================================================================*
      * 2000 - ONE MEMBER-MONTH FOR EACH MEMBER ASSIGNED TO EACH       *
      * CAPITATED PCP AND ELIGIBLE ON THE FIRST OF THE MONTH           *
      *================================================================*
       2000-PAY-CURRENT-MONTH.
           MOVE WS-CAP-MONTH-DATE TO WS-MM-DATE
           MOVE WS-CAP-MONTH-DATE TO HV-MM-MONTH
           MOVE 'REG' TO HV-CAP-TYPE

           EXEC SQL
               DECLARE CAP_MEMBER_CURSOR CURSOR FOR
               SELECT a.MEMBER_ID, e.last_name, e.first_name,
                      e.dob, e.gender, e.plan_type
               FROM   MEMBER_PCP_ASSIGNMENT a
               JOIN   T_MEMBER_ELIG e
                 ON   e.member_id = a.MEMBER_ID
               WHERE  a.PROVIDER_ID = :HV-PCP-NPI
               AND    a.STATUS = 'AC'
               AND    a.EFFECTIVE_DATE <= :HV-CAP-MONTH
               AND    (a.TERM_DATE IS NULL
                       OR a.TERM_DATE >= :HV-CAP-MONTH)
               AND    e.status IN ('A', 'T')
               AND    e.eff_date <= :HV-CAP-MONTH
               AND    e.term_date >= :HV-CAP-MONTH
               ORDER BY a.MEMBER_ID
           END-EXEC

           PERFORM VARYING WS-PCP-SUB FROM 1 BY 1
               UNTIL WS-PCP-SUB > WS-CTR-PCPS-LOADED
               PERFORM 2100-PAY-ONE-PCP
                   THRU 2100-PAY-ONE-PCP-EXIT
           END-PERFORM
           .
       2000-PAY-CURRENT-MONTH-EXIT.
           EXIT.

       2100-PAY-ONE-PCP.
      *----------------------------------------------------------------*
      * RATE AND RECORD EVERY MEMBER ON THE PCP'S PANEL                *
      *----------------------------------------------------------------*
           MOVE WS-PCP-NPI(WS-PCP-SUB) TO HV-PCP-NPI
           MOVE WS-PCP-SUB TO WS-FIND-SUB

           EXEC SQL
               OPEN CAP_MEMBER_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'PANEL MEMBER CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-PAY-ONE-PCP-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH CAP_MEMBER_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-LAST-NAME,
                         :HV-FIRST-NAME, :HV-DOB, :HV-GENDER,
                         :HV-PRODUCT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 2200-RATE-MEMBER-MONTH
                       THRU 2200-RATE-MEMBER-MONTH-EXIT
                   IF RATE-FOUND
                       MOVE HV-CAP-RATE TO HV-CAP-AMOUNT
                       PERFORM 2300-WRITE-MEMBER-MONTH
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CAP_MEMBER_CURSOR
           END-EXEC
           .
       2100-PAY-ONE-PCP-EXIT.
           EXIT.

       2200-RATE-MEMBER-MONTH.
      *----------------------------------------------------------------*
      * MONTHLY RATE FOR THE MEMBER UNDER THE CONTRACT OF PCP          *
      * WS-FIND-SUB FOR MONTH WS-MM-DATE. AGE IS AS OF THE FIRST OF    *
      * THE MONTH; A GENDER-SPECIFIC RATE WINS OVER A UNISEX ('U')     *
      * RATE FOR THE SAME AGE BAND.                                    *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0 TO HV-CAP-RATE
           MOVE WS-PCP-CONTRACT-ID(WS-FIND-SUB) TO HV-CONTRACT-ID

           IF HV-DOB NOT NUMERIC
               MOVE 'MEMBER DATE OF BIRTH NOT NUMERIC'
                 TO WS-EXCEPTION-TEXT
               GO TO 2200-NO-RATE
           END-IF
           MOVE HV-DOB TO WS-DOB-DATE
           COMPUTE WS-AGE = WS-MM-CCYY - WS-DOB-CCYY
           IF WS-DOB-MMDD > WS-MM-MMDD
               SUBTRACT 1 FROM WS-AGE
           END-IF
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF
           MOVE WS-AGE TO HV-AGE

           EXEC SQL
               SELECT TOP 1 MONTHLY_RATE
               INTO   :HV-CAP-RATE
               FROM   PCP_CAP_RATE
               WHERE  CONTRACT_ID = :HV-CONTRACT-ID
               AND    PRODUCT_CD = :HV-PRODUCT
               AND    GENDER IN (:HV-GENDER, 'U')
               AND    :HV-AGE BETWEEN AGE_FROM AND AGE_TO
               AND    EFFECTIVE_DATE <= :HV-MM-MONTH
               AND    (TERM_DATE IS NULL
                       OR TERM_DATE >= :HV-MM-MONTH)
               ORDER BY CASE WHEN GENDER = 'U' THEN 1 ELSE 0 END
           END-EXEC
           IF WS-SQLCODE = 0
               SET RATE-FOUND TO TRUE
               GO TO 2200-RATE-MEMBER-MONTH-EXIT
           END-IF
           MOVE 'NO CAP RATE FOR AGE/GENDER/PRODUCT'
             TO WS-EXCEPTION-TEXT
           .
       2200-NO-RATE.
           ADD 1 TO WS-CTR-NO-RATE
           MOVE SPACES TO WS-RPT-LABEL
           STRING 'NOT RATED ' HV-MEMBER-ID ' ' WS-MM-CCYY WS-MM-MM
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING 'PCP ' WS-PCP-NPI(WS-FIND-SUB) ' '
               WS-EXCEPTION-TEXT ' ' HV-PRODUCT ' ' HV-GENDER
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2200-RATE-MEMBER-MONTH-EXIT.
           EXIT.

       2300-WRITE-MEMBER-MONTH.
      *----------------------------------------------------------------*
      * RECORD ONE MEMBER-MONTH PAYMENT OR ADJUSTMENT FOR PCP          *
      * WS-FIND-SUB AND ADD IT TO THE PCP'S TOTALS. THE PAYMENT ID IS  *
      * FILLED IN WHEN THE PAYMENT IS STAGED.                          *
      *----------------------------------------------------------------*
           MOVE WS-PCP-NPI(WS-FIND-SUB) TO HV-PCP-NPI
           MOVE WS-PCP-CONTRACT-ID(WS-FIND-SUB) TO HV-CONTRACT-ID

           EXEC SQL
               INSERT INTO CAP_MEMBER_MONTH
                   (CAP_RUN_MONTH, PCP_NPI, MEMBER_ID, CAP_MONTH,
                    CONTRACT_ID, MEMBER_LAST_NAME,
                    MEMBER_FIRST_NAME, PRODUCT_CD, GENDER,
                    MEMBER_AGE, CAP_RATE, CAP_AMOUNT, CAP_TYPE,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-CAP-MONTH, :HV-PCP-NPI, :HV-MEMBER-ID,
                    :HV-MM-MONTH, :HV-CONTRACT-ID, :HV-LAST-NAME,
                    :HV-FIRST-NAME, :HV-PRODUCT, :HV-GENDER,
                    :HV-AGE, :HV-CAP-RATE, :HV-CAP-AMOUNT,
                    :HV-CAP-TYPE, GETDATE(), 'HCCAPPAY')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CAP_MEMBER_MONTH INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               IF HV-CAP-TYPE = 'REG'
                   ADD 1 TO WS-CTR-MEMBER-MONTHS
                   ADD 1 TO WS-PCP-MEMBERS(WS-FIND-SUB)
                   ADD HV-CAP-AMOUNT
                     TO WS-PCP-REGULAR-AMT(WS-FIND-SUB)
                   ADD HV-CAP-AMOUNT TO WS-TOT-REGULAR
               ELSE
                   ADD 1 TO WS-PCP-ADJ-COUNT(WS-FIND-SUB)
                   ADD HV-CAP-AMOUNT
                     TO WS-PCP-ADJUST-AMT(WS-FIND-SUB)
                   ADD HV-CAP-AMOUNT TO WS-TOT-ADJUSTMENT
               END-IF
           END-IF
           .

      *================================================================*
      * 3000 - RETROACTIVE ADDS, TERMS AND PCP CHANGES QUEUED BY       *
      * HCELIGVR. EACH PRIOR MONTH FROM THE CHANGE DATE IS RE-RATED    *
      * AGAINST WHAT WAS PAID; ONLY MONTHS WITHIN THE PCP CONTRACT'S   *
      * RETRO LIMIT ARE ADJUSTED                                       *
      *================================================================*
       3000-PROCESS-RETRO-QUEUE.
           MOVE 0 TO WS-RTQ-COUNT
           EXEC SQL
               DECLARE CAP_RETRO_CURSOR CURSOR FOR
               SELECT member_id, retro_eff_date
               FROM   T_RETRO_QUEUE
               WHERE  queue_type = 'CAP'
               AND    queue_status = 'P'
               ORDER BY member_id, retro_eff_date
           END-EXEC

           EXEC SQL
               OPEN CAP_RETRO_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RETRO QUEUE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-PROCESS-RETRO-QUEUE-EXIT
           END-IF

      *--- QUEUE IS IN MEMBER ORDER, EARLIEST DATE FIRST ---
           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH CAP_RETRO_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-RETRO-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                  OR WS-RTQ-COUNT NOT < WS-RTQ-MAX
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   IF HV-RETRO-DATE NUMERIC
                      AND (WS-RTQ-COUNT = 0
                       OR WS-RTQ-MEMBER-ID(WS-RTQ-COUNT)
                          NOT = HV-MEMBER-ID)
                       ADD 1 TO WS-RTQ-COUNT
                       MOVE HV-MEMBER-ID
                         TO WS-RTQ-MEMBER-ID(WS-RTQ-COUNT)
                       MOVE HV-RETRO-DATE
                         TO WS-RTQ-RETRO-DATE(WS-RTQ-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CAP_RETRO_CURSOR
           END-EXEC

           EXEC SQL
               DECLARE CAP_PAID_CURSOR CURSOR FOR
               SELECT PCP_NPI, SUM(CAP_AMOUNT)
               FROM   CAP_MEMBER_MONTH
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    CAP_MONTH = :HV-MM-MONTH
               GROUP BY PCP_NPI
               HAVING SUM(CAP_AMOUNT) <> 0
           END-EXEC

           PERFORM VARYING WS-RTQ-SUB FROM 1 BY 1
               UNTIL WS-RTQ-SUB > WS-RTQ-COUNT
               PERFORM 3100-RETRO-ONE-MEMBER
           END-PERFORM
           .
       3000-PROCESS-RETRO-QUEUE-EXIT.
           EXIT.

       3100-RETRO-ONE-MEMBER.
      *----------------------------------------------------------------*
      * RECONCILE EVERY MONTH FROM THE CHANGE DATE UP TO THE MONTH     *
      * BEFORE THIS ONE (THE REGULAR RUN HAS ALREADY PAID THIS MONTH   *
      * ON THE CURRENT ASSIGNMENT), THEN CLOSE THE MEMBER'S QUEUE      *
      * ENTRIES                                                        *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-RETRO-MEMBERS
           MOVE WS-RTQ-MEMBER-ID(WS-RTQ-SUB) TO HV-MEMBER-ID
           MOVE WS-RTQ-RETRO-DATE(WS-RTQ-SUB) TO WS-RETRO-DATE

           COMPUTE WS-START-IDX =
               WS-RETRO-CCYY * 12 + WS-RETRO-MM - 1
           IF WS-START-IDX < WS-RUN-MONTH-IDX - WS-MAX-RETRO-LIMIT
               COMPUTE WS-START-IDX =
                   WS-RUN-MONTH-IDX - WS-MAX-RETRO-LIMIT
           END-IF
           COMPUTE WS-END-IDX = WS-RUN-MONTH-IDX - 1

      *--- NAME FOR THE ROSTER, FROM THE LATEST ELIGIBILITY ROW ---
           MOVE SPACES TO HV-LAST-NAME HV-FIRST-NAME
           EXEC SQL
               SELECT TOP 1 last_name, first_name
               INTO   :HV-LAST-NAME, :HV-FIRST-NAME
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               ORDER BY eff_date DESC
           END-EXEC

           PERFORM VARYING WS-MM-IDX FROM WS-START-IDX BY 1
               UNTIL WS-MM-IDX > WS-END-IDX
               PERFORM 3200-RETRO-ONE-MONTH
                   THRU 3200-RETRO-ONE-MONTH-EXIT
           END-PERFORM

           EXEC SQL
               UPDATE T_RETRO_QUEUE
               SET    queue_status = 'C'
               WHERE  member_id = :HV-MEMBER-ID
               AND    queue_type = 'CAP'
               AND    queue_status = 'P'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RETRO QUEUE UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       3200-RETRO-ONE-MONTH.
      *----------------------------------------------------------------*
      * ONE PRIOR MONTH FOR THE MEMBER: TAKE BACK WHAT WENT TO A PCP   *
      * THE MEMBER WAS NOT ASSIGNED TO ON THE FIRST OF THAT MONTH, AND *
      * BRING THE CORRECT PCP UP TO THE RATE FOR THE MONTH             *
      *----------------------------------------------------------------*
           COMPUTE WS-MM-CCYY = WS-MM-IDX / 12
           COMPUTE WS-MM-MM = WS-MM-IDX - (WS-MM-CCYY * 12) + 1
           MOVE 1 TO WS-MM-DD
           MOVE WS-MM-DATE TO HV-MM-MONTH
           COMPUTE WS-MONTHS-BACK = WS-RUN-MONTH-IDX - WS-MM-IDX

      *--- WHO SHOULD HAVE BEEN PAID ---
           MOVE 'N' TO WS-ASSIGN-FOUND-SW
           MOVE SPACES TO WS-CORRECT-NPI
           MOVE SPACES TO HV-DOB HV-GENDER HV-PRODUCT
           EXEC SQL
               SELECT TOP 1 a.PROVIDER_ID, e.dob, e.gender,
                      e.plan_type
               INTO   :WS-CORRECT-NPI, :HV-DOB, :HV-GENDER,
                      :HV-PRODUCT
               FROM   MEMBER_PCP_ASSIGNMENT a
               JOIN   T_MEMBER_ELIG e
                 ON   e.member_id = a.MEMBER_ID
               WHERE  a.MEMBER_ID = :HV-MEMBER-ID
               AND    a.STATUS = 'AC'
               AND    a.EFFECTIVE_DATE <= :HV-MM-MONTH
               AND    (a.TERM_DATE IS NULL
                       OR a.TERM_DATE >= :HV-MM-MONTH)
               AND    e.status IN ('A', 'T')
               AND    e.eff_date <= :HV-MM-MONTH
               AND    e.term_date >= :HV-MM-MONTH
               ORDER BY a.EFFECTIVE_DATE DESC
           END-EXEC
           IF WS-SQLCODE = 0
               SET ASSIGN-FOUND TO TRUE
           ELSE
               MOVE SPACES TO WS-CORRECT-NPI
           END-IF

      *--- WHAT WAS PAID, BY PCP ---
           MOVE 0 TO WS-PAID-COUNT
           EXEC SQL
               OPEN CAP_PAID_CURSOR
           END-EXEC
           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH CAP_PAID_CURSOR
                   INTO  :HV-PCP-NPI, :HV-CAP-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                  OR WS-PAID-COUNT NOT < 10
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-PAID-COUNT
                   MOVE HV-PCP-NPI TO WS-PAID-NPI(WS-PAID-COUNT)
                   MOVE HV-CAP-AMOUNT TO WS-PAID-AMT(WS-PAID-COUNT)
               END-IF
           END-PERFORM
           EXEC SQL
               CLOSE CAP_PAID_CURSOR
           END-EXEC

      *--- TAKE BACK FROM EVERY OTHER PCP PAID FOR THE MONTH ---
           MOVE 0 TO WS-PAID-TO-CORRECT
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
               UNTIL WS-PAID-SUB > WS-PAID-COUNT
               IF WS-PAID-NPI(WS-PAID-SUB) = WS-CORRECT-NPI
                   MOVE WS-PAID-AMT(WS-PAID-SUB) TO WS-PAID-TO-CORRECT
               ELSE
                   PERFORM 3300-REVERSE-PAID-MONTH
               END-IF
           END-PERFORM

      *--- BRING THE CORRECT PCP UP TO THE MONTH'S RATE ---
           IF NOT ASSIGN-FOUND
               GO TO 3200-RETRO-ONE-MONTH-EXIT
           END-IF
           MOVE WS-CORRECT-NPI TO WS-FIND-NPI
           PERFORM 1400-FIND-PCP
               THRU 1400-FIND-PCP-EXIT
           IF WS-FIND-SUB = 0
               GO TO 3200-RETRO-ONE-MONTH-EXIT
           END-IF
           PERFORM 2200-RATE-MEMBER-MONTH
               THRU 2200-RATE-MEMBER-MONTH-EXIT
           IF NOT RATE-FOUND
               GO TO 3200-RETRO-ONE-MONTH-EXIT
           END-IF
           MOVE HV-CAP-RATE TO WS-EXPECTED-AMT
           IF WS-EXPECTED-AMT = WS-PAID-TO-CORRECT
               GO TO 3200-RETRO-ONE-MONTH-EXIT
           END-IF
           IF WS-MONTHS-BACK > WS-PCP-RETRO-LIMIT(WS-FIND-SUB)
               MOVE 'ADD PAST CONTRACT RETRO LIMIT'
                 TO WS-EXCEPTION-TEXT
               PERFORM 3400-REPORT-PAST-LIMIT
               GO TO 3200-RETRO-ONE-MONTH-EXIT
           END-IF
           COMPUTE HV-CAP-AMOUNT = WS-EXPECTED-AMT - WS-PAID-TO-CORRECT
           IF WS-PAID-TO-CORRECT = 0
               MOVE 'ADD' TO HV-CAP-TYPE
               ADD 1 TO WS-CTR-RETRO-ADDS
           ELSE
               MOVE 'CHG' TO HV-CAP-TYPE
               ADD 1 TO WS-CTR-RETRO-CHANGES
           END-IF
           PERFORM 2300-WRITE-MEMBER-MONTH
           .
       3200-RETRO-ONE-MONTH-EXIT.
           EXIT.

       3300-REVERSE-PAID-MONTH.
      *----------------------------------------------------------------*
      * REVERSE THE MONTH PAID TO WS-PAID-NPI(WS-PAID-SUB) WHEN IT IS  *
      * STILL WITHIN THAT PCP CONTRACT'S RETRO LIMIT                   *
      *----------------------------------------------------------------*
           MOVE WS-PAID-NPI(WS-PAID-SUB) TO WS-FIND-NPI
           PERFORM 1400-FIND-PCP
               THRU 1400-FIND-PCP-EXIT
           IF WS-FIND-SUB = 0
               MOVE 'PAID PCP HAS NO CAPITATION CONTRACT'
                 TO WS-EXCEPTION-TEXT
               PERFORM 3400-REPORT-PAST-LIMIT
           ELSE
               IF WS-MONTHS-BACK > WS-PCP-RETRO-LIMIT(WS-FIND-SUB)
                   MOVE 'TERM PAST CONTRACT RETRO LIMIT'
                     TO WS-EXCEPTION-TEXT
                   PERFORM 3400-REPORT-PAST-LIMIT
               ELSE
                   COMPUTE HV-CAP-AMOUNT =
                       WS-PAID-AMT(WS-PAID-SUB) * -1
                   MOVE 0 TO HV-CAP-RATE
                   MOVE 0 TO HV-AGE
                   MOVE 'TRM' TO HV-CAP-TYPE
                   ADD 1 TO WS-CTR-RETRO-TERMS
                   PERFORM 2300-WRITE-MEMBER-MONTH
               END-IF
           END-IF
           .

       3400-REPORT-PAST-LIMIT.
      *----------------------------------------------------------------*
      * A RETRO DIFFERENCE THAT CANNOT BE ADJUSTED IS REPORTED ONLY    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-PAST-RETRO-LIMIT
           MOVE SPACES TO WS-RPT-LABEL
           STRING 'NOT ADJUSTED ' HV-MEMBER-ID ' ' WS-MM-CCYY WS-MM-MM
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING 'PCP ' WS-FIND-NPI ' ' WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

      *================================================================*
      * 4000 - ONE CAPITATION PAYMENT PER PCP FOR THE MONTH'S REGULAR  *
      * AND RETRO AMOUNTS. A POSITIVE NET IS STAGED APPROVED FOR       *
      * HCREMIT TO ISSUE; A NEGATIVE NET OPENS A PROVIDER OVERPAYMENT  *
      * THAT HCREMIT RECOUPS FROM LATER PAYMENTS                       *
      *================================================================*
       4000-STAGE-PAYMENTS.
           EXEC SQL
               DECLARE CAP_ROSTER_CURSOR CURSOR FOR
               SELECT MEMBER_ID, MEMBER_LAST_NAME,
                      MEMBER_FIRST_NAME, CAP_MONTH, CAP_TYPE,
                      PRODUCT_CD, GENDER, MEMBER_AGE, CAP_RATE,
                      CAP_AMOUNT
               FROM   CAP_MEMBER_MONTH
               WHERE  PCP_NPI = :HV-PCP-NPI
               AND    CAP_RUN_MONTH = :HV-CAP-MONTH
               ORDER BY MEMBER_ID, CAP_MONTH, CAP_TYPE
           END-EXEC

           MOVE SPACES TO CAP-CONTROL-RPT-REC
           WRITE CAP-CONTROL-RPT-REC

           PERFORM VARYING WS-PCP-SUB FROM 1 BY 1
               UNTIL WS-PCP-SUB > WS-PCP-COUNT
               IF WS-PCP-MEMBERS(WS-PCP-SUB) > 0
                  OR WS-PCP-ADJ-COUNT(WS-PCP-SUB) > 0
                   PERFORM 4100-STAGE-ONE-PAYMENT
                       THRU 4100-STAGE-ONE-PAYMENT-EXIT
               END-IF
           END-PERFORM
           .
       4000-STAGE-PAYMENTS-EXIT.
           EXIT.

       4100-STAGE-ONE-PAYMENT.
      *----------------------------------------------------------------*
      * INSERT THE PCP'S CAPITATION_PAYMENT, TIE ITS MEMBER-MONTHS TO  *
      * IT, AND WRITE THE ROSTER                                       *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAY-SEQ
           MOVE SPACES TO HV-PAYMENT-ID
           STRING 'CP' FC-CAP-MONTH WS-PAY-SEQ
               DELIMITED BY SIZE INTO HV-PAYMENT-ID
           MOVE WS-PCP-NPI(WS-PCP-SUB)       TO HV-PCP-NPI
           MOVE WS-PCP-CONTRACT-ID(WS-PCP-SUB) TO HV-CONTRACT-ID
           MOVE WS-PCP-TAX-ID(WS-PCP-SUB)    TO HV-PROVIDER-TAX-ID
           MOVE WS-PCP-PAYER-ID(WS-PCP-SUB)  TO HV-PAYER-ID
           MOVE WS-PCP-LOB(WS-PCP-SUB)       TO HV-LOB
           MOVE WS-PCP-PAY-TO-NAME(WS-PCP-SUB)   TO HV-PAY-TO-NAME
           MOVE WS-PCP-PAY-TO-ADDR-1(WS-PCP-SUB) TO HV-PAY-TO-ADDR-1
           MOVE WS-PCP-PAY-TO-CITY(WS-PCP-SUB)   TO HV-PAY-TO-CITY
           MOVE WS-PCP-PAY-TO-STATE(WS-PCP-SUB)  TO HV-PAY-TO-STATE
           MOVE WS-PCP-PAY-TO-ZIP(WS-PCP-SUB)    TO HV-PAY-TO-ZIP
           MOVE WS-PCP-MEMBERS(WS-PCP-SUB)     TO HV-MEMBER-COUNT
           MOVE WS-PCP-REGULAR-AMT(WS-PCP-SUB) TO HV-REGULAR-AMT
           MOVE WS-PCP-ADJUST-AMT(WS-PCP-SUB)  TO HV-ADJUST-AMT
           COMPUTE WS-NET-AMT = HV-REGULAR-AMT + HV-ADJUST-AMT
           MOVE WS-NET-AMT TO HV-PAYMENT-AMT

           EVALUATE TRUE
               WHEN WS-NET-AMT > 0
                   MOVE 'APPROVED' TO HV-STATUS
               WHEN WS-NET-AMT < 0
                   MOVE 'OFFSET' TO HV-STATUS
               WHEN OTHER
                   MOVE 'NOPAY' TO HV-STATUS
           END-EVALUATE

           EXEC SQL
               INSERT INTO CAPITATION_PAYMENT
                   (CAP_PAYMENT_ID, PCP_NPI, CONTRACT_ID,
                    PROVIDER_TAX_ID, PAYER_ID, LINE_OF_BUSINESS,
                    CAP_MONTH, MEMBER_COUNT, REGULAR_AMOUNT,
                    ADJUSTMENT_AMOUNT, PAYMENT_AMOUNT,
                    PAY_TO_NAME, PAY_TO_ADDR_1, PAY_TO_CITY,
                    PAY_TO_STATE, PAY_TO_ZIP, STATUS,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-PAYMENT-ID, :HV-PCP-NPI, :HV-CONTRACT-ID,
                    :HV-PROVIDER-TAX-ID, :HV-PAYER-ID, :HV-LOB,
                    :HV-CAP-MONTH, :HV-MEMBER-COUNT, :HV-REGULAR-AMT,
                    :HV-ADJUST-AMT, :HV-PAYMENT-AMT,
                    :HV-PAY-TO-NAME, :HV-PAY-TO-ADDR-1,
                    :HV-PAY-TO-CITY, :HV-PAY-TO-STATE,
                    :HV-PAY-TO-ZIP, :HV-STATUS,
                    GETDATE(), 'HCCAPPAY')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CAPITATION_PAYMENT INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4100-STAGE-ONE-PAYMENT-EXIT
           END-IF
           ADD 1 TO WS-CTR-PAYMENTS

           EXEC SQL
               UPDATE CAP_MEMBER_MONTH
               SET    CAP_PAYMENT_ID = :HV-PAYMENT-ID
               WHERE  PCP_NPI = :HV-PCP-NPI
               AND    CAP_RUN_MONTH = :HV-CAP-MONTH
           END-EXEC

           IF WS-NET-AMT > 0
               ADD WS-NET-AMT TO WS-TOT-PAYABLE
           END-IF
           IF WS-NET-AMT < 0
               PERFORM 4200-OPEN-OVERPAYMENT
           END-IF

           MOVE SPACES TO WS-RPT-LABEL
           STRING 'PAYMENT ' HV-PAYMENT-ID ' ' HV-STATUS
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE WS-NET-AMT TO WS-EDIT-AMT
           MOVE WS-PCP-MEMBERS(WS-PCP-SUB) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-RPT-VALUE
           STRING 'PCP ' HV-PCP-NPI ' MEMBERS ' WS-EDIT-COUNT
               ' NET ' WS-EDIT-AMT
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           PERFORM 4300-WRITE-ROSTER
               THRU 4300-WRITE-ROSTER-EXIT
           .
       4100-STAGE-ONE-PAYMENT-EXIT.
           EXIT.

       4200-OPEN-OVERPAYMENT.
      *----------------------------------------------------------------*
      * RETRO TERMS EXCEEDED THE MONTH'S CAPITATION - THE NET BECOMES  *
      * A PROVIDER OVERPAYMENT FOR NORMAL RECOUPMENT                   *
      *----------------------------------------------------------------*
           COMPUTE HV-OUTSTANDING-AMT = WS-NET-AMT * -1
           EXEC SQL
               INSERT INTO PROVIDER_OVERPAYMENTS
                   (PROVIDER_TAX_ID, PROVIDER_NPI,
                    ORIGINAL_AMOUNT, OUTSTANDING_AMOUNT,
                    OVERPAYMENT_DATE, STATUS,
                    PAYMENT_PLAN_FLAG,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-PROVIDER-TAX-ID, :HV-PCP-NPI,
                    :HV-OUTSTANDING-AMT, :HV-OUTSTANDING-AMT,
                    :HV-CAP-MONTH, 'OUTSTANDING',
                    'N',
                    GETDATE(), 'HCCAPPAY')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'OVERPAYMENT INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           ELSE
               ADD 1 TO WS-CTR-OVERPAYMENTS
               ADD HV-OUTSTANDING-AMT TO WS-TOT-RECOVERED
           END-IF
           .

       4300-WRITE-ROSTER.
      *----------------------------------------------------------------*
      * THE PCP'S ROSTER - EVERY MEMBER-MONTH PAID OR ADJUSTED IN      *
      * THIS RUN, THEN THE PAYMENT TOTALS                              *
      *----------------------------------------------------------------*
           MOVE FC-CAP-MONTH     TO WS-RH-CAP-MONTH
           MOVE HV-PCP-NPI       TO WS-RH-NPI
           MOVE HV-PAY-TO-NAME   TO WS-RH-PAY-TO-NAME
           MOVE WS-RPT-DATE      TO WS-RH-RUN-DATE
           MOVE HV-CONTRACT-ID   TO WS-RH-CONTRACT-ID
           MOVE WS-PCP-RETRO-LIMIT(WS-PCP-SUB) TO WS-RH-RETRO-LIMIT
           MOVE HV-PAYMENT-ID    TO WS-RH-PAYMENT-ID
           WRITE CAP-ROSTER-REC FROM WS-ROS-HEADER-1
               AFTER ADVANCING PAGE
           WRITE CAP-ROSTER-REC FROM WS-ROS-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CAP-ROSTER-REC
           WRITE CAP-ROSTER-REC
               AFTER ADVANCING 1 LINE
           WRITE CAP-ROSTER-REC FROM WS-ROS-COLUMN-HEADER
               AFTER ADVANCING 1 LINE

           EXEC SQL
               OPEN CAP_ROSTER_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ROSTER CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4300-WRITE-ROSTER-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH CAP_ROSTER_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-LAST-NAME,
                         :HV-FIRST-NAME, :HV-MM-MONTH,
                         :HV-CAP-TYPE, :HV-PRODUCT, :HV-GENDER,
                         :HV-AGE, :HV-CAP-RATE, :HV-CAP-AMOUNT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   MOVE HV-MEMBER-ID  TO WS-RD-MEMBER-ID
                   MOVE HV-LAST-NAME  TO WS-RD-LAST-NAME
                   MOVE HV-FIRST-NAME TO WS-RD-FIRST-NAME
                   COMPUTE WS-RD-CAP-MONTH = HV-MM-MONTH / 100
                   MOVE HV-CAP-TYPE   TO WS-RD-CAP-TYPE
                   MOVE HV-PRODUCT    TO WS-RD-PRODUCT
                   MOVE HV-GENDER     TO WS-RD-GENDER
                   MOVE HV-AGE        TO WS-RD-AGE
                   MOVE HV-CAP-RATE   TO WS-RD-RATE
                   MOVE HV-CAP-AMOUNT TO WS-RD-AMOUNT
                   WRITE CAP-ROSTER-REC FROM WS-ROS-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CAP_ROSTER_CURSOR
           END-EXEC

           MOVE SPACES TO CAP-ROSTER-REC
           WRITE CAP-ROSTER-REC
               AFTER ADVANCING 1 LINE
           MOVE 'MEMBERS PAID THIS MONTH' TO WS-RT-LABEL
           MOVE WS-PCP-MEMBERS(WS-PCP-SUB) TO WS-RT-COUNT
           MOVE HV-REGULAR-AMT TO WS-RT-AMOUNT
           WRITE CAP-ROSTER-REC FROM WS-ROS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RETRO ADJUSTMENTS' TO WS-RT-LABEL
           MOVE WS-PCP-ADJ-COUNT(WS-PCP-SUB) TO WS-RT-COUNT
           MOVE HV-ADJUST-AMT TO WS-RT-AMOUNT
           WRITE CAP-ROSTER-REC FROM WS-ROS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-RT-LABEL
           STRING 'NET CAPITATION - ' HV-STATUS
               DELIMITED BY SIZE INTO WS-RT-LABEL
           MOVE 0 TO WS-RT-COUNT
           MOVE WS-NET-AMT TO WS-RT-AMOUNT
           WRITE CAP-ROSTER-REC FROM WS-ROS-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           .
       4300-WRITE-ROSTER-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCCAPPAY' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCCAPPAY - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCCAPPAY - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCCAPPAY - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO CAP-CONTROL-RPT-REC
           WRITE CAP-CONTROL-RPT-REC
           MOVE 'CAPITATED PCPS' TO WS-RPT-LABEL
           MOVE WS-CTR-PCPS-LOADED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBER-MONTHS PAID' TO WS-RPT-LABEL
           MOVE WS-CTR-MEMBER-MONTHS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBER-MONTHS NOT RATED' TO WS-RPT-LABEL
           MOVE WS-CTR-NO-RATE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'REGULAR CAPITATION' TO WS-RPT-LABEL
           MOVE WS-TOT-REGULAR TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETRO MEMBERS PROCESSED' TO WS-RPT-LABEL
           MOVE WS-CTR-RETRO-MEMBERS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETRO ADD MONTHS' TO WS-RPT-LABEL
           MOVE WS-CTR-RETRO-ADDS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETRO TERM MONTHS' TO WS-RPT-LABEL
           MOVE WS-CTR-RETRO-TERMS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETRO RATE CHANGE MONTHS' TO WS-RPT-LABEL
           MOVE WS-CTR-RETRO-CHANGES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETRO MONTHS PAST CONTRACT LIMIT' TO WS-RPT-LABEL
           MOVE WS-CTR-PAST-RETRO-LIMIT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RETRO ADJUSTMENT AMOUNT' TO WS-RPT-LABEL
           MOVE WS-TOT-ADJUSTMENT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CAPITATION PAYMENTS STAGED' TO WS-RPT-LABEL
           MOVE WS-CTR-PAYMENTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT STAGED FOR HCREMIT' TO WS-RPT-LABEL
           MOVE WS-TOT-PAYABLE TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NET RECOVERIES TO OVERPAYMENT' TO WS-RPT-LABEL
           MOVE WS-CTR-OVERPAYMENTS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'AMOUNT TO OVERPAYMENT' TO WS-RPT-LABEL
           MOVE WS-TOT-RECOVERED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCCAPPAY - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'CAPITATION MONTH:   ' FC-CAP-MONTH
           DISPLAY 'CAPITATED PCPS:     ' WS-CTR-PCPS-LOADED
           DISPLAY 'MEMBER-MONTHS PAID: ' WS-CTR-MEMBER-MONTHS
           DISPLAY 'NOT RATED:          ' WS-CTR-NO-RATE
           DISPLAY 'RETRO MEMBERS:      ' WS-CTR-RETRO-MEMBERS
           DISPLAY 'PAST RETRO LIMIT:   ' WS-CTR-PAST-RETRO-LIMIT
           DISPLAY 'PAYMENTS STAGED:    ' WS-CTR-PAYMENTS
           DISPLAY 'AMOUNT STAGED:      ' WS-TOT-PAYABLE
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE CAP-ROSTER-FILE
           CLOSE CAP-CONTROL-RPT
           .
