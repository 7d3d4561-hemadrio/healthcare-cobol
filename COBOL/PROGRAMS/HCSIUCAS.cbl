       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCSIUCAS.
      *================================================================*
      * PROGRAM:     HCSIUCAS                                          *
      * DESCRIPTION: SPECIAL INVESTIGATIONS UNIT (SIU) CASE            *
      *              MANAGEMENT AND PROVIDER PAYMENT SUSPENSION.       *
      *              MAINTAINS ONE SIU_CASE PER INVESTIGATED PROVIDER  *
      *              (TAX ID AND/OR NPI) FROM KEYED TRANSACTIONS:      *
      *                OP - OPEN CASE (ALLEGATION TYPE, REFERRAL      *
      *                     SOURCE)                                    *
      *                ST - STATUS CHANGE (PR PRELIMINARY REVIEW,      *
      *                     IV FULL INVESTIGATION, RF REFERRED,        *
      *                     RC RECOVERY)                               *
      *                LE - LAW-ENFORCEMENT REFERRAL DATE              *
      *                MF - STATE MFCU REFERRAL DATE                   *
      *                OV - IDENTIFIED OVERPAYMENT AMOUNT              *
      *                SU - START PAYMENT SUSPENSION WITH REASON       *
      *                     (42 CFR 455.23 CREDIBLE ALLEGATION)        *
      *                LS - LIFT PAYMENT SUSPENSION                    *
      *                GC - GOOD-CAUSE REVIEW (C CONTINUE THE          *
      *                     SUSPENSION, G GOOD CAUSE TO LIFT IT)       *
      *                CL - CLOSE CASE                                 *
      *              EVERY CHANGE IS LOGGED ON SIU_CASE_HISTORY.       *
      *              WHILE A SUSPENSION IS ACTIVE HCREMIT HOLDS ALL    *
      *              PAYMENTS TO THE TIN/NPI AND ESCROWS THEM ON       *
      *              SIU_PAYMENT_ESCROW; LIFTING THE SUSPENSION        *
      *              RELEASES THE ESCROW FOR THE NEXT PAYMENT RUN.     *
      *              EACH ACTIVE SUSPENSION IS DUE A GOOD-CAUSE        *
      *              REVIEW EVERY QUARTER - THE REMINDER LISTING       *
      *              SHOWS THOSE DUE WITHIN 30 DAYS OR OVERDUE. THE    *
      *              STATE CASE INVENTORY LISTS EVERY CASE OPEN OR     *
      *              CLOSED IN THE CURRENT QUARTER.                    *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  SIUTXN   - KEYED SIU CASE TRANSACTIONS (150)     *
      * OUTPUT FILES: SIUREM   - GOOD-CAUSE REVIEW REMINDERS           *
      *               SIUINV   - STATE SIU CASE INVENTORY              *
      *               SIURPT   - MAINTENANCE CONTROL REPORT            *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 JMILLER  INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIU-TXN-FILE
               ASSIGN TO SIUTXN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STXN-STATUS.

           SELECT SIU-REMINDER-FILE
               ASSIGN TO SIUREM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SREM-STATUS.

           SELECT SIU-INVENTORY-FILE
               ASSIGN TO SIUINV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SINV-STATUS.

           SELECT SIU-CONTROL-RPT
               ASSIGN TO SIURPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SIU-TXN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SIU-TXN-REC.
           05  SX-ACTION-CODE              PIC X(02).
               88  SX-OPEN-CASE            VALUE 'OP'.
               88  SX-STATUS-CHANGE        VALUE 'ST'.
               88  SX-LE-REFERRAL          VALUE 'LE'.
               88  SX-MFCU-REFERRAL        VALUE 'MF'.
               88  SX-OVERPAYMENT          VALUE 'OV'.
               88  SX-START-SUSPENSION     VALUE 'SU'.
               88  SX-LIFT-SUSPENSION      VALUE 'LS'.
               88  SX-GOOD-CAUSE-REVIEW    VALUE 'GC'.
               88  SX-CLOSE-CASE           VALUE 'CL'.
           05  SX-CASE-ID                  PIC X(12).
           05  SX-PROVIDER-TAX-ID          PIC X(09).
           05  SX-PROVIDER-NPI             PIC X(10).
           05  SX-ALLEGATION-TYPE          PIC X(04).
           05  SX-REFERRAL-SOURCE          PIC X(04).
           05  SX-NEW-STATUS               PIC X(02).
               88  SX-STATUS-VALID         VALUE 'PR' 'IV' 'RF' 'RC'.
           05  SX-ACTION-DATE              PIC 9(08).
           05  SX-AMOUNT                   PIC 9(09)V99.
           05  SX-GOOD-CAUSE-RESULT        PIC X(01).
               88  SX-GC-CONTINUE          VALUE 'C'.
               88  SX-GC-GOOD-CAUSE        VALUE 'G'.
           05  SX-REASON                   PIC X(40).
           05  SX-KEYED-BY                 PIC X(08).
           05  FILLER                      PIC X(39).

       FD  SIU-REMINDER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SIU-REMINDER-REC                PIC X(133).

       FD  SIU-INVENTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SIU-INVENTORY-REC               PIC X(133).

       FD  SIU-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SIU-CONTROL-REC                 PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-STXN-STATUS              PIC X(02).
               88  STXN-OK                 VALUE '00'.
           05  WS-SREM-STATUS              PIC X(02).
               88  SREM-OK                 VALUE '00'.
           05  WS-SINV-STATUS              PIC X(02).
               88  SINV-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STXN-EOF-SW              PIC X(01) VALUE 'N'.
               88  STXN-AT-EOF             VALUE 'Y'.
           05  WS-CURSOR-EOF-SW            PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-TXNS-READ            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TXNS-APPLIED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-TXNS-REJECTED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CASES-OPENED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-CASES-CLOSED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SUSP-STARTED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-SUSP-LIFTED          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-GC-REVIEWS           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ESCROW-RELEASED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REMINDERS            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OVERDUE              PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INV-CASES            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INV-OPEN             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INV-CLOSED           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INV-SUSPENDED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INV-LE-REFERRED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INV-MFCU-REFERRED    PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-OVERPAYMENT          PIC S9(13)V99 COMP-3
                                                         VALUE +0.
           05  WS-TOT-ESCROW-HELD          PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE-8.
               10  WS-CURR-CCYY            PIC 9(04).
               10  WS-CURR-MM              PIC 9(02).
               10  WS-CURR-DD              PIC 9(02).
           05  WS-QUARTER-START            PIC 9(08).
           05  WS-REMIND-THRU-DATE         PIC 9(08).
           05  WS-ACTION-DATE              PIC 9(08).
           05  WS-DATE-INT                 PIC S9(09) COMP.
           05  WS-DAYS-TO-REVIEW           PIC 9(03).
           05  WS-QTR-MM                   PIC 9(02).
           05  WS-GC-REVIEW-DAYS           PIC 9(03) VALUE 090.
           05  WS-REMIND-LEAD-DAYS         PIC 9(03) VALUE 030.
           05  WS-REJECT-REASON            PIC X(40).
           05  WS-HIST-ACTION              PIC X(02).
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.

      *--- SIU_CASE ROW AS READ FOR A MAINTENANCE TRANSACTION ---
       01  HV-SIU-CASE-VARS.
           05  HV-CASE-ID                  PIC X(12).
           05  HV-PROVIDER-TAX-ID          PIC X(09).
           05  HV-PROVIDER-NPI             PIC X(10).
           05  HV-ALLEGATION-TYPE          PIC X(04).
           05  HV-REFERRAL-SOURCE          PIC X(04).
           05  HV-CASE-STATUS              PIC X(02).
               88  HV-CASE-PRELIMINARY     VALUE 'PR'.
               88  HV-CASE-INVESTIGATION   VALUE 'IV'.
               88  HV-CASE-CLOSED          VALUE 'CL'.
           05  HV-OLD-STATUS               PIC X(02).
           05  HV-SUSPENSION-STATUS        PIC X(01).
               88  HV-SUSPENSION-ACTIVE    VALUE 'A'.
           05  HV-SUSPENSION-REASON        PIC X(40).
           05  HV-OPENED-DATE              PIC 9(08).
           05  HV-LE-REFERRAL-DATE         PIC 9(08).
           05  HV-MFCU-REFERRAL-DATE       PIC 9(08).
           05  HV-SUSPENSION-DATE          PIC 9(08).
           05  HV-LAST-GC-REVIEW           PIC 9(08).
           05  HV-NEXT-GC-REVIEW           PIC 9(08).
           05  HV-CLOSED-DATE              PIC 9(08).
           05  HV-ACTION-DATE              PIC 9(08).
           05  HV-QUARTER-START            PIC 9(08).
           05  HV-REMIND-THRU-DATE         PIC 9(08).
           05  HV-OVERPAYMENT-AMT          PIC S9(11)V99.
           05  HV-ESCROW-AMT               PIC S9(11)V99.
           05  HV-KEYED-BY                 PIC X(08).
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
               VALUE 'SIU CASE MAINTENANCE CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

      *--- GOOD-CAUSE REVIEW REMINDER LISTING ---
       01  WS-REM-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(50)
               VALUE 'SIU PAYMENT SUSPENSION GOOD-CAUSE REVIEWS DUE'.
           05  FILLER                      PIC X(10)
               VALUE 'DUE THRU '.
           05  WS-RH-THRU-DATE             PIC 9(08).
           05  FILLER                      PIC X(06) VALUE '  RUN '.
           05  WS-RH-RUN-DATE              PIC X(10).
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-REM-COLUMN-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE 'CASE ID'.
           05  FILLER                      PIC X(10) VALUE 'TAX ID'.
           05  FILLER                      PIC X(11) VALUE 'NPI'.
           05  FILLER                      PIC X(09) VALUE 'SUSP DT'.
           05  FILLER                      PIC X(09) VALUE 'LAST REV'.
           05  FILLER                      PIC X(09) VALUE 'NEXT REV'.
           05  FILLER                      PIC X(09) VALUE 'STATUS'.
           05  FILLER                      PIC X(09) VALUE 'MFCU REF'.
           05  FILLER                      PIC X(41)
               VALUE 'SUSPENSION REASON'.
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-REM-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-CASE-ID               PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-TAX-ID                PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-NPI                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-SUSP-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-LAST-REVIEW           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-NEXT-REVIEW           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-DUE-STATUS            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-MFCU-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RD-REASON                PIC X(40).
           05  FILLER                      PIC X(13) VALUE SPACES.

      *--- STATE SIU CASE INVENTORY ---
       01  WS-INV-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(40)
               VALUE 'SIU CASE INVENTORY - STATE REPORT'.
           05  FILLER                      PIC X(16)
               VALUE 'QUARTER FROM '.
           05  WS-IH-QTR-START             PIC 9(08).
           05  FILLER                      PIC X(06) VALUE '  RUN '.
           05  WS-IH-RUN-DATE              PIC X(10).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-INV-COLUMN-HEADER.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(13) VALUE 'CASE ID'.
           05  FILLER                      PIC X(10) VALUE 'TAX ID'.
           05  FILLER                      PIC X(11) VALUE 'NPI'.
           05  FILLER                      PIC X(05) VALUE 'ALLG'.
           05  FILLER                      PIC X(05) VALUE 'SRC'.
           05  FILLER                      PIC X(03) VALUE 'ST'.
           05  FILLER                      PIC X(09) VALUE 'OPENED'.
           05  FILLER                      PIC X(09) VALUE 'LE REF'.
           05  FILLER                      PIC X(09) VALUE 'MFCU REF'.
           05  FILLER                      PIC X(02) VALUE 'S'.
           05  FILLER                      PIC X(09) VALUE 'SUSP DT'.
           05  FILLER                      PIC X(16)
               VALUE '     OVERPAYMENT'.
           05  FILLER                      PIC X(16)
               VALUE '  ESCROW HELD'.
           05  FILLER                      PIC X(08) VALUE 'CLOSED'.
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  WS-INV-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-CASE-ID               PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-TAX-ID                PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-NPI                   PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-ALLEGATION            PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-SOURCE                PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-STATUS                PIC X(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-OPENED                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-LE-DATE               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-MFCU-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-SUSP-STATUS           PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-SUSP-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-OVERPAYMENT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-ESCROW                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ID-CLOSED                PIC X(08).
           05  FILLER                      PIC X(07) VALUE SPACES.

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - CASE TRANSACTIONS, THEN THE REMINDER LISTING AND    *
      * THE STATE INVENTORY FROM THE UPDATED CASES                     *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-APPLY-CASE-TXNS
               THRU 2000-APPLY-CASE-TXNS-EXIT
           PERFORM 3000-GOOD-CAUSE-REMINDERS
               THRU 3000-GOOD-CAUSE-REMINDERS-EXIT
           PERFORM 4000-CASE-INVENTORY
               THRU 4000-CASE-INVENTORY-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, SET THE REMINDER WINDOW   *
      * AND THE START OF THE CALENDAR QUARTER                          *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
             + WS-REMIND-LEAD-DAYS
           COMPUTE WS-REMIND-THRU-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-QTR-MM = ((WS-CURR-MM - 1) / 3) * 3 + 1
           COMPUTE WS-QUARTER-START =
               WS-CURR-CCYY * 10000 + WS-QTR-MM * 100 + 1
           MOVE WS-REMIND-THRU-DATE TO HV-REMIND-THRU-DATE
           MOVE WS-QUARTER-START TO HV-QUARTER-START

           OPEN INPUT SIU-TXN-FILE
           IF NOT STXN-OK
               DISPLAY 'HCSIUCAS - NO SIU CASE TXNS'
               SET STXN-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT SIU-REMINDER-FILE
           IF NOT SREM-OK
               MOVE 'SIU-REMINDER-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT SIU-INVENTORY-FILE
           IF NOT SINV-OK
               MOVE 'SIU-INVENTORY-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT SIU-CONTROL-RPT
           IF NOT CRPT-OK
               MOVE 'SIU-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE SIU-CONTROL-REC FROM WS-RPT-HEADER-1
           WRITE SIU-CONTROL-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO SIU-CONTROL-REC
           WRITE SIU-CONTROL-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE SIU-CONTROL-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - APPLY THE KEYED SIU CASE TRANSACTIONS                   *
      *================================================================*
       2000-APPLY-CASE-TXNS.
           PERFORM UNTIL STXN-AT-EOF
               READ SIU-TXN-FILE
                   AT END
                       SET STXN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-TXNS-READ
                       PERFORM 2100-APPLY-ONE-TXN
                           THRU 2100-APPLY-ONE-TXN-EXIT
               END-READ
           END-PERFORM
           .
       2000-APPLY-CASE-TXNS-EXIT.
           EXIT.

       2100-APPLY-ONE-TXN.
      *----------------------------------------------------------------*
      * VALIDATE THE TRANSACTION AGAINST THE CASE AND APPLY IT. A      *
      * CLOSED CASE TAKES NO FURTHER ACTIONS.                          *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-REJECT-REASON
           IF SX-CASE-ID = SPACES
               MOVE 'NO CASE ID' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2100-APPLY-ONE-TXN-EXIT
           END-IF

           IF SX-ACTION-DATE NUMERIC AND SX-ACTION-DATE > 19000101
               MOVE SX-ACTION-DATE TO WS-ACTION-DATE
           ELSE
               MOVE WS-CURR-DATE-8 TO WS-ACTION-DATE
           END-IF
           MOVE WS-ACTION-DATE TO HV-ACTION-DATE
           MOVE SX-CASE-ID TO HV-CASE-ID
           MOVE SX-KEYED-BY TO HV-KEYED-BY
           MOVE SX-ACTION-CODE TO WS-HIST-ACTION

           IF SX-OPEN-CASE
               PERFORM 2200-OPEN-CASE
                   THRU 2200-OPEN-CASE-EXIT
               GO TO 2100-APPLY-ONE-TXN-EXIT
           END-IF

           PERFORM 2150-LOAD-CASE
           IF WS-SQLCODE NOT = 0
               MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2100-APPLY-ONE-TXN-EXIT
           END-IF
           IF HV-CASE-CLOSED
               MOVE 'CASE IS CLOSED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2100-APPLY-ONE-TXN-EXIT
           END-IF
           MOVE HV-CASE-STATUS TO HV-OLD-STATUS

           EVALUATE TRUE
               WHEN SX-STATUS-CHANGE
                   PERFORM 2300-CHANGE-STATUS
                       THRU 2300-CHANGE-STATUS-EXIT
               WHEN SX-LE-REFERRAL
               WHEN SX-MFCU-REFERRAL
                   PERFORM 2400-RECORD-REFERRAL
                       THRU 2400-RECORD-REFERRAL-EXIT
               WHEN SX-OVERPAYMENT
                   PERFORM 2450-RECORD-OVERPAYMENT
                       THRU 2450-RECORD-OVERPAYMENT-EXIT
               WHEN SX-START-SUSPENSION
                   PERFORM 2500-START-SUSPENSION
                       THRU 2500-START-SUSPENSION-EXIT
               WHEN SX-LIFT-SUSPENSION
                   PERFORM 2600-LIFT-SUSPENSION
                       THRU 2600-LIFT-SUSPENSION-EXIT
               WHEN SX-GOOD-CAUSE-REVIEW
                   PERFORM 2700-GOOD-CAUSE-REVIEW
                       THRU 2700-GOOD-CAUSE-REVIEW-EXIT
               WHEN SX-CLOSE-CASE
                   PERFORM 2800-CLOSE-CASE
                       THRU 2800-CLOSE-CASE-EXIT
               WHEN OTHER
                   MOVE 'BAD ACTION CODE' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-TXN
           END-EVALUATE
           .
       2100-APPLY-ONE-TXN-EXIT.
           EXIT.

       2150-LOAD-CASE.
      *----------------------------------------------------------------*
      * READ THE CASE NAMED ON THE TRANSACTION                         *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT PROVIDER_TAX_ID, PROVIDER_NPI, CASE_STATUS,
                      ISNULL(SUSPENSION_STATUS, 'N'),
                      ISNULL(SUSPENSION_REASON, ' '),
                      ISNULL(MFCU_REFERRAL_DATE, 0),
                      ISNULL(SUSPENSION_DATE, 0)
               INTO   :HV-PROVIDER-TAX-ID, :HV-PROVIDER-NPI,
                      :HV-CASE-STATUS,
                      :HV-SUSPENSION-STATUS,
                      :HV-SUSPENSION-REASON,
                      :HV-MFCU-REFERRAL-DATE,
                      :HV-SUSPENSION-DATE
               FROM   SIU_CASE
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           .

       2200-OPEN-CASE.
      *----------------------------------------------------------------*
      * OPEN A NEW CASE IN PRELIMINARY REVIEW. THE PROVIDER IS NAMED   *
      * BY TAX ID, NPI OR BOTH.                                        *
      *----------------------------------------------------------------*
           IF (SX-PROVIDER-TAX-ID = SPACES AND SX-PROVIDER-NPI = SPACES)
              OR SX-ALLEGATION-TYPE = SPACES
              OR SX-REFERRAL-SOURCE = SPACES
               MOVE 'NEED PROVIDER, ALLEGATION AND SOURCE'
                 TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2200-OPEN-CASE-EXIT
           END-IF

           MOVE 0 TO HV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   SIU_CASE
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE = 0 AND HV-COUNT > 0
               MOVE 'CASE ID ALREADY ON FILE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2200-OPEN-CASE-EXIT
           END-IF

           MOVE SX-PROVIDER-TAX-ID TO HV-PROVIDER-TAX-ID
           MOVE SX-PROVIDER-NPI TO HV-PROVIDER-NPI
           MOVE SX-ALLEGATION-TYPE TO HV-ALLEGATION-TYPE
           MOVE SX-REFERRAL-SOURCE TO HV-REFERRAL-SOURCE
           MOVE 'PR' TO HV-CASE-STATUS
           MOVE SPACES TO HV-OLD-STATUS
           MOVE 0 TO HV-OVERPAYMENT-AMT

           EXEC SQL
               INSERT INTO SIU_CASE
                   (CASE_ID, PROVIDER_TAX_ID, PROVIDER_NPI,
                    ALLEGATION_TYPE, REFERRAL_SOURCE, CASE_STATUS,
                    OPENED_DATE, LE_REFERRAL_DATE,
                    MFCU_REFERRAL_DATE, IDENTIFIED_OVERPAYMENT,
                    SUSPENSION_STATUS, SUSPENSION_REASON,
                    SUSPENSION_DATE, SUSPENSION_END_DATE,
                    LAST_GOOD_CAUSE_REVIEW, NEXT_GOOD_CAUSE_REVIEW,
                    CLOSED_DATE, LAST_UPDATE_DATE, LAST_UPDATE_USER)
               VALUES
                   (:HV-CASE-ID, :HV-PROVIDER-TAX-ID,
                    :HV-PROVIDER-NPI,
                    :HV-ALLEGATION-TYPE, :HV-REFERRAL-SOURCE,
                    :HV-CASE-STATUS,
                    :HV-ACTION-DATE, NULL,
                    NULL, :HV-OVERPAYMENT-AMT,
                    'N', NULL,
                    NULL, NULL,
                    NULL, NULL,
                    NULL, :WS-CURR-DATE-8, :HV-KEYED-BY)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2200-OPEN-CASE-EXIT
           END-IF

           ADD 1 TO WS-CTR-CASES-OPENED
           PERFORM 2950-LOG-CASE-HISTORY
           .
       2200-OPEN-CASE-EXIT.
           EXIT.

       2300-CHANGE-STATUS.
      *----------------------------------------------------------------*
      * MOVE THE CASE ALONG ITS LIFECYCLE. CLOSING GOES THROUGH CL.    *
      *----------------------------------------------------------------*
           IF NOT SX-STATUS-VALID
               MOVE 'BAD CASE STATUS' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2300-CHANGE-STATUS-EXIT
           END-IF
           MOVE SX-NEW-STATUS TO HV-CASE-STATUS

           EXEC SQL
               UPDATE SIU_CASE
               SET    CASE_STATUS = :HV-CASE-STATUS,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :HV-KEYED-BY
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE STATUS UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2300-CHANGE-STATUS-EXIT
           END-IF
           PERFORM 2950-LOG-CASE-HISTORY
           .
       2300-CHANGE-STATUS-EXIT.
           EXIT.

       2400-RECORD-REFERRAL.
      *----------------------------------------------------------------*
      * LAW-ENFORCEMENT OR STATE MFCU REFERRAL. A CASE STILL IN REVIEW *
      * OR INVESTIGATION MOVES TO REFERRED.                            *
      *----------------------------------------------------------------*
           IF HV-CASE-PRELIMINARY OR HV-CASE-INVESTIGATION
               MOVE 'RF' TO HV-CASE-STATUS
           END-IF

           IF SX-LE-REFERRAL
               EXEC SQL
                   UPDATE SIU_CASE
                   SET    LE_REFERRAL_DATE = :HV-ACTION-DATE,
                          CASE_STATUS = :HV-CASE-STATUS,
                          LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                          LAST_UPDATE_USER = :HV-KEYED-BY
                   WHERE  CASE_ID = :HV-CASE-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE SIU_CASE
                   SET    MFCU_REFERRAL_DATE = :HV-ACTION-DATE,
                          CASE_STATUS = :HV-CASE-STATUS,
                          LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                          LAST_UPDATE_USER = :HV-KEYED-BY
                   WHERE  CASE_ID = :HV-CASE-ID
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE REFERRAL UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2400-RECORD-REFERRAL-EXIT
           END-IF
           PERFORM 2950-LOG-CASE-HISTORY
           .
       2400-RECORD-REFERRAL-EXIT.
           EXIT.

       2450-RECORD-OVERPAYMENT.
      *----------------------------------------------------------------*
      * THE OVERPAYMENT IDENTIFIED SO FAR - EACH ENTRY REPLACES THE    *
      * PRIOR FIGURE                                                   *
      *----------------------------------------------------------------*
           IF SX-AMOUNT NOT NUMERIC
               MOVE 'BAD OVERPAYMENT AMOUNT' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2450-RECORD-OVERPAYMENT-EXIT
           END-IF
           MOVE SX-AMOUNT TO HV-OVERPAYMENT-AMT

           EXEC SQL
               UPDATE SIU_CASE
               SET    IDENTIFIED_OVERPAYMENT = :HV-OVERPAYMENT-AMT,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :HV-KEYED-BY
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE OVERPAYMENT UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2450-RECORD-OVERPAYMENT-EXIT
           END-IF
           PERFORM 2950-LOG-CASE-HISTORY
           .
       2450-RECORD-OVERPAYMENT-EXIT.
           EXIT.

       2500-START-SUSPENSION.
      *----------------------------------------------------------------*
      * SUSPEND PAYMENTS ON A CREDIBLE ALLEGATION OF FRAUD. HCREMIT    *
      * HOLDS AND ESCROWS THE PROVIDER'S PAYMENTS FROM ITS NEXT RUN.   *
      * THE FIRST GOOD-CAUSE REVIEW FALLS A QUARTER OUT. THE STATE     *
      * EXPECTS AN MFCU REFERRAL WITH EVERY SUSPENSION, SO ONE NOT YET *
      * REFERRED IS FLAGGED ON THE REPORT.                             *
      *----------------------------------------------------------------*
           IF HV-SUSPENSION-ACTIVE
               MOVE 'SUSPENSION ALREADY ACTIVE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2500-START-SUSPENSION-EXIT
           END-IF
           IF SX-REASON = SPACES
               MOVE 'SUSPENSION REASON REQUIRED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2500-START-SUSPENSION-EXIT
           END-IF

           MOVE SX-REASON TO HV-SUSPENSION-REASON
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACTION-DATE)
             + WS-GC-REVIEW-DAYS
           COMPUTE HV-NEXT-GC-REVIEW =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           EXEC SQL
               UPDATE SIU_CASE
               SET    SUSPENSION_STATUS = 'A',
                      SUSPENSION_REASON = :HV-SUSPENSION-REASON,
                      SUSPENSION_DATE = :HV-ACTION-DATE,
                      SUSPENSION_END_DATE = NULL,
                      LAST_GOOD_CAUSE_REVIEW = NULL,
                      NEXT_GOOD_CAUSE_REVIEW = :HV-NEXT-GC-REVIEW,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :HV-KEYED-BY
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE SUSPENSION UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2500-START-SUSPENSION-EXIT
           END-IF

           ADD 1 TO WS-CTR-SUSP-STARTED
           PERFORM 2950-LOG-CASE-HISTORY
           IF HV-MFCU-REFERRAL-DATE = 0
               MOVE 'SUSPENDED - NO MFCU REFERRAL' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING HV-CASE-ID ' ' HV-PROVIDER-TAX-ID ' '
                   HV-PROVIDER-NPI ' - REFER TO STATE MFCU'
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2500-START-SUSPENSION-EXIT.
           EXIT.

       2600-LIFT-SUSPENSION.
      *----------------------------------------------------------------*
      * END THE SUSPENSION AND RELEASE THE CASE'S ESCROWED PAYMENTS.   *
      * THE HELD CLAIMS PAY ON HCREMIT'S NEXT RUN.                     *
      *----------------------------------------------------------------*
           IF NOT HV-SUSPENSION-ACTIVE
               MOVE 'NO ACTIVE SUSPENSION' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2600-LIFT-SUSPENSION-EXIT
           END-IF

           PERFORM 2650-END-SUSPENSION
               THRU 2650-END-SUSPENSION-EXIT
           .
       2600-LIFT-SUSPENSION-EXIT.
           EXIT.

       2650-END-SUSPENSION.
      *----------------------------------------------------------------*
      * SHARED BY A LIFT AND A GOOD-CAUSE FINDING                      *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE SIU_CASE
               SET    SUSPENSION_STATUS = 'L',
                      SUSPENSION_END_DATE = :HV-ACTION-DATE,
                      NEXT_GOOD_CAUSE_REVIEW = NULL,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :HV-KEYED-BY
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE LIFT UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2650-END-SUSPENSION-EXIT
           END-IF

           EXEC SQL
               UPDATE SIU_PAYMENT_ESCROW
               SET    ESCROW_STATUS = 'R',
                      RELEASE_DATE = :HV-ACTION-DATE
               WHERE  CASE_ID = :HV-CASE-ID
               AND    ESCROW_STATUS = 'H'
           END-EXEC
           IF WS-SQLCODE = 0
               ADD WS-SQLERRD(3) TO WS-CTR-ESCROW-RELEASED
           END-IF

           ADD 1 TO WS-CTR-SUSP-LIFTED
           PERFORM 2950-LOG-CASE-HISTORY
           .
       2650-END-SUSPENSION-EXIT.
           EXIT.

       2700-GOOD-CAUSE-REVIEW.
      *----------------------------------------------------------------*
      * QUARTERLY GOOD-CAUSE REVIEW OF AN ACTIVE SUSPENSION. CONTINUE  *
      * SETS THE NEXT REVIEW A QUARTER OUT; A GOOD-CAUSE FINDING ENDS  *
      * THE SUSPENSION.                                                *
      *----------------------------------------------------------------*
           IF NOT HV-SUSPENSION-ACTIVE
               MOVE 'NO ACTIVE SUSPENSION' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2700-GOOD-CAUSE-REVIEW-EXIT
           END-IF
           IF NOT SX-GC-CONTINUE AND NOT SX-GC-GOOD-CAUSE
               MOVE 'BAD GOOD-CAUSE RESULT' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2700-GOOD-CAUSE-REVIEW-EXIT
           END-IF

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACTION-DATE)
             + WS-GC-REVIEW-DAYS
           COMPUTE HV-NEXT-GC-REVIEW =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           EXEC SQL
               UPDATE SIU_CASE
               SET    LAST_GOOD_CAUSE_REVIEW = :HV-ACTION-DATE,
                      NEXT_GOOD_CAUSE_REVIEW = :HV-NEXT-GC-REVIEW,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :HV-KEYED-BY
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE REVIEW UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2700-GOOD-CAUSE-REVIEW-EXIT
           END-IF

           ADD 1 TO WS-CTR-GC-REVIEWS
           PERFORM 2950-LOG-CASE-HISTORY

           IF SX-GC-GOOD-CAUSE
               MOVE 'LS' TO WS-HIST-ACTION
               PERFORM 2650-END-SUSPENSION
                   THRU 2650-END-SUSPENSION-EXIT
           END-IF
           .
       2700-GOOD-CAUSE-REVIEW-EXIT.
           EXIT.

       2800-CLOSE-CASE.
      *----------------------------------------------------------------*
      * CLOSE THE CASE. A SUSPENSION MUST BE LIFTED FIRST SO THE       *
      * ESCROW IS NEVER LEFT HELD AGAINST A CLOSED CASE.               *
      *----------------------------------------------------------------*
           IF HV-SUSPENSION-ACTIVE
               MOVE 'LIFT SUSPENSION BEFORE CLOSING'
                 TO WS-REJECT-REASON
               PERFORM 2900-REJECT-TXN
               GO TO 2800-CLOSE-CASE-EXIT
           END-IF
           MOVE 'CL' TO HV-CASE-STATUS

           EXEC SQL
               UPDATE SIU_CASE
               SET    CASE_STATUS = 'CL',
                      CLOSED_DATE = :HV-ACTION-DATE,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :HV-KEYED-BY
               WHERE  CASE_ID = :HV-CASE-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE CLOSE UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2800-CLOSE-CASE-EXIT
           END-IF

           ADD 1 TO WS-CTR-CASES-CLOSED
           PERFORM 2950-LOG-CASE-HISTORY
           .
       2800-CLOSE-CASE-EXIT.
           EXIT.

       2900-REJECT-TXN.
      *----------------------------------------------------------------*
      * COUNT AND REPORT A REJECTED TRANSACTION                        *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-TXNS-REJECTED
           MOVE 'TXN REJECTED' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING SX-ACTION-CODE ' ' SX-CASE-ID ' - '
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       2950-LOG-CASE-HISTORY.
      *----------------------------------------------------------------*
      * ONE SIU_CASE_HISTORY ROW PER APPLIED ACTION AND A REPORT LINE  *
      *----------------------------------------------------------------*
           IF SX-AMOUNT NUMERIC
               MOVE SX-AMOUNT TO HV-OVERPAYMENT-AMT
           ELSE
               MOVE 0 TO HV-OVERPAYMENT-AMT
           END-IF
           MOVE SX-REASON TO HV-SUSPENSION-REASON

           EXEC SQL
               INSERT INTO SIU_CASE_HISTORY
                   (CASE_ID, ACTION_CODE, ACTION_DATE,
                    OLD_STATUS, NEW_STATUS, AMOUNT,
                    GOOD_CAUSE_RESULT, REASON,
                    KEYED_BY, CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-CASE-ID, :WS-HIST-ACTION, :HV-ACTION-DATE,
                    :HV-OLD-STATUS, :HV-CASE-STATUS,
                    :HV-OVERPAYMENT-AMT,
                    :SX-GOOD-CAUSE-RESULT, :HV-SUSPENSION-REASON,
                    :HV-KEYED-BY, GETDATE(), 'HCSIUCAS')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU_CASE_HISTORY INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           ADD 1 TO WS-CTR-TXNS-APPLIED
           MOVE 'CASE ACTION APPLIED' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
           STRING WS-HIST-ACTION ' ' HV-CASE-ID
               ' STATUS ' HV-CASE-STATUS
               ' DATE ' HV-ACTION-DATE
               ' BY ' HV-KEYED-BY
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .

      *================================================================*
      * 3000 - GOOD-CAUSE REVIEW REMINDERS: ACTIVE SUSPENSIONS WITH    *
      * THE QUARTERLY REVIEW OVERDUE OR DUE WITHIN THE LEAD DAYS       *
      *================================================================*
       3000-GOOD-CAUSE-REMINDERS.
           MOVE WS-REMIND-THRU-DATE TO WS-RH-THRU-DATE
           MOVE WS-RPT-DATE TO WS-RH-RUN-DATE
           WRITE SIU-REMINDER-REC FROM WS-REM-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO SIU-REMINDER-REC
           WRITE SIU-REMINDER-REC
               AFTER ADVANCING 1 LINE
           WRITE SIU-REMINDER-REC FROM WS-REM-COLUMN-HEADER
               AFTER ADVANCING 1 LINE

           EXEC SQL
               DECLARE SIU_REVIEW_CURSOR CURSOR FOR
               SELECT CASE_ID, PROVIDER_TAX_ID, PROVIDER_NPI,
                      ISNULL(SUSPENSION_DATE, 0),
                      ISNULL(LAST_GOOD_CAUSE_REVIEW, 0),
                      ISNULL(NEXT_GOOD_CAUSE_REVIEW, 0),
                      ISNULL(MFCU_REFERRAL_DATE, 0),
                      ISNULL(SUSPENSION_REASON, ' ')
               FROM   SIU_CASE
               WHERE  SUSPENSION_STATUS = 'A'
               AND    (NEXT_GOOD_CAUSE_REVIEW IS NULL
                       OR NEXT_GOOD_CAUSE_REVIEW <=
                          :HV-REMIND-THRU-DATE)
               ORDER BY NEXT_GOOD_CAUSE_REVIEW, CASE_ID
           END-EXEC

           EXEC SQL
               OPEN SIU_REVIEW_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU REVIEW CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3000-GOOD-CAUSE-REMINDERS-EXIT
           END-IF

           MOVE 'N' TO WS-CURSOR-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH SIU_REVIEW_CURSOR
                   INTO  :HV-CASE-ID, :HV-PROVIDER-TAX-ID,
                         :HV-PROVIDER-NPI,
                         :HV-SUSPENSION-DATE,
                         :HV-LAST-GC-REVIEW,
                         :HV-NEXT-GC-REVIEW,
                         :HV-MFCU-REFERRAL-DATE,
                         :HV-SUSPENSION-REASON
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 3100-WRITE-REMINDER
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SIU_REVIEW_CURSOR
           END-EXEC

           IF WS-CTR-REMINDERS = 0
               MOVE SPACES TO SIU-REMINDER-REC
               MOVE ' NO GOOD-CAUSE REVIEWS DUE' TO SIU-REMINDER-REC
               WRITE SIU-REMINDER-REC
                   AFTER ADVANCING 1 LINE
           END-IF
           .
       3000-GOOD-CAUSE-REMINDERS-EXIT.
           EXIT.

       3100-WRITE-REMINDER.
      *----------------------------------------------------------------*
      * ONE REMINDER LINE - OVERDUE WHEN THE REVIEW DATE HAS PASSED    *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-REMINDERS
           MOVE HV-CASE-ID TO WS-RD-CASE-ID
           MOVE HV-PROVIDER-TAX-ID TO WS-RD-TAX-ID
           MOVE HV-PROVIDER-NPI TO WS-RD-NPI
           MOVE HV-SUSPENSION-DATE TO WS-RD-SUSP-DATE
           MOVE HV-SUSPENSION-REASON TO WS-RD-REASON
           IF HV-LAST-GC-REVIEW = 0
               MOVE 'NONE' TO WS-RD-LAST-REVIEW
           ELSE
               MOVE HV-LAST-GC-REVIEW TO WS-RD-LAST-REVIEW
           END-IF
           IF HV-MFCU-REFERRAL-DATE = 0
               MOVE 'NONE' TO WS-RD-MFCU-DATE
           ELSE
               MOVE HV-MFCU-REFERRAL-DATE TO WS-RD-MFCU-DATE
           END-IF
           IF HV-NEXT-GC-REVIEW = 0
               MOVE SPACES TO WS-RD-NEXT-REVIEW
               MOVE 'OVERDUE' TO WS-RD-DUE-STATUS
               ADD 1 TO WS-CTR-OVERDUE
           ELSE
               MOVE HV-NEXT-GC-REVIEW TO WS-RD-NEXT-REVIEW
               IF HV-NEXT-GC-REVIEW < WS-CURR-DATE-8
                   MOVE 'OVERDUE' TO WS-RD-DUE-STATUS
                   ADD 1 TO WS-CTR-OVERDUE
               ELSE
                   COMPUTE WS-DAYS-TO-REVIEW =
                       FUNCTION INTEGER-OF-DATE(HV-NEXT-GC-REVIEW)
                     - FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
                   MOVE SPACES TO WS-RD-DUE-STATUS
                   STRING 'DUE ' WS-DAYS-TO-REVIEW
                       DELIMITED BY SIZE INTO WS-RD-DUE-STATUS
               END-IF
           END-IF
           WRITE SIU-REMINDER-REC FROM WS-REM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

      *================================================================*
      * 4000 - STATE CASE INVENTORY: EVERY CASE STILL OPEN OR CLOSED   *
      * SINCE THE START OF THE CALENDAR QUARTER, WITH THE PAYMENTS     *
      * HELD IN ESCROW AGAINST IT                                      *
      *================================================================*
       4000-CASE-INVENTORY.
           MOVE WS-QUARTER-START TO WS-IH-QTR-START
           MOVE WS-RPT-DATE TO WS-IH-RUN-DATE
           WRITE SIU-INVENTORY-REC FROM WS-INV-HEADER-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO SIU-INVENTORY-REC
           WRITE SIU-INVENTORY-REC
               AFTER ADVANCING 1 LINE
           WRITE SIU-INVENTORY-REC FROM WS-INV-COLUMN-HEADER
               AFTER ADVANCING 1 LINE

           EXEC SQL
               DECLARE SIU_INVENTORY_CURSOR CURSOR FOR
               SELECT C.CASE_ID, C.PROVIDER_TAX_ID, C.PROVIDER_NPI,
                      C.ALLEGATION_TYPE, C.REFERRAL_SOURCE,
                      C.CASE_STATUS, C.OPENED_DATE,
                      ISNULL(C.LE_REFERRAL_DATE, 0),
                      ISNULL(C.MFCU_REFERRAL_DATE, 0),
                      ISNULL(C.SUSPENSION_STATUS, 'N'),
                      ISNULL(C.SUSPENSION_DATE, 0),
                      ISNULL(C.IDENTIFIED_OVERPAYMENT, 0),
                      ISNULL((SELECT SUM(E.ESCROW_AMOUNT)
                              FROM   SIU_PAYMENT_ESCROW E
                              WHERE  E.CASE_ID = C.CASE_ID
                              AND    E.ESCROW_STATUS = 'H'), 0),
                      ISNULL(C.CLOSED_DATE, 0)
               FROM   SIU_CASE C
               WHERE  C.CASE_STATUS <> 'CL'
               OR     C.CLOSED_DATE >= :HV-QUARTER-START
               ORDER BY C.CASE_ID
           END-EXEC

           EXEC SQL
               OPEN SIU_INVENTORY_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'SIU INVENTORY CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 4000-CASE-INVENTORY-EXIT
           END-IF

           MOVE 'N' TO WS-CURSOR-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH SIU_INVENTORY_CURSOR
                   INTO  :HV-CASE-ID, :HV-PROVIDER-TAX-ID,
                         :HV-PROVIDER-NPI,
                         :HV-ALLEGATION-TYPE, :HV-REFERRAL-SOURCE,
                         :HV-CASE-STATUS, :HV-OPENED-DATE,
                         :HV-LE-REFERRAL-DATE,
                         :HV-MFCU-REFERRAL-DATE,
                         :HV-SUSPENSION-STATUS,
                         :HV-SUSPENSION-DATE,
                         :HV-OVERPAYMENT-AMT,
                         :HV-ESCROW-AMT,
                         :HV-CLOSED-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   PERFORM 4100-WRITE-INVENTORY-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SIU_INVENTORY_CURSOR
           END-EXEC

           PERFORM 4200-WRITE-INVENTORY-TOTALS
           .
       4000-CASE-INVENTORY-EXIT.
           EXIT.

       4100-WRITE-INVENTORY-LINE.
      *----------------------------------------------------------------*
      * ONE CASE ON THE INVENTORY; DATES NOT YET REACHED PRINT BLANK   *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-INV-CASES
           IF HV-CASE-CLOSED
               ADD 1 TO WS-CTR-INV-CLOSED
           ELSE
               ADD 1 TO WS-CTR-INV-OPEN
           END-IF
           IF HV-SUSPENSION-ACTIVE
               ADD 1 TO WS-CTR-INV-SUSPENDED
           END-IF
           IF HV-LE-REFERRAL-DATE NOT = 0
               ADD 1 TO WS-CTR-INV-LE-REFERRED
           END-IF
           IF HV-MFCU-REFERRAL-DATE NOT = 0
               ADD 1 TO WS-CTR-INV-MFCU-REFERRED
           END-IF
           ADD HV-OVERPAYMENT-AMT TO WS-TOT-OVERPAYMENT
           ADD HV-ESCROW-AMT TO WS-TOT-ESCROW-HELD

           MOVE HV-CASE-ID TO WS-ID-CASE-ID
           MOVE HV-PROVIDER-TAX-ID TO WS-ID-TAX-ID
           MOVE HV-PROVIDER-NPI TO WS-ID-NPI
           MOVE HV-ALLEGATION-TYPE TO WS-ID-ALLEGATION
           MOVE HV-REFERRAL-SOURCE TO WS-ID-SOURCE
           MOVE HV-CASE-STATUS TO WS-ID-STATUS
           MOVE HV-OPENED-DATE TO WS-ID-OPENED
           MOVE HV-SUSPENSION-STATUS TO WS-ID-SUSP-STATUS
           MOVE HV-OVERPAYMENT-AMT TO WS-ID-OVERPAYMENT
           MOVE HV-ESCROW-AMT TO WS-ID-ESCROW
           MOVE SPACES TO WS-ID-LE-DATE WS-ID-MFCU-DATE
                          WS-ID-SUSP-DATE WS-ID-CLOSED
           IF HV-LE-REFERRAL-DATE NOT = 0
               MOVE HV-LE-REFERRAL-DATE TO WS-ID-LE-DATE
           END-IF
           IF HV-MFCU-REFERRAL-DATE NOT = 0
               MOVE HV-MFCU-REFERRAL-DATE TO WS-ID-MFCU-DATE
           END-IF
           IF HV-SUSPENSION-DATE NOT = 0
               MOVE HV-SUSPENSION-DATE TO WS-ID-SUSP-DATE
           END-IF
           IF HV-CLOSED-DATE NOT = 0
               MOVE HV-CLOSED-DATE TO WS-ID-CLOSED
           END-IF
           WRITE SIU-INVENTORY-REC FROM WS-INV-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       4200-WRITE-INVENTORY-TOTALS.
      *----------------------------------------------------------------*
      * INVENTORY SUMMARY FOR THE STATE FILING                         *
      *----------------------------------------------------------------*
           MOVE SPACES TO SIU-INVENTORY-REC
           WRITE SIU-INVENTORY-REC
               AFTER ADVANCING 1 LINE
           MOVE 'CASES ON INVENTORY' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-CASES TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CASES OPEN' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-OPEN TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CASES CLOSED THIS QUARTER' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-CLOSED TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYMENT SUSPENSIONS ACTIVE' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-SUSPENDED TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REFERRED TO LAW ENFORCEMENT' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-LE-REFERRED TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REFERRED TO STATE MFCU' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-MFCU-REFERRED TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'IDENTIFIED OVERPAYMENT' TO WS-RPT-LABEL
           MOVE WS-TOT-OVERPAYMENT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PAYMENTS HELD IN ESCROW' TO WS-RPT-LABEL
           MOVE WS-TOT-ESCROW-HELD TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           WRITE SIU-INVENTORY-REC FROM WS-RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCSIUCAS' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCSIUCAS - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCSIUCAS - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCSIUCAS - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO SIU-CONTROL-REC
           WRITE SIU-CONTROL-REC
           MOVE 'TRANSACTIONS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-TXNS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ACTIONS APPLIED' TO WS-RPT-LABEL
           MOVE WS-CTR-TXNS-APPLIED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-TXNS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CASES OPENED' TO WS-RPT-LABEL
           MOVE WS-CTR-CASES-OPENED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CASES CLOSED' TO WS-RPT-LABEL
           MOVE WS-CTR-CASES-CLOSED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SUSPENSIONS STARTED' TO WS-RPT-LABEL
           MOVE WS-CTR-SUSP-STARTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SUSPENSIONS LIFTED' TO WS-RPT-LABEL
           MOVE WS-CTR-SUSP-LIFTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'GOOD-CAUSE REVIEWS RECORDED' TO WS-RPT-LABEL
           MOVE WS-CTR-GC-REVIEWS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ESCROWED PAYMENTS RELEASED' TO WS-RPT-LABEL
           MOVE WS-CTR-ESCROW-RELEASED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'GOOD-CAUSE REVIEWS DUE' TO WS-RPT-LABEL
           MOVE WS-CTR-REMINDERS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'GOOD-CAUSE REVIEWS OVERDUE' TO WS-RPT-LABEL
           MOVE WS-CTR-OVERDUE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CASES ON STATE INVENTORY' TO WS-RPT-LABEL
           MOVE WS-CTR-INV-CASES TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCSIUCAS - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'TRANSACTIONS READ:  ' WS-CTR-TXNS-READ
           DISPLAY 'ACTIONS APPLIED:    ' WS-CTR-TXNS-APPLIED
           DISPLAY 'TXNS REJECTED:      ' WS-CTR-TXNS-REJECTED
           DISPLAY 'SUSPENSIONS START:  ' WS-CTR-SUSP-STARTED
           DISPLAY 'SUSPENSIONS LIFTED: ' WS-CTR-SUSP-LIFTED
           DISPLAY 'ESCROW RELEASED:    ' WS-CTR-ESCROW-RELEASED
           DISPLAY 'REVIEWS DUE:        ' WS-CTR-REMINDERS
           DISPLAY 'REVIEWS OVERDUE:    ' WS-CTR-OVERDUE
           DISPLAY 'INVENTORY CASES:    ' WS-CTR-INV-CASES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE SIU-TXN-FILE
           CLOSE SIU-REMINDER-FILE
           CLOSE SIU-INVENTORY-FILE
           CLOSE SIU-CONTROL-RPT
           .
