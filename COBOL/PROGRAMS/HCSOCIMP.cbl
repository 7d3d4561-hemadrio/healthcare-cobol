       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCSOCIMP.
      *================================================================*
      * PROGRAM:     HCSOCIMP                                          *
      * DESCRIPTION: MEDICAID PATIENT LIABILITY (SHARE OF COST)        *
      *              IMPORT. READS THE STATE'S MONTHLY PATIENT-        *
      *              LIABILITY FILE AND LOADS ONE ROW PER MEMBER-MONTH *
      *              TO MEDICAID_PATIENT_LIABILITY. HCCLMADJ (CPS-881) *
      *              TAKES THE LIABILITY FROM THE FIRST CLAIMS OF THE  *
      *              MONTH AND POSTS WHAT IT TOOK TO LIABILITY_MET.    *
      *              A RESTATED AMOUNT REPLACES THE PRIOR ONE BUT THE  *
      *              AMOUNT ALREADY MET IS KEPT; A RESTATEMENT BELOW   *
      *              THE AMOUNT MET IS REPORTED FOR MANUAL RECOVERY.   *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  SOCLIAB  - STATE PATIENT LIABILITY FILE (80 BYTE)*
      * OUTPUT FILES: SOCIRPT  - IMPORT CONTROL REPORT                 *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 D.WASHINGTON INITIAL DEVELOPMENT                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIABILITY-FILE
               ASSIGN TO SOCLIAB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOCL-STATUS.

           SELECT LIABILITY-IMPORT-RPT
               ASSIGN TO SOCIRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SOCR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LIABILITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LIABILITY-REC.
           05  SL-MEMBER-ID                PIC X(20).
           05  SL-LIABILITY-MONTH          PIC 9(06).
           05  SL-LIABILITY-MONTH-R REDEFINES SL-LIABILITY-MONTH.
               10  SL-LIABILITY-YYYY       PIC 9(04).
               10  SL-LIABILITY-MM         PIC 9(02).
           05  SL-LIABILITY-AMT            PIC 9(07)V99.
           05  FILLER                      PIC X(45).

       FD  LIABILITY-IMPORT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  LIABILITY-IMPORT-REC            PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-SOCL-STATUS              PIC X(02).
               88  SOCL-OK                 VALUE '00'.
               88  SOCL-EOF                VALUE '10'.
           05  WS-SOCR-STATUS              PIC X(02).
               88  SOCR-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SOCL-EOF-SW              PIC X(01) VALUE 'N'.
               88  SOCL-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ROWS-INSERTED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ROWS-RESTATED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RECORDS-REJECTED     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-BELOW-MET            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-LIABILITY-TOTAL      PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-EDIT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-MET                 PIC ZZZ,ZZZ,ZZ9.99-.

       01  HV-LIABILITY-VARS.
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-LIABILITY-MONTH          PIC 9(06).
           05  HV-LIABILITY-AMT            PIC S9(07)V99.
           05  HV-LIABILITY-MET            PIC S9(07)V99.

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
               VALUE 'MEDICAID PATIENT LIABILITY IMPORT REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - LOAD EVERY MEMBER-MONTH ON THE STATE FILE           *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-LIABILITIES
               THRU 2000-LOAD-LIABILITIES-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT LIABILITY-FILE
           IF NOT SOCL-OK
               MOVE 'LIABILITY-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT LIABILITY-IMPORT-RPT
           IF NOT SOCR-OK
               MOVE 'LIABILITY-IMPORT-RPT OPEN FAILED'
                 TO WS-ERR-MESSAGE
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

           WRITE LIABILITY-IMPORT-REC FROM WS-RPT-HEADER-1
           WRITE LIABILITY-IMPORT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO LIABILITY-IMPORT-REC
           WRITE LIABILITY-IMPORT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE LIABILITY-IMPORT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - READ THE STATE FILE AND LOAD EACH MEMBER-MONTH          *
      *================================================================*
       2000-LOAD-LIABILITIES.
           PERFORM UNTIL SOCL-AT-EOF
               READ LIABILITY-FILE
                   AT END
                       SET SOCL-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-RECORDS-READ
                       PERFORM 2100-LOAD-ONE-LIABILITY
                           THRU 2100-LOAD-ONE-LIABILITY-EXIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-LIABILITIES-EXIT.
           EXIT.

       2100-LOAD-ONE-LIABILITY.
      *----------------------------------------------------------------*
      * RESTATE AN EXISTING MEMBER-MONTH OR ADD A NEW ONE. THE AMOUNT  *
      * ALREADY MET BY ADJUDICATED CLAIMS IS NEVER RESET HERE.         *
      *----------------------------------------------------------------*
           IF SL-MEMBER-ID = SPACES
              OR SL-LIABILITY-MONTH NOT NUMERIC
              OR SL-LIABILITY-MM < 01
              OR SL-LIABILITY-MM > 12
              OR SL-LIABILITY-AMT NOT NUMERIC
               ADD 1 TO WS-CTR-RECORDS-REJECTED
               MOVE 'RECORD REJECTED' TO WS-RPT-LABEL
               STRING SL-MEMBER-ID ' MONTH ' SL-LIABILITY-MONTH
                   ' INVALID MEMBER, MONTH OR AMOUNT'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-LOAD-ONE-LIABILITY-EXIT
           END-IF

           MOVE SL-MEMBER-ID TO HV-MEMBER-ID
           MOVE SL-LIABILITY-MONTH TO HV-LIABILITY-MONTH
           MOVE SL-LIABILITY-AMT TO HV-LIABILITY-AMT
           MOVE +0 TO HV-LIABILITY-MET

           EXEC SQL
               SELECT LIABILITY_MET
               INTO   :HV-LIABILITY-MET
               FROM   MEDICAID_PATIENT_LIABILITY
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    LIABILITY_MONTH = :HV-LIABILITY-MONTH
           END-EXEC

           EVALUATE WS-SQLCODE
               WHEN 0
                   EXEC SQL
                       UPDATE MEDICAID_PATIENT_LIABILITY
                       SET    LIABILITY_AMOUNT = :HV-LIABILITY-AMT,
                              LOAD_DATE = :WS-CURR-DATE-8
                       WHERE  MEMBER_ID = :HV-MEMBER-ID
                       AND    LIABILITY_MONTH = :HV-LIABILITY-MONTH
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-ROWS-RESTATED
                   END-IF
               WHEN 100
                   EXEC SQL
                       INSERT INTO MEDICAID_PATIENT_LIABILITY
                       (MEMBER_ID, LIABILITY_MONTH, LIABILITY_AMOUNT,
                        LIABILITY_MET, LOAD_DATE)
                       VALUES
                       (:HV-MEMBER-ID, :HV-LIABILITY-MONTH,
                        :HV-LIABILITY-AMT, 0, :WS-CURR-DATE-8)
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-ROWS-INSERTED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-RECORDS-REJECTED
               MOVE 'LIABILITY LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2100-LOAD-ONE-LIABILITY-EXIT
           END-IF

           ADD SL-LIABILITY-AMT TO WS-CTR-LIABILITY-TOTAL

      *--- A RETRO REDUCTION BELOW WHAT CLAIMS ALREADY TOOK MEANS THE
      *--- MEMBER WAS OVER-CHARGED - CLAIMS MUST BE REWORKED BY HAND ---
           IF HV-LIABILITY-MET > HV-LIABILITY-AMT
               ADD 1 TO WS-CTR-BELOW-MET
               MOVE 'LIABILITY BELOW AMOUNT MET' TO WS-RPT-LABEL
               MOVE HV-LIABILITY-AMT TO WS-EDIT-AMOUNT
               MOVE HV-LIABILITY-MET TO WS-EDIT-MET
               STRING SL-MEMBER-ID ' ' SL-LIABILITY-MONTH
                   ' AMOUNT ' WS-EDIT-AMOUNT
                   ' MET ' WS-EDIT-MET
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2100-LOAD-ONE-LIABILITY-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCSOCIMP' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCSOCIMP - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCSOCIMP - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCSOCIMP - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'RECORDS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBER-MONTHS ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-ROWS-INSERTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'MEMBER-MONTHS RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-ROWS-RESTATED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RECORDS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RESTATED BELOW AMOUNT MET' TO WS-RPT-LABEL
           MOVE WS-CTR-BELOW-MET TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'TOTAL LIABILITY LOADED' TO WS-RPT-LABEL
           MOVE WS-CTR-LIABILITY-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCSOCIMP - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RECORDS READ:       ' WS-CTR-RECORDS-READ
           DISPLAY 'MONTHS ADDED:       ' WS-CTR-ROWS-INSERTED
           DISPLAY 'MONTHS RESTATED:    ' WS-CTR-ROWS-RESTATED
           DISPLAY 'RECORDS REJECTED:   ' WS-CTR-RECORDS-REJECTED
           DISPLAY 'BELOW AMOUNT MET:   ' WS-CTR-BELOW-MET
           DISPLAY 'LIABILITY LOADED:   ' WS-CTR-LIABILITY-TOTAL
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE LIABILITY-FILE
           CLOSE LIABILITY-IMPORT-RPT
           .
