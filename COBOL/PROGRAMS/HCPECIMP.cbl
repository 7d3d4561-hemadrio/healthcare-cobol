       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPECIMP.
      *================================================================*
      * PROGRAM:     HCPECIMP                                          *
      * DESCRIPTION: PECOS ORDERING/REFERRING PROVIDER IMPORT. LOADS   *
      *              THE CMS ORDER AND REFERRING FILE (EVERY PROVIDER  *
      *              ENROLLED IN PECOS AND ELIGIBLE TO ORDER OR REFER, *
      *              WITH A Y/N FLAG PER SERVICE TYPE - PART B, DME,   *
      *              HOME HEALTH, POWER MOBILITY, HOSPICE) TO          *
      *              ORDER_REFER_PROVIDER. HCCLMVAL EDITS THE ORDERING *
      *              NPI ON DME, LAB, IMAGING AND HOME HEALTH CLAIMS   *
      *              AGAINST IT AS OF THE DATE OF SERVICE.             *
      *                                                                *
      *              CMS SENDS THE WHOLE FILE EACH TIME, SO EACH NPI   *
      *              KEEPS ONE OPEN ROW (END_DATE ZERO). WHEN AN NPI'S *
      *              FLAGS CHANGE THE OPEN ROW IS ENDED AS OF THIS RUN *
      *              AND A NEW ROW OPENED, AND AN NPI THAT DROPS OFF   *
      *              THE FILE HAS ITS OPEN ROW ENDED - SO OLDER DATES  *
      *              OF SERVICE STILL EDIT AGAINST WHAT WAS ON FILE AT *
      *              THE TIME. END_DATE IS THE FIRST DAY NOT COVERED.  *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  PECOSORD - CMS ORDER AND REFERRING FILE (80 BYTE)*
      * OUTPUT FILES: PECOSRPT - IMPORT CONTROL REPORT                 *
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
           SELECT ORDER-REFER-FILE
               ASSIGN TO PECOSORD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PORD-STATUS.

           SELECT PECOS-IMPORT-RPT
               ASSIGN TO PECOSRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDER-REFER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ORDER-REFER-REC.
           05  OR-NPI                      PIC X(10).
           05  OR-LAST-NAME                PIC X(35).
           05  OR-FIRST-NAME               PIC X(25).
           05  OR-SERVICE-FLAGS.
               10  OR-PARTB-IND            PIC X(01).
               10  OR-DME-IND              PIC X(01).
               10  OR-HHA-IND              PIC X(01).
               10  OR-PMD-IND              PIC X(01).
               10  OR-HOSPICE-IND          PIC X(01).
           05  FILLER                      PIC X(05).

       FD  PECOS-IMPORT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PECOS-IMPORT-REC                PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PORD-STATUS              PIC X(02).
               88  PORD-OK                 VALUE '00'.
           05  WS-PRPT-STATUS              PIC X(02).
               88  PRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PORD-EOF-SW              PIC X(01) VALUE 'N'.
               88  PORD-AT-EOF             VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RECORDS-READ         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NPIS-ADDED           PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NPIS-CHANGED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NPIS-UNCHANGED       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NPIS-DROPPED         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-RECORDS-REJECTED     PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-SUB                      PIC 9(02).
           05  WS-FLAGS-VALID-SW           PIC X(01).
               88  WS-FLAGS-VALID          VALUE 'Y'.

       01  HV-ORDER-REFER-VARS.
           05  HV-NPI                      PIC X(10).
           05  HV-LAST-NAME                PIC X(35).
           05  HV-FIRST-NAME               PIC X(25).
           05  HV-NEW-FLAGS.
               10  HV-PARTB-IND            PIC X(01).
               10  HV-DME-IND              PIC X(01).
               10  HV-HHA-IND              PIC X(01).
               10  HV-PMD-IND              PIC X(01).
               10  HV-HOSPICE-IND          PIC X(01).
           05  HV-NEW-FLAG-TBL REDEFINES HV-NEW-FLAGS.
               10  HV-NEW-FLAG             PIC X(01) OCCURS 5 TIMES.
           05  HV-OLD-FLAGS.
               10  HV-OLD-PARTB-IND        PIC X(01).
               10  HV-OLD-DME-IND          PIC X(01).
               10  HV-OLD-HHA-IND          PIC X(01).
               10  HV-OLD-PMD-IND          PIC X(01).
               10  HV-OLD-HOSPICE-IND      PIC X(01).
           05  HV-EFFECTIVE-DATE           PIC 9(08).
           05  HV-ROW-COUNT                PIC S9(09) COMP.

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
               VALUE 'PECOS ORDERING/REFERRING PROVIDER IMPORT REPORT'.
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
      * MAINLINE - LOAD THE FILE, THEN END THE NPIS NO LONGER ON IT    *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-ORDER-REFER
               THRU 2000-LOAD-ORDER-REFER-EXIT
           PERFORM 3000-END-DROPPED-NPIS
               THRU 3000-END-DROPPED-NPIS-EXIT
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

           OPEN INPUT ORDER-REFER-FILE
           IF NOT PORD-OK
               MOVE 'ORDER-REFER-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT PECOS-IMPORT-RPT
           IF NOT PRPT-OK
               MOVE 'PECOS-IMPORT-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE PECOS-IMPORT-REC FROM WS-RPT-HEADER-1
           WRITE PECOS-IMPORT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO PECOS-IMPORT-REC
           WRITE PECOS-IMPORT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE PECOS-IMPORT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-VALUE
           .

      *================================================================*
      * 2000 - READ THE CMS FILE AND POST EACH NPI                     *
      *================================================================*
       2000-LOAD-ORDER-REFER.
           PERFORM UNTIL PORD-AT-EOF
               READ ORDER-REFER-FILE
                   AT END
                       SET PORD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-RECORDS-READ
                       PERFORM 2100-LOAD-ONE-NPI
                           THRU 2100-LOAD-ONE-NPI-EXIT
               END-READ
           END-PERFORM
           .
       2000-LOAD-ORDER-REFER-EXIT.
           EXIT.

       2100-LOAD-ONE-NPI.
      *----------------------------------------------------------------*
      * COMPARE THE NPI'S FLAGS WITH ITS OPEN ROW. UNCHANGED ROWS ARE  *
      * ONLY RESTAMPED; A CHANGE ENDS THE OPEN ROW AND OPENS A NEW ONE *
      *----------------------------------------------------------------*
           MOVE OR-SERVICE-FLAGS TO HV-NEW-FLAGS
           SET WS-FLAGS-VALID TO TRUE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF HV-NEW-FLAG(WS-SUB) NOT = 'Y'
                  AND HV-NEW-FLAG(WS-SUB) NOT = 'N'
                   MOVE 'N' TO WS-FLAGS-VALID-SW
               END-IF
           END-PERFORM

           IF OR-NPI = SPACES
              OR OR-NPI NOT NUMERIC
              OR NOT WS-FLAGS-VALID
               ADD 1 TO WS-CTR-RECORDS-REJECTED
               MOVE 'RECORD REJECTED' TO WS-RPT-LABEL
               STRING OR-NPI ' FLAGS ' OR-SERVICE-FLAGS
                   ' INVALID NPI OR SERVICE FLAGS'
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-LOAD-ONE-NPI-EXIT
           END-IF

           MOVE OR-NPI TO HV-NPI
           MOVE OR-LAST-NAME TO HV-LAST-NAME
           MOVE OR-FIRST-NAME TO HV-FIRST-NAME
           MOVE SPACES TO HV-OLD-FLAGS

           EXEC SQL
               SELECT PARTB_IND, DME_IND, HHA_IND, PMD_IND,
                      HOSPICE_IND
               INTO   :HV-OLD-PARTB-IND, :HV-OLD-DME-IND,
                      :HV-OLD-HHA-IND, :HV-OLD-PMD-IND,
                      :HV-OLD-HOSPICE-IND
               FROM   ORDER_REFER_PROVIDER
               WHERE  NPI = :HV-NPI
               AND    END_DATE = 0
           END-EXEC

           EVALUATE TRUE
               WHEN WS-SQLCODE = 0
                AND HV-OLD-FLAGS = HV-NEW-FLAGS
                   EXEC SQL
                       UPDATE ORDER_REFER_PROVIDER
                       SET    LAST_NAME = :HV-LAST-NAME,
                              FIRST_NAME = :HV-FIRST-NAME,
                              LOAD_DATE = :WS-CURR-DATE-8
                       WHERE  NPI = :HV-NPI
                       AND    END_DATE = 0
                   END-EXEC
                   IF WS-SQLCODE = 0
                       ADD 1 TO WS-CTR-NPIS-UNCHANGED
                   END-IF
               WHEN WS-SQLCODE = 0
                   EXEC SQL
                       UPDATE ORDER_REFER_PROVIDER
                       SET    END_DATE = :WS-CURR-DATE-8
                       WHERE  NPI = :HV-NPI
                       AND    END_DATE = 0
                   END-EXEC
                   IF WS-SQLCODE = 0
                       MOVE WS-CURR-DATE-8 TO HV-EFFECTIVE-DATE
                       PERFORM 2200-INSERT-OPEN-ROW
                       IF WS-SQLCODE = 0
                           ADD 1 TO WS-CTR-NPIS-CHANGED
                       END-IF
                   END-IF
               WHEN WS-SQLCODE = 100
      *---         A FIRST APPEARANCE COVERS EVERY EARLIER DATE; A
      *---         RETURN AFTER BEING DROPPED STARTS FROM THIS RUN
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO   :HV-ROW-COUNT
                       FROM   ORDER_REFER_PROVIDER
                       WHERE  NPI = :HV-NPI
                   END-EXEC
                   IF WS-SQLCODE = 0
                       IF HV-ROW-COUNT = 0
                           MOVE 0 TO HV-EFFECTIVE-DATE
                       ELSE
                           MOVE WS-CURR-DATE-8 TO HV-EFFECTIVE-DATE
                       END-IF
                       PERFORM 2200-INSERT-OPEN-ROW
                       IF WS-SQLCODE = 0
                           ADD 1 TO WS-CTR-NPIS-ADDED
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-RECORDS-REJECTED
               MOVE 'ORDER/REFER PROVIDER LOAD FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       2100-LOAD-ONE-NPI-EXIT.
           EXIT.

       2200-INSERT-OPEN-ROW.
      *----------------------------------------------------------------*
      * OPEN A NEW ROW FOR THE NPI WITH THIS FILE'S SERVICE FLAGS      *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO ORDER_REFER_PROVIDER
               (NPI, LAST_NAME, FIRST_NAME, PARTB_IND, DME_IND,
                HHA_IND, PMD_IND, HOSPICE_IND, EFFECTIVE_DATE,
                END_DATE, LOAD_DATE)
               VALUES
               (:HV-NPI, :HV-LAST-NAME, :HV-FIRST-NAME,
                :HV-PARTB-IND, :HV-DME-IND, :HV-HHA-IND,
                :HV-PMD-IND, :HV-HOSPICE-IND, :HV-EFFECTIVE-DATE,
                0, :WS-CURR-DATE-8)
           END-EXEC
           .

      *================================================================*
      * 3000 - END THE OPEN ROW OF EVERY NPI NOT ON THIS FILE          *
      *================================================================*
       3000-END-DROPPED-NPIS.
      *--- AN EMPTY OR FAILED FILE MUST NOT END EVERY PROVIDER ---
           IF WS-CTR-RECORDS-READ = 0
              OR WS-CTR-RECORDS-REJECTED = WS-CTR-RECORDS-READ
               MOVE 'DROPPED NPIS NOT ENDED' TO WS-RPT-LABEL
               MOVE 'NO USABLE RECORDS ON THE INPUT FILE'
                   TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 3000-END-DROPPED-NPIS-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   ORDER_REFER_PROVIDER
               WHERE  END_DATE = 0
               AND    LOAD_DATE < :WS-CURR-DATE-8
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-ROW-COUNT TO WS-CTR-NPIS-DROPPED
               EXEC SQL
                   UPDATE ORDER_REFER_PROVIDER
                   SET    END_DATE = :WS-CURR-DATE-8
                   WHERE  END_DATE = 0
                   AND    LOAD_DATE < :WS-CURR-DATE-8
               END-EXEC
           END-IF

           IF WS-SQLCODE NOT = 0
               MOVE 'DROPPED NPI END-DATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .
       3000-END-DROPPED-NPIS-EXIT.
           EXIT.

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCPECIMP' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCPECIMP - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCPECIMP - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCPECIMP - FATAL ERROR - ABENDING'
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
           MOVE 'NPIS ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-NPIS-ADDED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NPIS WITH CHANGED SERVICE FLAGS' TO WS-RPT-LABEL
           MOVE WS-CTR-NPIS-CHANGED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NPIS UNCHANGED' TO WS-RPT-LABEL
           MOVE WS-CTR-NPIS-UNCHANGED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'NPIS DROPPED FROM FILE' TO WS-RPT-LABEL
           MOVE WS-CTR-NPIS-DROPPED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'RECORDS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCPECIMP - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RECORDS READ:       ' WS-CTR-RECORDS-READ
           DISPLAY 'NPIS ADDED:         ' WS-CTR-NPIS-ADDED
           DISPLAY 'NPIS CHANGED:       ' WS-CTR-NPIS-CHANGED
           DISPLAY 'NPIS UNCHANGED:     ' WS-CTR-NPIS-UNCHANGED
           DISPLAY 'NPIS DROPPED:       ' WS-CTR-NPIS-DROPPED
           DISPLAY 'RECORDS REJECTED:   ' WS-CTR-RECORDS-REJECTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE ORDER-REFER-FILE
           CLOSE PECOS-IMPORT-RPT
           .
