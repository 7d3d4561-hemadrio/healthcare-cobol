       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCRIAUDT.
      *================================================================*
      * PROGRAM:     HCRIAUDT                                          *
      * DESCRIPTION: NIGHTLY REFERENTIAL INTEGRITY AUDIT OF THE CLAIMS *
      *              DATABASE. ORPHANED ROWS USED TO SURFACE ONLY WHEN *
      *              A DOWNSTREAM JOB TRIPPED OVER THEM. THIS STEP     *
      *              RUNS AFTER HCCLMADJ AND AHEAD OF HCREMIT IN THE   *
      *              HCRUNCTL CHAIN AND CHECKS ONE RULE PER            *
      *              RELATIONSHIP:                                     *
      *                RI001 - CLAIM_LINE WITHOUT ITS CLAIM_HEADER     *
      *                        (HEADER ARCHIVED OR PURGED)             *
      *                RI002 - OPEN PEND_WORKQUEUE ENTRY FOR A CLAIM   *
      *                        ALREADY PAID                            *
      *                RI003 - BENEFIT_ACCUMULATORS ROW FOR A MEMBER   *
      *                        WHOSE MRN WAS MERGED AWAY               *
      *                RI004 - LIVE CHECK_REGISTER ITEM WHOSE CLAIM    *
      *                        SHOWS UNPAID                            *
      *                RI005 - APPEALS ROW FOR A CLAIM THAT NO LONGER  *
      *                        EXISTS                                  *
      *              THE RULE SET IS THE TABLE BELOW; RI_AUDIT_RULE    *
      *              CAN SWITCH A RULE OFF OR CHANGE ITS SEVERITY AND  *
      *              REPORT LISTING LIMIT WITHOUT A PROGRAM CHANGE.    *
      *              EACH RULE'S VIOLATIONS ARE COUNTED, LISTED (UP TO *
      *              THE LIMIT), TRENDED AGAINST THE PRIOR RUN ON      *
      *              RI_AUDIT_RESULT, AND WRITTEN IN THE COMMON        *
      *              EXCPTIN LAYOUT FOR HCEXCREP TO LOAD INTO THE      *
      *              EXCEPTION REPOSITORY WITH THE RULE'S SEVERITY.    *
      *              A CRITICAL (SEVERITY F) RULE WITH ANY VIOLATION   *
      *              ENDS THE STEP RC 8, AND THE RUN CONTROL POST CARD *
      *              CARRIES THAT RC TO HCRUNCTL SO THE PAYMENT RUN    *
      *              DOES NOT START.                                   *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  RIACTRL  - BUSINESS DATE CARD (OPTIONAL)         *
      * OUTPUT FILES: RIEXCPT  - RULE VIOLATIONS, EXCPTIN LAYOUT (250) *
      *               RIPOST   - HCRUNCTL POST CARD (80)               *
      *               RIARPT   - INTEGRITY AUDIT REPORT                *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 VRAMOS   INITIAL DEVELOPMENT                        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RI-CONTROL-CARD
               ASSIGN TO RIACTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RCTL-STATUS.

           SELECT RI-EXCEPTION-FILE
               ASSIGN TO RIEXCPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REXC-STATUS.

           SELECT RI-POST-CARD-FILE
               ASSIGN TO RIPOST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPST-STATUS.

           SELECT RI-AUDIT-RPT
               ASSIGN TO RIARPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RI-CONTROL-CARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RI-CONTROL-CARD-REC.
           05  RA-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(72).

      *----------------------------------------------------------------*
      * RULE VIOLATIONS IN THE COMMON EXCPTIN LAYOUT HCEXCREP LOADS    *
      *----------------------------------------------------------------*
       FD  RI-EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RI-EXCEPTION-REC.
           05  EX-PROGRAM                  PIC X(08).
           05  EX-PARAGRAPH                PIC X(30).
           05  EX-SEVERITY                 PIC X(01).
           05  EX-ERROR-CODE               PIC X(08).
           05  EX-CLAIM-KEY                PIC X(20).
           05  EX-MEMBER-ID                PIC X(12).
           05  EX-PROVIDER-NPI             PIC X(10).
           05  EX-MESSAGE                  PIC X(80).
           05  EX-TIMESTAMP                PIC X(26).
           05  FILLER                      PIC X(55).

      *----------------------------------------------------------------*
      * POST CARD IN THE HCRUNCTL RUNCTRL LAYOUT                       *
      *----------------------------------------------------------------*
       FD  RI-POST-CARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RI-POST-CARD-REC.
           05  RP-RUN-MODE                 PIC X(01).
           05  FILLER                      PIC X(01).
           05  RP-JOB-NAME                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  RP-GENERATION-NO            PIC 9(04).
           05  FILLER                      PIC X(01).
           05  RP-BUSINESS-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  RP-OPERATOR-ID              PIC X(08).
           05  RP-CTRL-COUNT               PIC 9(09).
           05  RP-CTRL-AMOUNT              PIC S9(13)V99.
           05  RP-POSTED-RC                PIC 9(02).
           05  FILLER                      PIC X(21).

       FD  RI-AUDIT-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RI-AUDIT-RPT-REC                PIC X(133).

       WORKING-STORAGE SECTION.

       COPY CPYSQLCA.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-RCTL-STATUS              PIC X(02).
               88  RCTL-OK                 VALUE '00'.
           05  WS-REXC-STATUS              PIC X(02).
               88  REXC-OK                 VALUE '00'.
           05  WS-RPST-STATUS              PIC X(02).
               88  RPST-OK                 VALUE '00'.
           05  WS-RRPT-STATUS              PIC X(02).
               88  RRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
               88  CURSOR-AT-EOF           VALUE 'Y'.
           05  WS-CRITICAL-SW              PIC X(01) VALUE 'N'.
               88  WS-CRITICAL-FAILED      VALUE 'Y'.

      *----------------------------------------------------------------*
      * THE RULE SET - ONE ENTRY PER RELATIONSHIP: RULE ID, DEFAULT    *
      * SEVERITY (F CRITICAL / E ERROR / W WARNING), DESCRIPTION.      *
      * A NEW RULE NEEDS AN ENTRY HERE AND A CHECK PARAGRAPH IN 2100.  *
      *----------------------------------------------------------------*
       01  WS-RULE-TABLE.
           05  FILLER                      PIC X(56) VALUE
               'RI001FCLAIM_LINE WITHOUT CLAIM_HEADER'.
           05  FILLER                      PIC X(56) VALUE
               'RI002EOPEN PEND_WORKQUEUE FOR A PAID CLAIM'.
           05  FILLER                      PIC X(56) VALUE
               'RI003EBENEFIT_ACCUMULATORS FOR A MERGED-AWAY MRN'.
           05  FILLER                      PIC X(56) VALUE
               'RI004FCHECK_REGISTER ITEM WITH AN UNPAID CLAIM'.
           05  FILLER                      PIC X(56) VALUE
               'RI005EAPPEALS ROW FOR A CLAIM NOT ON FILE'.
       01  WS-RULE-TABLE-R REDEFINES WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 5 TIMES.
               10  WS-RULE-ID              PIC X(05).
               10  WS-RULE-SEVERITY        PIC X(01).
               10  WS-RULE-DESC            PIC X(50).

       01  WS-RULE-RESULTS.
           05  WS-RULE-RESULT OCCURS 5 TIMES.
               10  WS-RES-ACTIVE           PIC X(01).
               10  WS-RES-LIST-LIMIT       PIC 9(05).
               10  WS-RES-COUNT            PIC 9(09).
               10  WS-RES-PRIOR            PIC 9(09).
               10  WS-RES-PRIOR-FOUND      PIC X(01).

       01  WS-RULE-CONSTANTS.
           05  WS-RULE-MAX                 PIC 9(02) VALUE 5.
           05  WS-DEFAULT-LIST-LIMIT       PIC 9(05) VALUE 100.

       01  WS-HOST-VARIABLES.
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-RULE-ID                  PIC X(05).
           05  HV-RULE-SEVERITY            PIC X(01).
           05  HV-ACTIVE-FLAG              PIC X(01).
           05  HV-LIST-LIMIT               PIC S9(05).
           05  HV-VIOLATION-COUNT          PIC S9(09).
           05  HV-PRIOR-COUNT              PIC S9(09).
           05  HV-CLAIM-ID                 PIC X(15).
           05  HV-LINE-NO                  PIC 9(03).
           05  HV-CLAIM-STATUS             PIC X(02).
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-PLAN-YEAR                PIC 9(04).
           05  HV-PAT-MRN                  PIC X(12).
           05  HV-MERGED-TO-MRN            PIC X(12).
           05  HV-CHECK-NUMBER             PIC X(10).
           05  HV-PROVIDER-NPI             PIC X(10).
           05  HV-TIMESTAMP                PIC X(26).

      *----------------------------------------------------------------*
      * ONE VIOLATION AS A CHECK PARAGRAPH HANDS IT TO 2300            *
      *----------------------------------------------------------------*
       01  WS-VIOLATION.
           05  WS-VIO-KEY                  PIC X(20).
           05  WS-VIO-MEMBER               PIC X(12).
           05  WS-VIO-NPI                  PIC X(10).
           05  WS-VIO-TEXT                 PIC X(80).
           05  WS-VIO-PARAGRAPH            PIC X(30).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RULES-RUN            PIC 9(03) VALUE 0.
           05  WS-CTR-RULES-SKIPPED        PIC 9(03) VALUE 0.
           05  WS-CTR-RULES-FAILED         PIC 9(03) VALUE 0.
           05  WS-CTR-CRITICAL-FAILED      PIC 9(03) VALUE 0.
           05  WS-CTR-VIOLATIONS           PIC 9(09) VALUE 0.
           05  WS-CTR-EXCEPTIONS           PIC 9(09) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-RUL-SUB                  PIC 9(02).
           05  WS-STEP-RC                  PIC 9(02) VALUE 0.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-TREND-DELTA              PIC S9(09).
           05  WS-PAGE-COUNT               PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(03) VALUE 55.
           05  WS-LINE-EDIT                PIC ZZ9.

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
               VALUE 'CLAIMS DATABASE REFERENTIAL INTEGRITY AUDIT'.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO              PIC Z,ZZ9.
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-RPT-RULE-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RRL-RULE-ID              PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RRL-SEVERITY             PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RRL-DESC                 PIC X(50).
           05  FILLER                      PIC X(06) VALUE ' THIS '.
           05  WS-RRL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(07) VALUE ' PRIOR '.
           05  WS-RRL-PRIOR                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(07) VALUE ' TREND '.
           05  WS-RRL-DELTA                PIC +ZZZ,ZZZ,ZZ9.
           05  WS-RRL-DELTA-X REDEFINES WS-RRL-DELTA
                                           PIC X(12).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RRL-STATUS               PIC X(08).
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  WS-RPT-KEY                  PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-TEXT                 PIC X(80).
           05  FILLER                      PIC X(23) VALUE SPACES.

       COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - RUN EVERY ACTIVE RULE, THEN POST THE STEP RESULT    *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1100-LOAD-RULE-OVERRIDES
           PERFORM 2000-RUN-RULES
               THRU 2000-RUN-RULES-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * TAKE THE BUSINESS DATE, OPEN THE FILES, CONNECT                *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-RUN-DATE

      *--- THE CARD IS OPTIONAL - WITHOUT IT THE RUN DATE IS TODAY ---
           OPEN INPUT RI-CONTROL-CARD
           IF RCTL-OK
               READ RI-CONTROL-CARD
               IF RCTL-OK AND RA-BUSINESS-DATE NUMERIC
                  AND RA-BUSINESS-DATE > 0
                   MOVE RA-BUSINESS-DATE TO HV-RUN-DATE
               END-IF
               CLOSE RI-CONTROL-CARD
           END-IF

           OPEN OUTPUT RI-AUDIT-RPT
           IF NOT RRPT-OK
               MOVE 'RI-AUDIT-RPT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT RI-EXCEPTION-FILE
           IF NOT REXC-OK
               MOVE 'RI-EXCEPTION-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT RI-POST-CARD-FILE
           IF NOT RPST-OK
               MOVE 'RI-POST-CARD-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1050-CONNECT-DATABASE
           PERFORM 1200-WRITE-REPORT-HEADERS
           .

       1050-CONNECT-DATABASE.
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
           MOVE 'C' TO WS-DB-CONN-STATUS

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           DISPLAY 'HCRIAUDT - DATABASE CONNECTION ESTABLISHED'
           .

       1100-LOAD-RULE-OVERRIDES.
      *----------------------------------------------------------------*
      * EVERY RULE STARTS ACTIVE AT ITS DEFAULT SEVERITY; A ROW ON     *
      * RI_AUDIT_RULE CAN TURN IT OFF, RAISE OR LOWER ITS SEVERITY,    *
      * OR CHANGE HOW MANY VIOLATIONS ARE LISTED ON THE REPORT         *
      *----------------------------------------------------------------*
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RULE-MAX
               MOVE 'Y' TO WS-RES-ACTIVE(WS-RUL-SUB)
               MOVE WS-DEFAULT-LIST-LIMIT
                   TO WS-RES-LIST-LIMIT(WS-RUL-SUB)
               MOVE 0 TO WS-RES-COUNT(WS-RUL-SUB)
               MOVE 0 TO WS-RES-PRIOR(WS-RUL-SUB)
               MOVE 'N' TO WS-RES-PRIOR-FOUND(WS-RUL-SUB)

               MOVE WS-RULE-ID(WS-RUL-SUB) TO HV-RULE-ID
               EXEC SQL
                   SELECT SEVERITY, ACTIVE_FLAG,
                          ISNULL(LIST_LIMIT, 0)
                   INTO   :HV-RULE-SEVERITY, :HV-ACTIVE-FLAG,
                          :HV-LIST-LIMIT
                   FROM   RI_AUDIT_RULE
                   WHERE  RULE_ID = :HV-RULE-ID
               END-EXEC
               IF WS-SQLCODE = 0
                   IF HV-RULE-SEVERITY = 'F' OR 'E' OR 'W'
                       MOVE HV-RULE-SEVERITY
                           TO WS-RULE-SEVERITY(WS-RUL-SUB)
                   END-IF
                   IF HV-ACTIVE-FLAG = 'N'
                       MOVE 'N' TO WS-RES-ACTIVE(WS-RUL-SUB)
                   END-IF
                   IF HV-LIST-LIMIT > 0
                       MOVE HV-LIST-LIMIT
                           TO WS-RES-LIST-LIMIT(WS-RUL-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       1200-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS                                           *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE RI-AUDIT-RPT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE RI-AUDIT-RPT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RI-AUDIT-RPT-REC
           WRITE RI-AUDIT-RPT-REC
               AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       1300-WRITE-REPORT-LINE.
      *----------------------------------------------------------------*
      * WRITE THE LINE IN RI-AUDIT-RPT-REC, PAGING AS NEEDED           *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE RI-AUDIT-RPT-REC TO WS-ERR-MESSAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               MOVE WS-ERR-MESSAGE TO RI-AUDIT-RPT-REC
           END-IF
           WRITE RI-AUDIT-RPT-REC
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *================================================================*
      * 2000 - RUN EACH ACTIVE RULE IN TABLE ORDER                     *
      *================================================================*
       2000-RUN-RULES.
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
               UNTIL WS-RUL-SUB > WS-RULE-MAX
               IF WS-RES-ACTIVE(WS-RUL-SUB) = 'Y'
                   PERFORM 2100-RUN-ONE-RULE
                       THRU 2100-RUN-ONE-RULE-EXIT
               ELSE
                   ADD 1 TO WS-CTR-RULES-SKIPPED
                   MOVE SPACES TO RI-AUDIT-RPT-REC
                   STRING ' ' WS-RULE-ID(WS-RUL-SUB) ' '
                       WS-RULE-DESC(WS-RUL-SUB)
                       ' - SWITCHED OFF ON RI_AUDIT_RULE'
                       DELIMITED BY SIZE
                       INTO RI-AUDIT-RPT-REC
                   END-STRING
                   PERFORM 1300-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           .
       2000-RUN-RULES-EXIT.
           EXIT.

       2100-RUN-ONE-RULE.
      *----------------------------------------------------------------*
      * RUN THE RULE'S CHECK, THEN TREND AND RECORD ITS COUNT          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-RULES-RUN
           MOVE WS-RULE-ID(WS-RUL-SUB) TO HV-RULE-ID

           EVALUATE WS-RULE-ID(WS-RUL-SUB)
               WHEN 'RI001'
                   PERFORM 3100-CLAIM-LINE-ORPHANS
               WHEN 'RI002'
                   PERFORM 3200-PENDS-ON-PAID-CLAIMS
               WHEN 'RI003'
                   PERFORM 3300-ACCUMS-ON-MERGED-MRNS
               WHEN 'RI004'
                   PERFORM 3400-CHECKS-ON-UNPAID-CLAIMS
               WHEN 'RI005'
                   PERFORM 3500-APPEALS-WITHOUT-CLAIMS
           END-EVALUATE

           PERFORM 2200-TREND-AND-RECORD
           .
       2100-RUN-ONE-RULE-EXIT.
           EXIT.

       2200-TREND-AND-RECORD.
      *----------------------------------------------------------------*
      * COMPARE WITH THE MOST RECENT EARLIER RUN, SAVE THIS RUN'S      *
      * COUNT (A RERUN FOR THE SAME DATE REPLACES IT), AND PRINT THE   *
      * RULE SUMMARY LINE                                              *
      *----------------------------------------------------------------*
           EXEC SQL
               SELECT VIOLATION_COUNT
               INTO   :HV-PRIOR-COUNT
               FROM   RI_AUDIT_RESULT
               WHERE  RULE_ID  = :HV-RULE-ID
               AND    RUN_DATE =
                      (SELECT MAX(RUN_DATE)
                       FROM   RI_AUDIT_RESULT
                       WHERE  RULE_ID  = :HV-RULE-ID
                       AND    RUN_DATE < :HV-RUN-DATE)
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE HV-PRIOR-COUNT TO WS-RES-PRIOR(WS-RUL-SUB)
               MOVE 'Y' TO WS-RES-PRIOR-FOUND(WS-RUL-SUB)
           END-IF

           MOVE WS-RES-COUNT(WS-RUL-SUB) TO HV-VIOLATION-COUNT
           MOVE WS-RES-PRIOR(WS-RUL-SUB) TO HV-PRIOR-COUNT
           MOVE WS-RULE-SEVERITY(WS-RUL-SUB) TO HV-RULE-SEVERITY
           MOVE FUNCTION CURRENT-DATE TO HV-TIMESTAMP
           EXEC SQL
               DELETE FROM RI_AUDIT_RESULT
               WHERE  RULE_ID  = :HV-RULE-ID
               AND    RUN_DATE = :HV-RUN-DATE
           END-EXEC
           EXEC SQL
               INSERT INTO RI_AUDIT_RESULT
                   (RUN_DATE, RULE_ID, SEVERITY, VIOLATION_COUNT,
                    PRIOR_COUNT, CREATE_TIMESTAMP)
               VALUES
                   (:HV-RUN-DATE, :HV-RULE-ID, :HV-RULE-SEVERITY,
                    :HV-VIOLATION-COUNT, :HV-PRIOR-COUNT,
                    :HV-TIMESTAMP)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RI_AUDIT_RESULT INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           COMPUTE WS-TREND-DELTA =
               WS-RES-COUNT(WS-RUL-SUB) - WS-RES-PRIOR(WS-RUL-SUB)

           MOVE WS-RULE-ID(WS-RUL-SUB) TO WS-RRL-RULE-ID
           MOVE WS-RULE-SEVERITY(WS-RUL-SUB) TO WS-RRL-SEVERITY
           MOVE WS-RULE-DESC(WS-RUL-SUB) TO WS-RRL-DESC
           MOVE WS-RES-COUNT(WS-RUL-SUB) TO WS-RRL-COUNT
           MOVE WS-RES-PRIOR(WS-RUL-SUB) TO WS-RRL-PRIOR
           MOVE WS-TREND-DELTA TO WS-RRL-DELTA
           IF WS-RES-COUNT(WS-RUL-SUB) = 0
               MOVE 'CLEAN' TO WS-RRL-STATUS
           ELSE
               ADD 1 TO WS-CTR-RULES-FAILED
               IF WS-RULE-SEVERITY(WS-RUL-SUB) = 'F'
                   ADD 1 TO WS-CTR-CRITICAL-FAILED
                   SET WS-CRITICAL-FAILED TO TRUE
                   MOVE 'CRITICAL' TO WS-RRL-STATUS
               ELSE
                   MOVE 'FAILED' TO WS-RRL-STATUS
               END-IF
           END-IF
           IF WS-RES-PRIOR-FOUND(WS-RUL-SUB) NOT = 'Y'
               MOVE SPACES TO WS-RRL-DELTA-X
           END-IF
           MOVE WS-RPT-RULE-LINE TO RI-AUDIT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           MOVE SPACES TO RI-AUDIT-RPT-REC
           PERFORM 1300-WRITE-REPORT-LINE
           .

       2300-RECORD-VIOLATION.
      *----------------------------------------------------------------*
      * COUNT THE VIOLATION, LIST IT UP TO THE RULE'S LIMIT, AND       *
      * WRITE IT FOR THE EXCEPTION REPOSITORY                          *
      *----------------------------------------------------------------*
           ADD 1 TO WS-RES-COUNT(WS-RUL-SUB)
           ADD 1 TO WS-CTR-VIOLATIONS

           IF WS-RES-COUNT(WS-RUL-SUB)
                  NOT > WS-RES-LIST-LIMIT(WS-RUL-SUB)
               MOVE WS-VIO-KEY TO WS-RPT-KEY
               MOVE WS-VIO-TEXT TO WS-RPT-TEXT
               MOVE WS-RPT-DETAIL-LINE TO RI-AUDIT-RPT-REC
               PERFORM 1300-WRITE-REPORT-LINE
           END-IF

           MOVE SPACES TO RI-EXCEPTION-REC
           MOVE 'HCRIAUDT' TO EX-PROGRAM
           MOVE WS-VIO-PARAGRAPH TO EX-PARAGRAPH
           MOVE WS-RULE-SEVERITY(WS-RUL-SUB) TO EX-SEVERITY
           MOVE WS-RULE-ID(WS-RUL-SUB) TO EX-ERROR-CODE
           MOVE WS-VIO-KEY TO EX-CLAIM-KEY
           MOVE WS-VIO-MEMBER TO EX-MEMBER-ID
           MOVE WS-VIO-NPI TO EX-PROVIDER-NPI
           MOVE WS-VIO-TEXT TO EX-MESSAGE
           MOVE FUNCTION CURRENT-DATE TO EX-TIMESTAMP
           WRITE RI-EXCEPTION-REC
           ADD 1 TO WS-CTR-EXCEPTIONS
           .

      *================================================================*
      * 3100 - RI001: CLAIM_LINE ROWS WHOSE CLAIM_HEADER IS GONE       *
      *================================================================*
       3100-CLAIM-LINE-ORPHANS.
           EXEC SQL
               DECLARE RI001_CURSOR CURSOR FOR
               SELECT L.CLAIM_ID, L.LINE_NUMBER
               FROM   CLAIM_LINE L
               WHERE  NOT EXISTS
                      (SELECT 1 FROM CLAIM_HEADER H
                       WHERE  H.CLAIM_ID = L.CLAIM_ID)
               ORDER BY L.CLAIM_ID, L.LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN RI001_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RI001 CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE '3100-CLAIM-LINE-ORPHANS' TO WS-VIO-PARAGRAPH
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF OR WS-SQLCODE NOT = 0
               EXEC SQL
                   FETCH RI001_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-LINE-NO
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE HV-CLAIM-ID TO WS-VIO-KEY
                   MOVE SPACES TO WS-VIO-MEMBER WS-VIO-NPI
                   MOVE HV-LINE-NO TO WS-LINE-EDIT
                   MOVE SPACES TO WS-VIO-TEXT
                   STRING 'CLAIM LINE ' WS-LINE-EDIT
                       ' HAS NO CLAIM_HEADER ROW'
                       DELIMITED BY SIZE
                       INTO WS-VIO-TEXT
                   END-STRING
                   PERFORM 2300-RECORD-VIOLATION
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RI001_CURSOR
           END-EXEC
           .

      *================================================================*
      * 3200 - RI002: OPEN PEND WORK ITEMS FOR CLAIMS ALREADY PAID     *
      *================================================================*
       3200-PENDS-ON-PAID-CLAIMS.
           EXEC SQL
               DECLARE RI002_CURSOR CURSOR FOR
               SELECT W.CLAIM_ID, H.CLAIM_STATUS, H.MEMBER_ID
               FROM   PEND_WORKQUEUE W, CLAIM_HEADER H
               WHERE  W.WQ_STATUS    = 'O'
               AND    H.CLAIM_ID     = W.CLAIM_ID
               AND    H.CLAIM_STATUS IN ('PA', 'PD', 'AJ')
               ORDER BY W.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN RI002_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RI002 CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE '3200-PENDS-ON-PAID-CLAIMS' TO WS-VIO-PARAGRAPH
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF OR WS-SQLCODE NOT = 0
               EXEC SQL
                   FETCH RI002_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CLAIM-STATUS,
                         :HV-MEMBER-ID
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE HV-CLAIM-ID TO WS-VIO-KEY
                   MOVE HV-MEMBER-ID TO WS-VIO-MEMBER
                   MOVE SPACES TO WS-VIO-NPI
                   MOVE SPACES TO WS-VIO-TEXT
                   STRING 'OPEN PEND WORK ITEM BUT CLAIM STATUS IS '
                       HV-CLAIM-STATUS
                       DELIMITED BY SIZE
                       INTO WS-VIO-TEXT
                   END-STRING
                   PERFORM 2300-RECORD-VIOLATION
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RI002_CURSOR
           END-EXEC
           .

      *================================================================*
      * 3300 - RI003: ACCUMULATOR ROWS STILL UNDER A MERGED-AWAY MRN   *
      *================================================================*
       3300-ACCUMS-ON-MERGED-MRNS.
           EXEC SQL
               DECLARE RI003_CURSOR CURSOR FOR
               SELECT A.MEMBER_ID, A.PLAN_YEAR, P.pat_mrn,
                      ISNULL(P.MERGED_TO_MRN, ' ')
               FROM   BENEFIT_ACCUMULATORS A, PATIENT_MASTER P
               WHERE  P.PRI_MEMBER_ID = A.MEMBER_ID
               AND    P.RECORD_STATUS = 'M'
               ORDER BY A.MEMBER_ID, A.PLAN_YEAR
           END-EXEC

           EXEC SQL
               OPEN RI003_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RI003 CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE '3300-ACCUMS-ON-MERGED-MRNS' TO WS-VIO-PARAGRAPH
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF OR WS-SQLCODE NOT = 0
               EXEC SQL
                   FETCH RI003_CURSOR
                   INTO  :HV-MEMBER-ID, :HV-PLAN-YEAR, :HV-PAT-MRN,
                         :HV-MERGED-TO-MRN
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE HV-PAT-MRN TO WS-VIO-KEY
                   MOVE HV-MEMBER-ID TO WS-VIO-MEMBER
                   MOVE SPACES TO WS-VIO-NPI
                   MOVE SPACES TO WS-VIO-TEXT
                   STRING 'PLAN YEAR ' HV-PLAN-YEAR
                       ' ACCUMULATORS ON MRN MERGED TO '
                       HV-MERGED-TO-MRN
                       DELIMITED BY SIZE
                       INTO WS-VIO-TEXT
                   END-STRING
                   PERFORM 2300-RECORD-VIOLATION
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RI003_CURSOR
           END-EXEC
           .

      *================================================================*
      * 3400 - RI004: LIVE CHECK_REGISTER ITEMS WHOSE CLAIM IS UNPAID. *
      * VOIDED/STOPPED ITEMS AND VOIDED CLAIM DETAIL ARE EXPECTED.     *
      *================================================================*
       3400-CHECKS-ON-UNPAID-CLAIMS.
           EXEC SQL
               DECLARE RI004_CURSOR CURSOR FOR
               SELECT D.CLAIM_ID, R.CHECK_NUMBER, H.CLAIM_STATUS,
                      H.MEMBER_ID, ISNULL(R.PAYEE_NPI, ' ')
               FROM   CHECK_REGISTER R, PAYMENT_CLAIM_DETAIL D,
                      CLAIM_HEADER H
               WHERE  D.CHECK_NUMBER   = R.CHECK_NUMBER
               AND    D.PAYMENT_METHOD = R.PAYMENT_METHOD
               AND    D.VOID_REQUEST_ID IS NULL
               AND    R.STATUS NOT IN ('VD', 'ST')
               AND    H.CLAIM_ID       = D.CLAIM_ID
               AND    H.CLAIM_STATUS NOT IN ('PA', 'PD', 'AJ')
               ORDER BY R.CHECK_NUMBER, D.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN RI004_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RI004 CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE '3400-CHECKS-ON-UNPAID-CLAIMS' TO WS-VIO-PARAGRAPH
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF OR WS-SQLCODE NOT = 0
               EXEC SQL
                   FETCH RI004_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-CHECK-NUMBER,
                         :HV-CLAIM-STATUS, :HV-MEMBER-ID,
                         :HV-PROVIDER-NPI
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE HV-CLAIM-ID TO WS-VIO-KEY
                   MOVE HV-MEMBER-ID TO WS-VIO-MEMBER
                   MOVE HV-PROVIDER-NPI TO WS-VIO-NPI
                   MOVE SPACES TO WS-VIO-TEXT
                   STRING 'ON CHECK ' HV-CHECK-NUMBER
                       ' BUT CLAIM STATUS IS ' HV-CLAIM-STATUS
                       DELIMITED BY SIZE
                       INTO WS-VIO-TEXT
                   END-STRING
                   PERFORM 2300-RECORD-VIOLATION
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RI004_CURSOR
           END-EXEC
           .

      *================================================================*
      * 3500 - RI005: APPEALS POINTING AT CLAIMS NO LONGER ON FILE     *
      *================================================================*
       3500-APPEALS-WITHOUT-CLAIMS.
           EXEC SQL
               DECLARE RI005_CURSOR CURSOR FOR
               SELECT A.CLAIM_ID, ISNULL(A.MEMBER_ID, ' '),
                      ISNULL(A.PROVIDER_NPI, ' ')
               FROM   APPEALS A
               WHERE  NOT EXISTS
                      (SELECT 1 FROM CLAIM_HEADER H
                       WHERE  H.CLAIM_ID = A.CLAIM_ID)
               ORDER BY A.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN RI005_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'RI005 CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE '3500-APPEALS-WITHOUT-CLAIMS' TO WS-VIO-PARAGRAPH
           MOVE 'N' TO WS-CURS-EOF-SW
           PERFORM UNTIL CURSOR-AT-EOF OR WS-SQLCODE NOT = 0
               EXEC SQL
                   FETCH RI005_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-MEMBER-ID,
                         :HV-PROVIDER-NPI
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CURSOR-AT-EOF TO TRUE
               ELSE
                   MOVE HV-CLAIM-ID TO WS-VIO-KEY
                   MOVE HV-MEMBER-ID TO WS-VIO-MEMBER
                   MOVE HV-PROVIDER-NPI TO WS-VIO-NPI
                   MOVE 'APPEAL REFERENCES A CLAIM NOT ON CLAIM_HEADER'
                       TO WS-VIO-TEXT
                   PERFORM 2300-RECORD-VIOLATION
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RI005_CURSOR
           END-EXEC
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCRIAUDT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCRIAUDT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCRIAUDT - SEVERITY: ' WS-ERR-SEVERITY
           DISPLAY 'HCRIAUDT - ERROR COUNT: ' WS-ERR-COUNT

           IF WS-ERR-FATAL
               DISPLAY 'HCRIAUDT - FATAL ERROR - ABENDING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * SET THE STEP RC, WRITE THE HCRUNCTL POST CARD, PRINT TOTALS    *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           EVALUATE TRUE
               WHEN WS-CRITICAL-FAILED
                   MOVE 8 TO WS-STEP-RC
               WHEN WS-CTR-VIOLATIONS > 0
                   MOVE 4 TO WS-STEP-RC
               WHEN WS-ERR-COUNT > 0
                   MOVE 4 TO WS-STEP-RC
               WHEN OTHER
                   MOVE 0 TO WS-STEP-RC
           END-EVALUATE

           MOVE SPACES TO RI-POST-CARD-REC
           MOVE 'P' TO RP-RUN-MODE
           MOVE 'HCRIAUDT' TO RP-JOB-NAME
           MOVE 0 TO RP-GENERATION-NO
           MOVE HV-RUN-DATE TO RP-BUSINESS-DATE
           MOVE WS-CTR-VIOLATIONS TO RP-CTRL-COUNT
           MOVE 0 TO RP-CTRL-AMOUNT
           MOVE WS-STEP-RC TO RP-POSTED-RC
           WRITE RI-POST-CARD-REC

           MOVE SPACES TO RI-AUDIT-RPT-REC
           STRING ' RULES RUN=' WS-CTR-RULES-RUN
               ' SWITCHED OFF=' WS-CTR-RULES-SKIPPED
               ' FAILED=' WS-CTR-RULES-FAILED
               ' CRITICAL=' WS-CTR-CRITICAL-FAILED
               ' VIOLATIONS=' WS-CTR-VIOLATIONS
               ' STEP RC=' WS-STEP-RC
               DELIMITED BY SIZE
               INTO RI-AUDIT-RPT-REC
           END-STRING
           PERFORM 1300-WRITE-REPORT-LINE

           DISPLAY '================================================='
           DISPLAY 'HCRIAUDT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'BUSINESS DATE:            ' HV-RUN-DATE
           DISPLAY 'RULES RUN:                ' WS-CTR-RULES-RUN
           DISPLAY 'RULES SWITCHED OFF:       ' WS-CTR-RULES-SKIPPED
           DISPLAY 'RULES WITH VIOLATIONS:    ' WS-CTR-RULES-FAILED
           DISPLAY 'CRITICAL RULES FAILED:    ' WS-CTR-CRITICAL-FAILED
           DISPLAY 'VIOLATIONS FOUND:         ' WS-CTR-VIOLATIONS
           DISPLAY 'EXCEPTIONS WRITTEN:       ' WS-CTR-EXCEPTIONS
           DISPLAY 'ERRORS ENCOUNTERED:       ' WS-ERR-COUNT
           DISPLAY 'STEP RETURN CODE:         ' WS-STEP-RC
           DISPLAY 'START TIME:               ' WS-STAT-START-TIME
           DISPLAY 'END TIME:                 ' WS-STAT-END-TIME
           DISPLAY '================================================='

           MOVE WS-STEP-RC TO RETURN-CODE

           CLOSE RI-EXCEPTION-FILE
           CLOSE RI-POST-CARD-FILE
           CLOSE RI-AUDIT-RPT
           .
