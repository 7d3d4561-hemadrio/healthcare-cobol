      * INPUT FILES:  HEDCTRL  - RUN CARD (YEAR, MODE, SUPP FROM-DATE) *
      * OUTPUT FILES: HEDISEXT - MEMBER-LEVEL EVENT FILE               *
      *               HEDISRPT - EXTRACT CONTROL REPORT                *
      *               DSCLOG   - PHI DISCLOSURE LOG (CPYDSCLG)         *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 AKRISHNAN INITIAL DEVELOPMENT                       *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER MEMBER AND   *
      *                     RECORD TYPE SENT (DSCLOG)                  *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
       01  HEDIS-CONTROL-RPT-REC           PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER MEMBER PER RECORD TYPE SENT TO    *
      * THE VENDOR, LOADED TO PHI_DISCLOSURE_LOG BY HCDSCACC           *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
               88  EXTR-OK                 VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.
           05  WS-DLOG-STATUS              PIC X(02).
               88  DLOG-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW              PIC X(01) VALUE 'N'.
           05  WS-CTR-LINES-SCANNED        PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-EVENTS-WRITTEN       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-ELIG-POP-WRITTEN     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-DISCLOSURES          PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-EXTRACT-THRU             PIC 9(08).
           05  WS-YEAR-START               PIC 9(08).
           05  WS-YEAR-END                 PIC 9(08).
      *--- BOTH PASSES RUN IN MEMBER ORDER, SO A CHANGE OF MEMBER IS
      *--- THE NEXT MEMBER TO LOG AS DISCLOSED
           05  WS-DLOG-LAST-MEMBER         PIC X(20).
           05  WS-DLOG-CATEGORIES          PIC X(15).

       01  HV-HEDIS-VARS.
           05  HV-MEAS-YEAR                PIC 9(04).
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF NOT DLOG-OK
               DISPLAY 'HCHEDIS - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           EXEC SQL
               CONNECT TO :WS-SYB-SERVER
               USER :WS-SYB-USER
               WHERE  ELG_EFF_DT <= :HV-EXTRACT-THRU
               AND    (ELG_TERM_DT = 0
                       OR ELG_TERM_DT >= :WS-YEAR-START)
               ORDER BY ELG_MEMBER_ID
           END-EXEC

           EXEC SQL
           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           MOVE SPACES TO WS-DLOG-LAST-MEMBER
           MOVE 'DEMENR' TO WS-DLOG-CATEGORIES
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HEDIS_ELIG_CURSOR
                   END-IF
                   WRITE HEDIS-EXTRACT-REC
                   ADD 1 TO WS-CTR-ELIG-POP-WRITTEN
                   IF HV-MEMBER-ID NOT = WS-DLOG-LAST-MEMBER
                       PERFORM 4000-WRITE-DISCLOSURE-LOG
                   END-IF
               END-IF
           END-PERFORM

           END-IF

           MOVE 'N' TO WS-CURS-EOF-SW
           MOVE SPACES TO WS-DLOG-LAST-MEMBER
           MOVE 'CLMDGNPRCRXC' TO WS-DLOG-CATEGORIES
           PERFORM UNTIL CURSOR-AT-EOF
               EXEC SQL
                   FETCH HEDIS_CLAIM_CURSOR
                   END-EVALUATE
                   WRITE HEDIS-EXTRACT-REC
                   ADD 1 TO WS-CTR-EVENTS-WRITTEN
                   IF HV-MEMBER-ID NOT = WS-DLOG-LAST-MEMBER
                       PERFORM 4000-WRITE-DISCLOSURE-LOG
                   END-IF
               END-IF
           END-PERFORM

       3100-MATCH-VALUE-SETS-EXIT.
           EXIT.

      *================================================================*
      * 4000 - LOG THE MEMBER AS DISCLOSED TO THE QUALITY VENDOR       *
      * (HEALTH CARE OPERATIONS) FOR THE PASS'S DATA CATEGORIES        *
      *================================================================*
       4000-WRITE-DISCLOSURE-LOG.
           MOVE HV-MEMBER-ID TO WS-DLOG-LAST-MEMBER
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE 'HEDISVND' TO DL-RECIPIENT-ID
           MOVE 'HEDIS QUALITY MEASUREMENT VENDOR'
             TO DL-RECIPIENT-NAME
           SET DL-PURP-OPERATIONS TO TRUE
           MOVE WS-DLOG-CATEGORIES TO DL-DATA-CATEGORIES
           MOVE WS-CURR-DATE-8 TO DL-DISCLOSURE-DATE
           MOVE 'HCHEDIS' TO DL-PROGRAM
           STRING 'MEASUREMENT YR ' HV-MEAS-YEAR
               DELIMITED BY SIZE INTO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF DLOG-OK
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
           DISPLAY 'ELIG POP RECORDS:   ' WS-CTR-ELIG-POP-WRITTEN
           DISPLAY 'LINES SCANNED:      ' WS-CTR-LINES-SCANNED
           DISPLAY 'EVENTS WRITTEN:     ' WS-CTR-EVENTS-WRITTEN
           DISPLAY 'DISCLOSURES LOGGED: ' WS-CTR-DISCLOSURES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME

           CLOSE HEDIS-EXTRACT-FILE
           CLOSE HEDIS-CONTROL-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
