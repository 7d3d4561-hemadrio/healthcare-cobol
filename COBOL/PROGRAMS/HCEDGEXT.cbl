      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-08-20 DHOLT    INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER ENROLLEE     *
      *                     SUBMITTED (DSCLOG)                         *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ERPT-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
       01  EDGE-CONTROL-RPT-REC         PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER ENROLLEE SUBMITTED TO THE EDGE    *
      * SERVER, LOADED TO PHI_DISCLOSURE_LOG BY HCDSCACC               *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ERX-STATUS            PIC X(02).
           05  WS-ERSP-STATUS           PIC X(02).
           05  WS-ERPT-STATUS           PIC X(02).
           05  WS-DLOG-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW           PIC X(01).
           05  WS-CTR-RESPONSES         PIC 9(07) VALUE 0.
           05  WS-CTR-ACCEPTED          PIC 9(07) VALUE 0.
           05  WS-CTR-REJECT-FLAGGED    PIC 9(07) VALUE 0.
           05  WS-CTR-DISCLOSURES       PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF WS-DLOG-STATUS NOT = '00'
               DISPLAY 'HCEDGEXT - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE
           .
           MOVE HV-RATING-AREA TO EN-RATING-AREA
           WRITE EDGE-ENROLLEE-REC
           ADD 1 TO WS-CTR-ENROLLEES
           PERFORM 2200-WRITE-DISCLOSURE-LOG

           IF WS-EN-COUNT < 20000
               ADD 1 TO WS-EN-COUNT
       2100-WRITE-ENROLLEE-EXIT.
           EXIT.

       2200-WRITE-DISCLOSURE-LOG.
      *----------------------------------------------------------------*
      * LOG THE ENROLLEE AS DISCLOSED TO HHS. THE EDGE SUBMISSION IS   *
      * REQUIRED BY LAW (45 CFR 153.700) AND CARRIES THE ENROLLEE'S    *
      * ENROLLMENT AND ALL OF THE YEAR'S MEDICAL AND PHARMACY CLAIMS   *
      *----------------------------------------------------------------*
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE 'HHSEDGE' TO DL-RECIPIENT-ID
           MOVE 'U.S. DEPT OF HEALTH AND HUMAN SERVICES'
             TO DL-RECIPIENT-NAME
           SET DL-PURP-REQUIRED-BY-LAW TO TRUE
           MOVE 'DEM' TO DL-DATA-CATEGORY(1)
           MOVE 'ENR' TO DL-DATA-CATEGORY(2)
           MOVE 'CLM' TO DL-DATA-CATEGORY(3)
           MOVE 'DGN' TO DL-DATA-CATEGORY(4)
           MOVE 'RXC' TO DL-DATA-CATEGORY(5)
           MOVE WS-CURR-DATE-8 TO DL-DISCLOSURE-DATE
           MOVE 'HCEDGEXT' TO DL-PROGRAM
           STRING 'EDGE BENEFIT YR ' EG-BENEFIT-YEAR
               DELIMITED BY SIZE INTO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF WS-DLOG-STATUS = '00'
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

      *================================================================*
      * 3000 - MEDICAL CLAIM DETAIL WITH THE ORPHAN PRE-CHECK          *
      *================================================================*
           DISPLAY 'RESPONSES:          ' WS-CTR-RESPONSES
           DISPLAY 'ACCEPTED:           ' WS-CTR-ACCEPTED
           DISPLAY 'REJECTS FLAGGED:    ' WS-CTR-REJECT-FLAGGED
           DISPLAY 'DISCLOSURES LOGGED: ' WS-CTR-DISCLOSURES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           CLOSE EDGE-MEDICAL-FILE
           CLOSE EDGE-PHARMACY-FILE
           CLOSE EDGE-CONTROL-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
