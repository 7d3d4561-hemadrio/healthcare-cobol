      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-08-18 SCHEN    INITIAL DEVELOPMENT                       *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER REFERRAL     *
      *                     (DSCLOG)                                   *
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
       01  CARE-EXTRACT-RPT-REC         PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER MEMBER REFERRED, LOADED TO        *
      * PHI_DISCLOSURE_LOG BY THE ACCOUNTING OF DISCLOSURES JOB        *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ADJI-STATUS           PIC X(02).
           05  WS-CREF-STATUS           PIC X(02).
           05  WS-CRPT-STATUS           PIC X(02).
           05  WS-DLOG-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-ADJI-EOF-SW           PIC X(01) VALUE 'N'.
           05  WS-CTR-REFERRALS         PIC 9(07) VALUE 0.
           05  WS-CTR-SUPPRESSED        PIC 9(07) VALUE 0.
           05  WS-CTR-DEDUPED           PIC 9(07) VALUE 0.
           05  WS-CTR-DISCLOSURES       PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF WS-DLOG-STATUS NOT = '00'
               DISPLAY 'HCCAREXT - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE
           .
           MOVE WS-CURR-DATE-8 TO RF-REFERRAL-DATE
           WRITE CARE-REFERRAL-REC
           ADD 1 TO WS-CTR-REFERRALS
           PERFORM 4100-WRITE-DISCLOSURE-LOG

           MOVE 'REFERRAL WRITTEN' TO WS-RPT-LABEL
           MOVE SPACES TO WS-RPT-VALUE
       4000-REFER-MEMBER-EXIT.
           EXIT.

      *================================================================*
      * 4100 - LOG THE REFERRAL AS A PHI DISCLOSURE TO THE CARE        *
      * MANAGEMENT VENDOR (HEALTH CARE OPERATIONS)                     *
      *================================================================*
       4100-WRITE-DISCLOSURE-LOG.
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE 'CAREMGMT' TO DL-RECIPIENT-ID
           MOVE 'CARE MANAGEMENT VENDOR' TO DL-RECIPIENT-NAME
           SET DL-PURP-OPERATIONS TO TRUE
           MOVE 'CLM' TO DL-DATA-CATEGORY(1)
           MOVE 'DGN' TO DL-DATA-CATEGORY(2)
           MOVE 'PRC' TO DL-DATA-CATEGORY(3)
           MOVE 'FIN' TO DL-DATA-CATEGORY(4)
           MOVE WS-CURR-DATE-8 TO DL-DISCLOSURE-DATE
           MOVE 'HCCAREXT' TO DL-PROGRAM
           MOVE HV-CLAIM-ID TO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF WS-DLOG-STATUS = '00'
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
           DISPLAY 'REFERRALS WRITTEN:  ' WS-CTR-REFERRALS
           DISPLAY 'SUPPRESSED (CM):    ' WS-CTR-SUPPRESSED
           DISPLAY 'DEDUPED:            ' WS-CTR-DEDUPED
           DISPLAY 'DISCLOSURES LOGGED: ' WS-CTR-DISCLOSURES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           CLOSE ADJUDICATED-INPUT-FILE
           CLOSE CARE-REFERRAL-FILE
           CLOSE CARE-EXTRACT-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
