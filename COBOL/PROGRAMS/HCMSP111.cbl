      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-08-15 DHOLT    INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER MMSEA RECORD *
      *                     SUBMITTED (DSCLOG)                         *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MRPT-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
       01  MSP-CONTROL-RPT-REC          PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER MMSEA RECORD SENT TO CMS, LOADED  *
      * TO PHI_DISCLOSURE_LOG BY HCDSCACC                              *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-MOUT-STATUS           PIC X(02).
           05  WS-MRSP-STATUS           PIC X(02).
           05  WS-MRPT-STATUS           PIC X(02).
           05  WS-DLOG-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CURS-EOF-SW           PIC X(01).
           05  WS-CTR-ACCEPTED          PIC 9(07) VALUE 0.
           05  WS-CTR-REJECTED          PIC 9(07) VALUE 0.
           05  WS-CTR-RESP-UNKNOWN      PIC 9(07) VALUE 0.
           05  WS-CTR-DISCLOSURES       PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8           PIC 9(08).
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF WS-DLOG-STATUS NOT = '00'
               DISPLAY 'HCMSP111 - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE
           .
           MOVE '0' TO MM-ACTION-CODE
           WRITE MMSEA-OUTPUT-REC
           ADD 1 TO WS-CTR-ADDS
           PERFORM 3600-WRITE-DISCLOSURE-LOG

           EXEC SQL
               INSERT INTO MSP_REPORTED
           MOVE '2' TO MM-ACTION-CODE
           WRITE MMSEA-OUTPUT-REC
           ADD 1 TO WS-CTR-UPDATES
           PERFORM 3600-WRITE-DISCLOSURE-LOG

           EXEC SQL
               UPDATE MSP_REPORTED
           MOVE HV-RPT-QUARTER TO MM-REPORT-QUARTER
           .

       3600-WRITE-DISCLOSURE-LOG.
      *----------------------------------------------------------------*
      * LOG THE MMSEA RECORD AS A PHI DISCLOSURE TO CMS. SECTION 111   *
      * REPORTING IS REQUIRED BY LAW (42 U.S.C. 1395Y(B)(7))           *
      *----------------------------------------------------------------*
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE 'CMSBCRC' TO DL-RECIPIENT-ID
           MOVE 'CENTERS FOR MEDICARE AND MEDICAID SVCS'
             TO DL-RECIPIENT-NAME
           SET DL-PURP-REQUIRED-BY-LAW TO TRUE
           MOVE 'DEM' TO DL-DATA-CATEGORY(1)
           MOVE 'ENR' TO DL-DATA-CATEGORY(2)
           MOVE 'CVG' TO DL-DATA-CATEGORY(3)
           MOVE WS-CURR-DATE-8 TO DL-DISCLOSURE-DATE
           MOVE 'HCMSP111' TO DL-PROGRAM
           STRING 'MMSEA QTR ' HV-RPT-QUARTER
               DELIMITED BY SIZE INTO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF WS-DLOG-STATUS = '00'
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

      *================================================================*
      * 4000 - DELETE PASS: ON-FILE REPORTED MEMBERS WHO NO LONGER     *
      * QUALIFY (TERMED OR MEDICARE INDICATOR GONE)                    *
           MOVE '1' TO MM-ACTION-CODE
           WRITE MMSEA-OUTPUT-REC
           ADD 1 TO WS-CTR-DELETES
           PERFORM 3600-WRITE-DISCLOSURE-LOG

           EXEC SQL
               UPDATE MSP_REPORTED
           DISPLAY 'CMS ACCEPTED:       ' WS-CTR-ACCEPTED
           DISPLAY 'CMS REJECTED:       ' WS-CTR-REJECTED
           DISPLAY 'RESPONSES UNKNOWN:  ' WS-CTR-RESP-UNKNOWN
           DISPLAY 'DISCLOSURES LOGGED: ' WS-CTR-DISCLOSURES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME

           CLOSE MMSEA-OUTPUT-FILE
           CLOSE MSP-CONTROL-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
