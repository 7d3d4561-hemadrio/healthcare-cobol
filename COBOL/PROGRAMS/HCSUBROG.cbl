      * INPUT FILES:  TPLRCPT  - RECOVERY RECEIPT/CLOSE TRANSACTIONS   *
      * OUTPUT FILES: TPLQUEST - ACCIDENT QUESTIONNAIRE LETTER FILE    *
      *               TPLCTRL  - CASE INVENTORY / CONTROL REPORT       *
      *               DSCLOG   - PHI DISCLOSURE LOG (CPYDSCLG)         *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-02-20 DHOLT    INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER ACCIDENT     *
      *                     QUESTIONNAIRE SENT (DSCLOG)                *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TCTL-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
       01  TPL-CONTROL-REC            PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER QUESTIONNAIRE RELEASED TO THE     *
      * RECOVERY VENDOR, LOADED TO PHI_DISCLOSURE_LOG BY HCDSCACC      *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
               88  QUES-OK            VALUE '00'.
           05  WS-TCTL-STATUS         PIC X(02).
               88  TCTL-OK            VALUE '00'.
           05  WS-DLOG-STATUS         PIC X(02).
               88  DLOG-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-RCPT-EOF-SW         PIC X(01) VALUE 'N'.
           05  WS-CTR-CASES-CLOSED    PIC 9(07) VALUE 0.
           05  WS-CTR-QUESTIONNAIRES  PIC 9(07) VALUE 0.
           05  WS-CTR-RCPT-REJECTED   PIC 9(07) VALUE 0.
           05  WS-CTR-DISCLOSURES     PIC 9(07) VALUE 0.
           05  WS-TOT-PAID-OPEN       PIC S9(13)V99 COMP-3
                                      VALUE +0.
           05  WS-TOT-RECOVERED       PIC S9(13)V99 COMP-3
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF NOT DLOG-OK
               DISPLAY 'HCSUBROG - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           PERFORM 1200-CONNECT-DATABASE
           .
           MOVE WS-RESPONSE-DUE-DATE TO TQ-RESPONSE-DUE-DATE
           WRITE TPL-QUESTIONNAIRE-REC
           ADD 1 TO WS-CTR-QUESTIONNAIRES
           PERFORM 2300-WRITE-DISCLOSURE-LOG
           .
       2200-OPEN-NEW-CASE-EXIT.
           EXIT.

       2300-WRITE-DISCLOSURE-LOG.
      *----------------------------------------------------------------*
      * LOG THE QUESTIONNAIRE AS A PHI DISCLOSURE TO THE SUBROGATION   *
      * RECOVERY VENDOR (PAYMENT - THIRD-PARTY LIABILITY RECOVERY)     *
      *----------------------------------------------------------------*
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE 'SUBROVND' TO DL-RECIPIENT-ID
           MOVE 'SUBROGATION RECOVERY VENDOR' TO DL-RECIPIENT-NAME
           SET DL-PURP-PAYMENT TO TRUE
           MOVE 'DEM' TO DL-DATA-CATEGORY(1)
           MOVE 'ACC' TO DL-DATA-CATEGORY(2)
           MOVE 'CLM' TO DL-DATA-CATEGORY(3)
           MOVE 'DGN' TO DL-DATA-CATEGORY(4)
           MOVE WS-CURR-DATE-8 TO DL-DISCLOSURE-DATE
           MOVE 'HCSUBROG' TO DL-PROGRAM
           MOVE HV-CASE-ID TO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF DLOG-OK
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

      *================================================================*
      * 3000 - APPLY RECOVERY RECEIPTS AND CASE CLOSURES               *
      *================================================================*
           DISPLAY 'CASES OPENED:            ' WS-CTR-CASES-OPENED
           DISPLAY 'CLAIMS LINKED:           ' WS-CTR-CLAIMS-LINKED
           DISPLAY 'QUESTIONNAIRES QUEUED:   ' WS-CTR-QUESTIONNAIRES
           DISPLAY 'DISCLOSURES LOGGED:      ' WS-CTR-DISCLOSURES
           DISPLAY 'RECEIPTS APPLIED:        ' WS-CTR-RECEIPTS
           DISPLAY 'CASES CLOSED:            ' WS-CTR-CASES-CLOSED
           DISPLAY 'TXNS REJECTED:           ' WS-CTR-RCPT-REJECTED
           CLOSE TPL-RECEIPT-FILE
           CLOSE TPL-QUESTIONNAIRE-FILE
           CLOSE TPL-CONTROL-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
