       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCPRCINQ.
      *================================================================*
      * PROGRAM:     HCPRCINQ                                          *
      * DESCRIPTION: LINE PRICING TRACE INQUIRY. FOR EACH CLAIM ID     *
      *              (AND OPTIONAL LINE NUMBER) ON THE INQUIRY CARD    *
      *              FILE, PRINTS EVERY PRICING STEP HCCLMADJ RECORDED *
      *              ON THE PRCTRACE FILE (CPS-882) - RATE TABLE AND   *
      *              KEY, THE RATE OR PERCENTAGE APPLIED, THE AMOUNT   *
      *              EACH STEP ADDED OR TOOK AWAY, AND THE RUNNING     *
      *              AMOUNT - SO PROVIDER RELATIONS CAN ANSWER AN      *
      *              ALLOWED-AMOUNT DISPUTE FROM ONE REPORT PAGE.      *
      *              THE TRACE FILE IS RE-READ FOR EACH CARD, SO ANY   *
      *              NUMBER OF RUN GENERATIONS MAY BE CONCATENATED.    *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  PRCTRACE - CONCATENATED PRICING TRACE RECORDS    *
      *               PRCINQRY - INQUIRY CARDS (CLAIM ID, LINE NO)     *
      * OUTPUT FILES: PRCTRRPT - PRICING TRACE REPORT                  *
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
           SELECT PRICING-TRACE-FILE
               ASSIGN TO PRCTRACE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PTRC-STATUS.

           SELECT TRACE-INQUIRY-FILE
               ASSIGN TO PRCINQRY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TINQ-STATUS.

           SELECT TRACE-REPORT
               ASSIGN TO PRCTRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRICING-TRACE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYPTRC.

       FD  TRACE-INQUIRY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRACE-INQUIRY-REC.
           05  TI-CLAIM-ID              PIC X(15).
      *    BLANK OR ZERO LINE NUMBER PRINTS EVERY LINE ON THE CLAIM
           05  TI-LINE-NUMBER           PIC X(03).
           05  TI-LINE-NUMBER-N REDEFINES TI-LINE-NUMBER
                                        PIC 9(03).
           05  FILLER                   PIC X(62).

       FD  TRACE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRACE-REPORT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PTRC-STATUS           PIC X(02).
               88  PTRC-OK              VALUE '00'.
           05  WS-TINQ-STATUS           PIC X(02).
               88  TINQ-OK              VALUE '00'.
           05  WS-TRPT-STATUS           PIC X(02).
               88  TRPT-OK              VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PTRC-EOF-SW           PIC X(01) VALUE 'N'.
               88  PTRC-AT-EOF          VALUE 'Y'.
           05  WS-TINQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  TINQ-AT-EOF          VALUE 'Y'.
           05  WS-ALL-LINES-SW          PIC X(01).
               88  INQUIRY-ALL-LINES    VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-INQUIRIES         PIC 9(05) VALUE 0.
           05  WS-CTR-NOT-FOUND         PIC 9(05) VALUE 0.
           05  WS-CTR-STEPS-PRINTED     PIC 9(07) VALUE 0.
           05  WS-CTR-CLAIM-STEPS       PIC 9(05) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-INQ-LINE-NUMBER       PIC 9(03).
           05  WS-PRIOR-LINE-NUMBER     PIC 9(03).
           05  WS-PRIOR-RUN-DATE        PIC 9(08).
           05  WS-PAGE-COUNT            PIC 9(05) VALUE 0.
           05  WS-LINE-COUNT            PIC 9(03) VALUE 99.
           05  WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.

       01  WS-RPT-HEADER-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE              PIC X(10).
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(50)
               VALUE 'LINE PRICING TRACE REPORT'.
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE 'PAGE: '.
           05  WS-RPT-PAGE-NO           PIC Z,ZZ9.
           05  FILLER                   PIC X(36) VALUE SPACES.

       01  WS-RPT-COLUMN-HDR.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE ' LN SEQ  PM'.
           05  FILLER                   PIC X(09) VALUE ' STEP'.
           05  FILLER                   PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(21) VALUE 'SOURCE TABLE'.
           05  FILLER                   PIC X(16) VALUE 'KEY'.
           05  FILLER                   PIC X(12) VALUE '     FACTOR'.
           05  FILLER                   PIC X(15)
               VALUE '          STEP'.
           05  FILLER                   PIC X(16)
               VALUE '       RUNNING'.

       01  WS-RPT-CLAIM-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE 'CLAIM: '.
           05  WS-RPT-CLAIM-ID          PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RPT-CLAIM-NOTE        PIC X(108).

       01  WS-RPT-STEP-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-LINE-NO           PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-STEP-SEQ          PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-RPT-METHOD            PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-STEP-CODE         PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-STEP-DESC         PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-SOURCE-TABLE      PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-SOURCE-KEY        PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-FACTOR            PIC ZZZZ9.9999-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-STEP-AMT          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-RPT-RUNNING-AMT       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(02) VALUE SPACES.

           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - ANSWER EACH INQUIRY CARD FROM THE TRACE FILE        *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-ANSWER-INQUIRIES
               THRU 2000-ANSWER-INQUIRIES-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN THE INQUIRY CARDS AND THE REPORT, WRITE REPORT HEADERS    *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME

           OPEN INPUT TRACE-INQUIRY-FILE
           IF NOT TINQ-OK
               DISPLAY 'HCPRCINQ - NO INQUIRY CARDS - NOTHING TO DO'
               SET TINQ-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT TRACE-REPORT
           IF NOT TRPT-OK
               MOVE 'TRACE-REPORT OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1100-WRITE-REPORT-HEADERS
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE PAGE HEADERS AND COLUMN HEADINGS                         *
      *----------------------------------------------------------------*
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE-NO
           WRITE TRACE-REPORT-REC FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE TRACE-REPORT-REC FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO TRACE-REPORT-REC
           WRITE TRACE-REPORT-REC
               AFTER ADVANCING 1 LINE
           WRITE TRACE-REPORT-REC FROM WS-RPT-COLUMN-HDR
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINE-COUNT
           .

       1150-WRITE-RPT-LINE.
      *----------------------------------------------------------------*
      * WRITE THE PRE-BUILT TRACE-REPORT-REC, PAGING AS NEEDED         *
      *----------------------------------------------------------------*
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1100-WRITE-REPORT-HEADERS
           END-IF
           WRITE TRACE-REPORT-REC
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           .

      *================================================================*
      * 2000 - ANSWER THE TRACE INQUIRIES                              *
      *================================================================*
       2000-ANSWER-INQUIRIES.
           PERFORM UNTIL TINQ-AT-EOF
               READ TRACE-INQUIRY-FILE
                   AT END
                       SET TINQ-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-INQUIRIES
                       PERFORM 2100-PRINT-ONE-TRACE
                           THRU 2100-PRINT-ONE-TRACE-EXIT
               END-READ
           END-PERFORM
           .
       2000-ANSWER-INQUIRIES-EXIT.
           EXIT.

       2100-PRINT-ONE-TRACE.
      *----------------------------------------------------------------*
      * PASS THE TRACE FILE ONCE FOR THIS CARD, PRINTING EVERY STEP    *
      * RECORDED FOR THE CLAIM (OR JUST THE REQUESTED LINE)            *
      *----------------------------------------------------------------*
           IF TI-LINE-NUMBER = SPACES
              OR TI-LINE-NUMBER-N NOT NUMERIC
              OR TI-LINE-NUMBER-N = 0
               SET INQUIRY-ALL-LINES TO TRUE
               MOVE 0 TO WS-INQ-LINE-NUMBER
           ELSE
               MOVE 'N' TO WS-ALL-LINES-SW
               MOVE TI-LINE-NUMBER-N TO WS-INQ-LINE-NUMBER
           END-IF

           MOVE SPACES TO TRACE-REPORT-REC
           PERFORM 1150-WRITE-RPT-LINE
           MOVE TI-CLAIM-ID TO WS-RPT-CLAIM-ID
           IF INQUIRY-ALL-LINES
               MOVE 'ALL LINES' TO WS-RPT-CLAIM-NOTE
           ELSE
               MOVE SPACES TO WS-RPT-CLAIM-NOTE
               STRING 'LINE ' TI-LINE-NUMBER
                   DELIMITED BY SIZE INTO WS-RPT-CLAIM-NOTE
               END-STRING
           END-IF
           MOVE WS-RPT-CLAIM-LINE TO TRACE-REPORT-REC
           PERFORM 1150-WRITE-RPT-LINE

           OPEN INPUT PRICING-TRACE-FILE
           IF NOT PTRC-OK
               MOVE 'PRICING-TRACE-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-PTRC-EOF-SW
           MOVE 0 TO WS-CTR-CLAIM-STEPS
           MOVE 0 TO WS-PRIOR-LINE-NUMBER
           MOVE 0 TO WS-PRIOR-RUN-DATE

           PERFORM UNTIL PTRC-AT-EOF
               READ PRICING-TRACE-FILE
                   AT END
                       SET PTRC-AT-EOF TO TRUE
                   NOT AT END
                       IF PT-CLAIM-ID = TI-CLAIM-ID
                          AND (INQUIRY-ALL-LINES
                           OR PT-LINE-NUMBER = WS-INQ-LINE-NUMBER)
                           PERFORM 2200-PRINT-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PRICING-TRACE-FILE

           IF WS-CTR-CLAIM-STEPS = 0
               ADD 1 TO WS-CTR-NOT-FOUND
               MOVE SPACES TO TRACE-REPORT-REC
               MOVE '    NO PRICING TRACE ON FILE FOR THIS CLAIM'
                   TO TRACE-REPORT-REC
               PERFORM 1150-WRITE-RPT-LINE
           END-IF
           .
       2100-PRINT-ONE-TRACE-EXIT.
           EXIT.

       2200-PRINT-ONE-STEP.
      *----------------------------------------------------------------*
      * PRINT ONE PRICING STEP. A NEW LINE OR A LATER RUN OF THE SAME  *
      * CLAIM (RE-ADJUDICATION) STARTS WITH A RUN-DATE BANNER          *
      *----------------------------------------------------------------*
           IF PT-STEP-SEQ = 1
              OR PT-LINE-NUMBER NOT = WS-PRIOR-LINE-NUMBER
              OR PT-RUN-DATE NOT = WS-PRIOR-RUN-DATE
               MOVE SPACES TO TRACE-REPORT-REC
               STRING '    PRICED ' PT-RUN-DATE
                      '  LINE ' PT-LINE-NUMBER
                   DELIMITED BY SIZE INTO TRACE-REPORT-REC
               END-STRING
               PERFORM 1150-WRITE-RPT-LINE
           END-IF
           MOVE PT-LINE-NUMBER TO WS-PRIOR-LINE-NUMBER
           MOVE PT-RUN-DATE TO WS-PRIOR-RUN-DATE

           ADD 1 TO WS-CTR-CLAIM-STEPS
           ADD 1 TO WS-CTR-STEPS-PRINTED
           MOVE PT-LINE-NUMBER TO WS-RPT-LINE-NO
           MOVE PT-STEP-SEQ TO WS-RPT-STEP-SEQ
           MOVE PT-PRICING-METHOD TO WS-RPT-METHOD
           MOVE PT-STEP-CODE TO WS-RPT-STEP-CODE
           MOVE PT-STEP-DESC TO WS-RPT-STEP-DESC
           MOVE PT-SOURCE-TABLE TO WS-RPT-SOURCE-TABLE
           MOVE PT-SOURCE-KEY TO WS-RPT-SOURCE-KEY
           MOVE PT-FACTOR TO WS-RPT-FACTOR
           MOVE PT-STEP-AMOUNT TO WS-RPT-STEP-AMT
           MOVE PT-RUNNING-AMOUNT TO WS-RPT-RUNNING-AMT
           MOVE WS-RPT-STEP-LINE TO TRACE-REPORT-REC
           PERFORM 1150-WRITE-RPT-LINE
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCPRCINQ' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCPRCINQ - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCPRCINQ - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCPRCINQ - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           DISPLAY '================================================='
           DISPLAY 'HCPRCINQ - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'INQUIRIES ANSWERED: ' WS-CTR-INQUIRIES
           DISPLAY 'NO TRACE ON FILE:   ' WS-CTR-NOT-FOUND
           DISPLAY 'STEPS PRINTED:      ' WS-CTR-STEPS-PRINTED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE TRACE-INQUIRY-FILE
           CLOSE TRACE-REPORT
           .
