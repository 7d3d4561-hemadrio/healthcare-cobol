       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCCOBFWD.
      *================================================================*
      * PROGRAM:     HCCOBFWD                                          *
      * DESCRIPTION: OUTBOUND COB CROSSOVER - THE REVERSE OF HCCOBAIN. *
      *              HCREMIT QUEUES EACH PAID CLAIM ON WHICH WE ARE    *
      *              PRIMARY AND THE MEMBER'S SECONDARY PAYER HOLDS A  *
      *              CROSSOVER AGREEMENT WITH US (COB_FORWARD_QUEUE,   *
      *              COB_CROSSOVER_AGREEMENT). EACH RUN:               *
      *                - APPLIES THE 999 ACKNOWLEDGMENTS THE           *
      *                  SECONDARY PAYERS HAVE RETURNED FOR EARLIER    *
      *                  SENDS, MARKING EACH CLAIM ACCEPTED OR         *
      *                  REJECTED                                      *
      *                - BUILDS AN 837 COB TRANSACTION FOR EVERY       *
      *                  CLAIM STILL PENDING - ONE INTERCHANGE PER     *
      *                  PAYER, ONE TRANSACTION SET PER CLAIM - WITH   *
      *                  OUR PAYMENT AND ADJUSTMENTS IN THE 2320       *
      *                  (CLAIM) AND 2430 (LINE) LOOPS, AND MARKS      *
      *                  THE CLAIM SENT UNDER ITS CONTROL NUMBERS      *
      *                - LISTS CLAIMS SENT BUT NOT ACKNOWLEDGED        *
      *                  WITHIN THE WAIT PERIOD                        *
      *              A REJECTED CLAIM IS CORRECTED AND RETURNED TO     *
      *              PENDING BY THE COB UNIT TO GO OUT AGAIN.          *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  COBACKIN - 999 ACKNOWLEDGMENTS (CARD IMAGES,     *
      *                          MAY BE EMPTY)                         *
      * OUTPUT FILES: COB837OT - OUTBOUND 837 COB INTERCHANGES         *
      *               COBFWDRP - FORWARDING CONTROL REPORT             *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 NCARTER  GS06/GE02 CARRY A GROUP CONTROL NUMBER     *
      *                     (ISA CONTROL X 10 + CLAIM TYPE) SO THE     *
      *                     837I AND 837P GROUPS OF AN INTERCHANGE     *
      *                     ARE NOT NUMBERED ALIKE                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-INPUT-FILE
               ASSIGN TO COBACKIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACKIN-STATUS.

           SELECT EDI-837-OUTPUT-FILE
               ASSIGN TO COB837OT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-E837-STATUS.

           SELECT FWD-CONTROL-RPT
               ASSIGN TO COBFWDRP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACK-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACK-INPUT-REC                   PIC X(80).

       FD  EDI-837-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EDI-837-RECORD                  PIC X(80).

       FD  FWD-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FWD-CONTROL-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-ACKIN-STATUS             PIC X(02).
               88  ACKIN-OK                VALUE '00'.
           05  WS-E837-STATUS              PIC X(02).
               88  E837-OK                 VALUE '00'.
           05  WS-FRPT-STATUS              PIC X(02).
               88  FRPT-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ACKIN-EOF-SW             PIC X(01) VALUE 'N'.
               88  ACKIN-AT-EOF            VALUE 'Y'.
           05  WS-EVENT-EOF-SW             PIC X(01) VALUE 'N'.
               88  EVENT-AT-EOF            VALUE 'Y'.
           05  WS-ACK-PARTNER-SW           PIC X(01) VALUE 'N'.
               88  ACK-PARTNER-KNOWN       VALUE 'Y'.
           05  WS-IN-999-SW                PIC X(01) VALUE 'N'.
               88  IN-999-SET              VALUE 'Y'.
           05  WS-AK2-SEEN-SW              PIC X(01) VALUE 'N'.
               88  AK2-SEEN                VALUE 'Y'.
           05  WS-ISA-OPEN-SW              PIC X(01) VALUE 'N'.
               88  INTERCHANGE-OPEN        VALUE 'Y'.
           05  WS-GS-OPEN-SW               PIC X(01) VALUE 'N'.
               88  GROUP-OPEN              VALUE 'Y'.

      *----------------------------------------------------------------*
      * X12 STREAM REASSEMBLY BUFFER (HCEDI837 PATTERN)                *
      *----------------------------------------------------------------*
       01  WS-STREAM-BUFFER.
           05  WS-BUF-DATA                 PIC X(8000).
           05  WS-BUF-LEN                  PIC 9(05) COMP VALUE 0.

       01  WS-DELIMITERS.
           05  WS-ELEM-SEPARATOR           PIC X(01) VALUE '*'.
           05  WS-SEG-TERMINATOR           PIC X(01) VALUE '~'.

       01  WS-SEGMENT-AREA.
           05  WS-SEG-TEXT                 PIC X(1000).
           05  WS-SEG-LEN                  PIC 9(04) COMP.
           05  WS-SEG-ID                   PIC X(03).
           05  WS-ELEM-COUNT               PIC 9(03) COMP.
           05  WS-ELEM-TABLE.
               10  WS-ELEM                 PIC X(80)
                                           OCCURS 40 TIMES.

      *----------------------------------------------------------------*
      * CURRENT 999 ACKNOWLEDGMENT POSITION                            *
      *----------------------------------------------------------------*
       01  WS-ACK-FIELDS.
           05  WS-ACK-SENDER               PIC X(15).
           05  WS-ACK-PARTNER-ID           PIC X(15).
           05  WS-ACK-GS-CTRL              PIC 9(09).
           05  WS-ACK-ISA-CTRL             PIC 9(09).
           05  WS-ACK-GS-TYPE              PIC 9(01).
           05  WS-ACK-ST-CTRL              PIC 9(09).
           05  WS-ACK-CODE                 PIC X(01).
               88  ACK-ACCEPTED            VALUES 'A' 'E'.

      *----------------------------------------------------------------*
      * OUTBOUND 837 BUILD FIELDS                                      *
      *----------------------------------------------------------------*
       01  WS-837-BUILD-FIELDS.
           05  WS-SUBMITTER-ID             PIC X(15)
                                           VALUE 'HCPSPLAN'.
           05  WS-SUBMITTER-NAME           PIC X(35)
                                           VALUE 'HCPS HEALTH PLAN'.
           05  WS-SUBMITTER-PHONE          PIC X(10)
                                           VALUE '8005550100'.
           05  WS-ISA-CTRL-NO              PIC 9(09) VALUE 0.
           05  WS-GS-CTRL-NO               PIC 9(09) VALUE 0.
           05  WS-GS-TYPE-DIGIT            PIC 9(01) VALUE 0.
           05  WS-ST-CTRL-NO               PIC 9(04) VALUE 0.
           05  WS-GS-ST-COUNT              PIC 9(06) VALUE 0.
           05  WS-ISA-GS-COUNT             PIC 9(06) VALUE 0.
           05  WS-837-SEG-COUNT            PIC 9(06) VALUE 0.
           05  WS-837-LINE-COUNT           PIC 9(04) VALUE 0.
           05  WS-CURR-PARTNER-ID          PIC X(15) VALUE SPACES.
           05  WS-CURR-CLAIM-TYPE          PIC X(02) VALUE SPACES.
           05  WS-GS-VERSION               PIC X(12).
           05  WS-FILING-IND               PIC X(02).
           05  WS-EDI-OUT-BUFFER           PIC X(300).
           05  WS-OUT-REMAINDER            PIC X(80).
           05  WS-OUT-REM-LEN              PIC 9(03) VALUE 0.
           05  WS-EDIT-CTL                 PIC 9(09).
           05  WS-EDIT-ST                  PIC 9(04).
           05  WS-EDIT-SEG                 PIC 9(06).
           05  WS-EDIT-LX                  PIC 9(04).
           05  WS-FMT-AMT                  PIC S9(09)V99.
           05  WS-FMT-EDIT                 PIC -(9)9.99.
           05  WS-FMT-LEAD                 PIC 9(02) COMP.
           05  WS-FMT-TEXT                 PIC X(13).
           05  WS-AMT-1-TEXT               PIC X(13).
           05  WS-AMT-2-TEXT               PIC X(13).
           05  WS-CAS-GROUP                PIC X(02).
           05  WS-CAS-REASON               PIC X(05).
           05  WS-CAS-AMT                  PIC S9(09)V99.
           05  WS-PROC-COMPOSITE           PIC X(20).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-ACK-RECORDS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ACK-SETS             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ACCEPTED             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-REJECTED             PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-ACK-UNMATCHED        PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-UNKNOWN-SENDER       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-QUEUED               PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-FORWARDED            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NOT-BUILT            PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-INTERCHANGES         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-UNACKED              PIC 9(07) COMP-3 VALUE 0.
           05  WS-TOT-FORWARDED            PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-CURR-TIME                PIC X(04).
           05  WS-ACK-WAIT-DAYS            PIC 9(03) VALUE 5.
           05  WS-ACK-CUTOFF-DATE          PIC 9(08).
           05  WS-SUB-1                    PIC 9(04).
           05  WS-SCAN-POS                 PIC 9(05) COMP.
           05  WS-TERM-POS                 PIC 9(05) COMP.
           05  WS-UNSTRING-PTR             PIC 9(05) COMP.
           05  WS-FWD-SUB                  PIC S9(05) COMP.
           05  WS-EDIT-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
           05  WS-EXCEPTION-TEXT           PIC X(40).

      *--- PENDING FORWARDS, LOADED ONCE IN PARTNER / CLAIM TYPE /
      *--- CLAIM ORDER SO EACH PAYER GETS ONE INTERCHANGE ---
       01  WS-FWD-TABLE.
           05  WS-FWD-COUNT                PIC 9(05) VALUE 0.
           05  WS-FWD-MAX                  PIC 9(05) VALUE 5000.
           05  WS-FWD-ENTRY OCCURS 5000 TIMES.
               10  WS-FWD-CLAIM-ID         PIC X(20).
               10  WS-FWD-PARTNER-ID       PIC X(15).
               10  WS-FWD-RECEIVER-ID      PIC X(15).
               10  WS-FWD-RECEIVER-NAME    PIC X(35).
               10  WS-FWD-OTHER-PAYER      PIC X(10).
               10  WS-FWD-OTHER-MBR-ID     PIC X(20).
               10  WS-FWD-OTHER-GROUP      PIC X(15).
               10  WS-FWD-CLAIM-TYPE       PIC X(02).
               10  WS-FWD-PRIMARY-PAID     PIC S9(09)V99 COMP-3.
               10  WS-FWD-PAID-DATE        PIC X(08).

       01  HV-COB-FORWARD-VARS.
           05  HV-CLAIM-ID                 PIC X(20).
           05  HV-PARTNER-ID               PIC X(15).
           05  HV-RECEIVER-ID              PIC X(15).
           05  HV-RECEIVER-NAME            PIC X(35).
           05  HV-OTHER-PAYER              PIC X(10).
           05  HV-OTHER-MBR-ID             PIC X(20).
           05  HV-OTHER-GROUP              PIC X(15).
           05  HV-CLAIM-TYPE               PIC X(02).
           05  HV-PRIMARY-PAID             PIC S9(09)V99.
           05  HV-PAID-DATE                PIC X(08).
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-GROUP-NO                 PIC X(10).
           05  HV-LOB                      PIC X(03).
           05  HV-BILLING-NPI              PIC X(10).
           05  HV-FROM-DATE                PIC X(08).
           05  HV-THRU-DATE                PIC X(08).
           05  HV-TYPE-OF-BILL             PIC X(04).
           05  HV-PLACE-OF-SERVICE         PIC X(02).
           05  HV-PRINCIPAL-DIAG           PIC X(08).
           05  HV-TOTAL-BILLED             PIC S9(09)V99.
           05  HV-PATIENT-RESP             PIC S9(09)V99.
           05  HV-PROV-NAME                PIC X(60).
           05  HV-PROV-ADDR                PIC X(55).
           05  HV-PROV-CITY                PIC X(30).
           05  HV-PROV-STATE               PIC X(02).
           05  HV-PROV-ZIP                 PIC X(09).
           05  HV-PROV-TAX-ID              PIC X(09).
           05  HV-LAST-NAME                PIC X(30).
           05  HV-FIRST-NAME               PIC X(20).
           05  HV-DOB                      PIC X(08).
           05  HV-GENDER                   PIC X(01).
           05  HV-LINE-NUMBER              PIC S9(04).
           05  HV-HCPCS-CODE               PIC X(05).
           05  HV-REVENUE-CODE             PIC X(04).
           05  HV-MODIFIER-1               PIC X(02).
           05  HV-MODIFIER-2               PIC X(02).
           05  HV-LINE-FROM-DATE           PIC X(08).
           05  HV-LINE-UNITS               PIC S9(05)V99.
           05  HV-LINE-BILLED              PIC S9(07)V99.
           05  HV-LINE-ALLOWED             PIC S9(07)V99.
           05  HV-LINE-PAID                PIC S9(07)V99.
           05  HV-LINE-DEDUCT              PIC S9(07)V99.
           05  HV-LINE-COINS               PIC S9(07)V99.
           05  HV-LINE-COPAY               PIC S9(07)V99.
           05  HV-CARC-GROUP               PIC X(02).
           05  HV-CARC-CODE                PIC X(05).
           05  HV-ISA-CTRL-NO              PIC S9(09).
           05  HV-ST-CTRL-NO               PIC S9(09).
           05  HV-ACK-CODE                 PIC X(01).
           05  HV-QUEUE-STATUS             PIC X(10).
           05  HV-SENT-DATE                PIC X(08).
           05  HV-CURR-DATE                PIC 9(08).
           05  HV-CUTOFF-DATE              PIC 9(08).
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
               VALUE 'COB CROSSOVER FORWARDING CONTROL REPORT'.
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
      * MAINLINE - ACKNOWLEDGMENTS FIRST, THEN THE NEW FORWARDS, THEN  *
      * THE OVERDUE ACKNOWLEDGMENT LIST                                *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-ACKNOWLEDGMENTS
               THRU 2000-PROCESS-ACKNOWLEDGMENTS-EXIT
           PERFORM 3000-LOAD-FORWARD-QUEUE
               THRU 3000-LOAD-FORWARD-QUEUE-EXIT
           PERFORM 4000-BUILD-FORWARDS
               THRU 4000-BUILD-FORWARDS-EXIT
           PERFORM 5000-LIST-UNACKNOWLEDGED
               THRU 5000-LIST-UNACKNOWLEDGED-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT, ACKNOWLEDGMENT WAIT CUTOFF                *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURR-TIME
           MOVE WS-CURR-DATE-8 TO HV-CURR-DATE
           COMPUTE WS-ACK-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
                - WS-ACK-WAIT-DAYS)
           MOVE WS-ACK-CUTOFF-DATE TO HV-CUTOFF-DATE

           OPEN INPUT ACK-INPUT-FILE
           IF NOT ACKIN-OK
               MOVE 'ACK-INPUT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT EDI-837-OUTPUT-FILE
           IF NOT E837-OK
               MOVE 'EDI-837-OUTPUT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT FWD-CONTROL-RPT
           IF NOT FRPT-OK
               MOVE 'FWD-CONTROL-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE FWD-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE FWD-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO FWD-CONTROL-RPT-REC
           WRITE FWD-CONTROL-RPT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE FWD-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - REASSEMBLE THE 999 STREAM AND APPLY EACH TRANSACTION    *
      * SET RESPONSE TO THE CLAIM IT ACKNOWLEDGES. NO ACKNOWLEDGMENTS  *
      * IN A RUN IS NORMAL.                                            *
      *================================================================*
       2000-PROCESS-ACKNOWLEDGMENTS.
           PERFORM 2100-READ-ACK-RECORD
           IF ACKIN-AT-EOF
               MOVE 'ACKNOWLEDGMENTS RECEIVED' TO WS-RPT-LABEL
               MOVE 'NONE' TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2000-PROCESS-ACKNOWLEDGMENTS-EXIT
           END-IF

           IF ACK-INPUT-REC(1:3) = 'ISA'
               MOVE ACK-INPUT-REC(4:1) TO WS-ELEM-SEPARATOR
           ELSE
               MOVE 'ACK FILE DOES NOT BEGIN WITH AN ISA SEGMENT'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2000-PROCESS-ACKNOWLEDGMENTS-EXIT
           END-IF

           PERFORM 2200-APPEND-TO-BUFFER

           PERFORM UNTIL ACKIN-AT-EOF AND WS-BUF-LEN = 0
               PERFORM 2300-EXTRACT-SEGMENT
               IF WS-SEG-LEN > 0
                   PERFORM 2400-PARSE-SEGMENT-ELEMENTS
                   PERFORM 2500-DISPATCH-ACK-SEGMENT
                       THRU 2500-DISPATCH-ACK-SEGMENT-EXIT
               ELSE
                   PERFORM 2100-READ-ACK-RECORD
                   IF NOT ACKIN-AT-EOF
                       PERFORM 2200-APPEND-TO-BUFFER
                   END-IF
               END-IF
           END-PERFORM
           .
       2000-PROCESS-ACKNOWLEDGMENTS-EXIT.
           EXIT.

       2100-READ-ACK-RECORD.
      *----------------------------------------------------------------*
      * READ THE NEXT 80-BYTE CARD IMAGE                               *
      *----------------------------------------------------------------*
           READ ACK-INPUT-FILE
               AT END
                   SET ACKIN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-ACK-RECORDS
           END-READ
           .

       2200-APPEND-TO-BUFFER.
      *----------------------------------------------------------------*
      * APPEND THE CARD IMAGE, DROPPING TRAILING SPACES                *
      *----------------------------------------------------------------*
           MOVE 80 TO WS-SUB-1
           PERFORM UNTIL WS-SUB-1 < 1
               OR ACK-INPUT-REC(WS-SUB-1:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUB-1
           END-PERFORM

           IF WS-SUB-1 > 0
               IF WS-BUF-LEN + WS-SUB-1 > 8000
                   MOVE 'STREAM BUFFER OVERFLOW - SEGMENT TOO LONG'
                       TO WS-ERR-MESSAGE
                   MOVE 'F' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               MOVE ACK-INPUT-REC(1:WS-SUB-1)
                   TO WS-BUF-DATA(WS-BUF-LEN + 1:WS-SUB-1)
               ADD WS-SUB-1 TO WS-BUF-LEN
           END-IF
           .

       2300-EXTRACT-SEGMENT.
      *----------------------------------------------------------------*
      * PULL THE NEXT COMPLETE SEGMENT OFF THE FRONT OF THE BUFFER     *
      *----------------------------------------------------------------*
           MOVE 0 TO WS-SEG-LEN
           MOVE 0 TO WS-TERM-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-BUF-LEN
               OR WS-TERM-POS > 0
               IF WS-BUF-DATA(WS-SCAN-POS:1) = WS-SEG-TERMINATOR
                   MOVE WS-SCAN-POS TO WS-TERM-POS
               END-IF
           END-PERFORM

           IF WS-TERM-POS > 0
               MOVE SPACES TO WS-SEG-TEXT
               IF WS-TERM-POS > 1
                   MOVE WS-BUF-DATA(1:WS-TERM-POS - 1)
                       TO WS-SEG-TEXT
                   COMPUTE WS-SEG-LEN = WS-TERM-POS - 1
               END-IF
               IF WS-TERM-POS < WS-BUF-LEN
                   MOVE WS-BUF-DATA(WS-TERM-POS + 1:
                       WS-BUF-LEN - WS-TERM-POS)
                       TO WS-BUF-DATA(1:WS-BUF-LEN - WS-TERM-POS)
                   COMPUTE WS-BUF-LEN = WS-BUF-LEN - WS-TERM-POS
               ELSE
                   MOVE 0 TO WS-BUF-LEN
               END-IF
           END-IF
           .

       2400-PARSE-SEGMENT-ELEMENTS.
      *----------------------------------------------------------------*
      * SPLIT THE SEGMENT INTO ITS DATA ELEMENTS                       *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-ELEM-TABLE
           MOVE 0 TO WS-ELEM-COUNT
           MOVE 1 TO WS-UNSTRING-PTR
           MOVE SPACES TO WS-SEG-ID

           UNSTRING WS-SEG-TEXT(1:WS-SEG-LEN)
               DELIMITED BY WS-ELEM-SEPARATOR
               INTO WS-SEG-ID
               WITH POINTER WS-UNSTRING-PTR
           END-UNSTRING

           PERFORM UNTIL WS-UNSTRING-PTR > WS-SEG-LEN
               OR WS-ELEM-COUNT >= 40
               ADD 1 TO WS-ELEM-COUNT
               UNSTRING WS-SEG-TEXT(1:WS-SEG-LEN)
                   DELIMITED BY WS-ELEM-SEPARATOR
                   INTO WS-ELEM(WS-ELEM-COUNT)
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
           END-PERFORM
           .

       2500-DISPATCH-ACK-SEGMENT.
      *----------------------------------------------------------------*
      * ISA NAMES THE PAYER; AK1 THE FUNCTIONAL GROUP (OUR GS CONTROL  *
      * NUMBER - THE ISA CONTROL NUMBER AND CLAIM TYPE DIGIT, SEE      *
      * 6200); AK2/IK5 EACH TRANSACTION SET, I.E. EACH CLAIM. AN AK9   *
      * WITH NO AK2 ANSWERS FOR THE WHOLE GROUP.                       *
      *----------------------------------------------------------------*
           EVALUATE WS-SEG-ID
               WHEN 'ISA'
                   PERFORM 2550-IDENTIFY-ACK-SENDER
               WHEN 'ST'
                   IF WS-ELEM(1)(1:3) = '999'
                       MOVE 'Y' TO WS-IN-999-SW
                   ELSE
                       MOVE 'N' TO WS-IN-999-SW
                   END-IF
               WHEN 'AK1'
                   MOVE FUNCTION NUMVAL(WS-ELEM(2)) TO WS-ACK-GS-CTRL
                   DIVIDE WS-ACK-GS-CTRL BY 10
                       GIVING WS-ACK-ISA-CTRL
                       REMAINDER WS-ACK-GS-TYPE
                   MOVE 'N' TO WS-AK2-SEEN-SW
               WHEN 'AK2'
                   MOVE FUNCTION NUMVAL(WS-ELEM(2)) TO WS-ACK-ST-CTRL
                   MOVE 'Y' TO WS-AK2-SEEN-SW
               WHEN 'IK5'
                   IF IN-999-SET AND ACK-PARTNER-KNOWN
                       MOVE WS-ELEM(1)(1:1) TO WS-ACK-CODE
                       PERFORM 2600-APPLY-SET-ACK
                           THRU 2600-APPLY-SET-ACK-EXIT
                   END-IF
               WHEN 'AK9'
                   IF IN-999-SET AND ACK-PARTNER-KNOWN
                      AND NOT AK2-SEEN
                       MOVE WS-ELEM(1)(1:1) TO WS-ACK-CODE
                       PERFORM 2700-APPLY-GROUP-ACK
                           THRU 2700-APPLY-GROUP-ACK-EXIT
                   END-IF
               WHEN 'SE'
                   MOVE 'N' TO WS-IN-999-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       2500-DISPATCH-ACK-SEGMENT-EXIT.
           EXIT.

       2550-IDENTIFY-ACK-SENDER.
      *----------------------------------------------------------------*
      * THE ACKNOWLEDGING PAYER'S ISA SENDER ID IS THE RECEIVER ID WE  *
      * ADDRESSED THE 837 TO                                           *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACK-PARTNER-SW
           MOVE WS-ELEM(6)(1:15) TO WS-ACK-SENDER
           MOVE WS-ACK-SENDER TO HV-RECEIVER-ID
           MOVE SPACES TO HV-PARTNER-ID

           EXEC SQL
               SELECT TOP 1 PARTNER_ID
               INTO   :HV-PARTNER-ID
               FROM   COB_CROSSOVER_AGREEMENT
               WHERE  RECEIVER_ISA_ID = :HV-RECEIVER-ID
           END-EXEC
           IF WS-SQLCODE = 0
               MOVE 'Y' TO WS-ACK-PARTNER-SW
               MOVE HV-PARTNER-ID TO WS-ACK-PARTNER-ID
           ELSE
               ADD 1 TO WS-CTR-UNKNOWN-SENDER
               MOVE 'ACK FROM UNKNOWN SENDER' TO WS-RPT-LABEL
               MOVE WS-ACK-SENDER TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .

       2600-APPLY-SET-ACK.
      *----------------------------------------------------------------*
      * ONE TRANSACTION SET RESPONSE: A OR E ACCEPTS THE CLAIM, ANY    *
      * OTHER CODE REJECTS IT BACK TO THE COB UNIT                     *
      *----------------------------------------------------------------*
           ADD 1 TO WS-CTR-ACK-SETS
           MOVE WS-ACK-PARTNER-ID TO HV-PARTNER-ID
           MOVE WS-ACK-ISA-CTRL TO HV-ISA-CTRL-NO
           MOVE WS-ACK-ST-CTRL TO HV-ST-CTRL-NO
           MOVE WS-ACK-CODE TO HV-ACK-CODE
           MOVE SPACES TO HV-CLAIM-ID

           EXEC SQL
               SELECT CLAIM_ID
               INTO   :HV-CLAIM-ID
               FROM   COB_FORWARD_QUEUE
               WHERE  PARTNER_ID = :HV-PARTNER-ID
               AND    ISA_CONTROL_NO = :HV-ISA-CTRL-NO
               AND    ST_CONTROL_NO = :HV-ST-CTRL-NO
               AND    QUEUE_STATUS = 'SENT'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               ADD 1 TO WS-CTR-ACK-UNMATCHED
               MOVE 'ACK MATCHES NO SENT CLAIM' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING WS-ACK-PARTNER-ID ' ICN ' WS-ACK-GS-CTRL
                      ' ST ' WS-ACK-ST-CTRL ' ' WS-ACK-CODE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2600-APPLY-SET-ACK-EXIT
           END-IF

           IF ACK-ACCEPTED
               MOVE 'ACCEPTED' TO HV-QUEUE-STATUS
           ELSE
               MOVE 'REJECTED' TO HV-QUEUE-STATUS
           END-IF

           EXEC SQL
               UPDATE COB_FORWARD_QUEUE
               SET    QUEUE_STATUS = :HV-QUEUE-STATUS,
                      ACK_CODE = :HV-ACK-CODE,
                      ACK_DATE = :HV-CURR-DATE
               WHERE  PARTNER_ID = :HV-PARTNER-ID
               AND    ISA_CONTROL_NO = :HV-ISA-CTRL-NO
               AND    ST_CONTROL_NO = :HV-ST-CTRL-NO
               AND    QUEUE_STATUS = 'SENT'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'QUEUE ACK UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2600-APPLY-SET-ACK-EXIT
           END-IF

           IF ACK-ACCEPTED
               ADD 1 TO WS-CTR-ACCEPTED
           ELSE
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'REJECTED BY SECONDARY PAYER' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING HV-CLAIM-ID ' ' WS-ACK-PARTNER-ID
                      ' ICN ' WS-ACK-GS-CTRL ' ST ' WS-ACK-ST-CTRL
                      ' IK5 ' WS-ACK-CODE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2600-APPLY-SET-ACK-EXIT.
           EXIT.

       2700-APPLY-GROUP-ACK.
      *----------------------------------------------------------------*
      * AK9 WITHOUT SET-LEVEL DETAIL - THE GROUP'S RESPONSE STANDS FOR *
      * EVERY CLAIM SENT IN IT, I.E. EVERY CLAIM OF THE GROUP'S CLAIM  *
      * TYPE IN THE INTERCHANGE                                        *
      *----------------------------------------------------------------*
           MOVE WS-ACK-PARTNER-ID TO HV-PARTNER-ID
           MOVE WS-ACK-ISA-CTRL TO HV-ISA-CTRL-NO
           IF WS-ACK-GS-TYPE = 1
               MOVE 'IN' TO HV-CLAIM-TYPE
           ELSE
               MOVE 'PR' TO HV-CLAIM-TYPE
           END-IF
           MOVE WS-ACK-CODE TO HV-ACK-CODE
           MOVE 0 TO HV-COUNT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-COUNT
               FROM   COB_FORWARD_QUEUE
               WHERE  PARTNER_ID = :HV-PARTNER-ID
               AND    ISA_CONTROL_NO = :HV-ISA-CTRL-NO
               AND    QUEUE_STATUS = 'SENT'
               AND    CLAIM_ID IN
                      (SELECT CLAIM_ID
                       FROM   CLAIM_HEADER
                       WHERE  CLAIM_TYPE = :HV-CLAIM-TYPE)
           END-EXEC
           IF HV-COUNT = 0
               ADD 1 TO WS-CTR-ACK-UNMATCHED
               MOVE 'GROUP ACK MATCHES NO SENT CLAIM' TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING WS-ACK-PARTNER-ID ' ICN ' WS-ACK-GS-CTRL
                      ' ' WS-ACK-CODE
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2700-APPLY-GROUP-ACK-EXIT
           END-IF

           IF ACK-ACCEPTED
               MOVE 'ACCEPTED' TO HV-QUEUE-STATUS
           ELSE
               MOVE 'REJECTED' TO HV-QUEUE-STATUS
           END-IF

           EXEC SQL
               UPDATE COB_FORWARD_QUEUE
               SET    QUEUE_STATUS = :HV-QUEUE-STATUS,
                      ACK_CODE = :HV-ACK-CODE,
                      ACK_DATE = :HV-CURR-DATE
               WHERE  PARTNER_ID = :HV-PARTNER-ID
               AND    ISA_CONTROL_NO = :HV-ISA-CTRL-NO
               AND    QUEUE_STATUS = 'SENT'
               AND    CLAIM_ID IN
                      (SELECT CLAIM_ID
                       FROM   CLAIM_HEADER
                       WHERE  CLAIM_TYPE = :HV-CLAIM-TYPE)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'QUEUE GROUP ACK UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2700-APPLY-GROUP-ACK-EXIT
           END-IF

           ADD HV-COUNT TO WS-CTR-ACK-SETS
           IF ACK-ACCEPTED
               ADD HV-COUNT TO WS-CTR-ACCEPTED
           ELSE
               ADD HV-COUNT TO WS-CTR-REJECTED
               MOVE 'GROUP REJECTED BY SECONDARY PAYER'
                 TO WS-RPT-LABEL
               MOVE HV-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-RPT-VALUE
               STRING WS-ACK-PARTNER-ID ' ICN ' WS-ACK-GS-CTRL
                      ' AK9 ' WS-ACK-CODE ' CLAIMS ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       2700-APPLY-GROUP-ACK-EXIT.
           EXIT.

      *================================================================*
      * 3000 - EVERY PENDING FORWARD WHOSE AGREEMENT IS STILL ACTIVE.  *
      * A CLAIM OVER THE TABLE LIMIT WAITS FOR THE NEXT RUN.           *
      *================================================================*
       3000-LOAD-FORWARD-QUEUE.
           EXEC SQL
               DECLARE FWD_QUEUE_CURSOR CURSOR FOR
               SELECT Q.CLAIM_ID, Q.PARTNER_ID,
                      A.RECEIVER_ISA_ID, A.OTHER_PAYER_NAME,
                      Q.OTHER_PAYER_CD, Q.OTHER_MEMBER_ID,
                      Q.OTHER_GROUP_NO, H.CLAIM_TYPE,
                      Q.PRIMARY_PAID_AMOUNT, Q.PRIMARY_PAID_DATE
               FROM   COB_FORWARD_QUEUE Q,
                      COB_CROSSOVER_AGREEMENT A,
                      CLAIM_HEADER H
               WHERE  Q.QUEUE_STATUS = 'PENDING'
               AND    A.PARTNER_ID = Q.PARTNER_ID
               AND    A.OTHER_PAYER_CD = Q.OTHER_PAYER_CD
               AND    A.ACTIVE_FLAG = 'Y'
               AND    H.CLAIM_ID = Q.CLAIM_ID
               ORDER BY Q.PARTNER_ID, H.CLAIM_TYPE, Q.CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN FWD_QUEUE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'FORWARD QUEUE CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH FWD_QUEUE_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-PARTNER-ID,
                         :HV-RECEIVER-ID, :HV-RECEIVER-NAME,
                         :HV-OTHER-PAYER, :HV-OTHER-MBR-ID,
                         :HV-OTHER-GROUP, :HV-CLAIM-TYPE,
                         :HV-PRIMARY-PAID, :HV-PAID-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-QUEUED
                   IF WS-FWD-COUNT < WS-FWD-MAX
                       PERFORM 3100-ADD-FORWARD-ENTRY
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FWD_QUEUE_CURSOR
           END-EXEC

           MOVE 'CLAIMS PENDING FORWARD' TO WS-RPT-LABEL
           MOVE WS-CTR-QUEUED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           IF WS-CTR-QUEUED > WS-FWD-COUNT
               MOVE 'HELD FOR NEXT RUN (TABLE LIMIT)' TO WS-RPT-LABEL
               COMPUTE WS-EDIT-COUNT = WS-CTR-QUEUED - WS-FWD-COUNT
               MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
               PERFORM 1300-WRITE-DETAIL-LINE
           END-IF
           .
       3000-LOAD-FORWARD-QUEUE-EXIT.
           EXIT.

       3100-ADD-FORWARD-ENTRY.
      *----------------------------------------------------------------*
      * ADD THE QUEUE ROW JUST READ TO THE FORWARD TABLE               *
      *----------------------------------------------------------------*
           ADD 1 TO WS-FWD-COUNT
           MOVE WS-FWD-COUNT        TO WS-FWD-SUB
           MOVE HV-CLAIM-ID         TO WS-FWD-CLAIM-ID(WS-FWD-SUB)
           MOVE HV-PARTNER-ID       TO WS-FWD-PARTNER-ID(WS-FWD-SUB)
           MOVE HV-RECEIVER-ID      TO WS-FWD-RECEIVER-ID(WS-FWD-SUB)
           MOVE HV-RECEIVER-NAME
             TO WS-FWD-RECEIVER-NAME(WS-FWD-SUB)
           MOVE HV-OTHER-PAYER      TO WS-FWD-OTHER-PAYER(WS-FWD-SUB)
           MOVE HV-OTHER-MBR-ID
             TO WS-FWD-OTHER-MBR-ID(WS-FWD-SUB)
           MOVE HV-OTHER-GROUP      TO WS-FWD-OTHER-GROUP(WS-FWD-SUB)
           MOVE HV-CLAIM-TYPE       TO WS-FWD-CLAIM-TYPE(WS-FWD-SUB)
           MOVE HV-PRIMARY-PAID
             TO WS-FWD-PRIMARY-PAID(WS-FWD-SUB)
           MOVE HV-PAID-DATE        TO WS-FWD-PAID-DATE(WS-FWD-SUB)
           .

      *================================================================*
      * 4000 - ONE INTERCHANGE PER PAYER, ONE FUNCTIONAL GROUP PER     *
      * CLAIM TYPE (837P / 837I), ONE TRANSACTION SET PER CLAIM        *
      *================================================================*
       4000-BUILD-FORWARDS.
           IF WS-FWD-COUNT = 0
               GO TO 4000-BUILD-FORWARDS-EXIT
           END-IF

           PERFORM VARYING WS-FWD-SUB FROM 1 BY 1
               UNTIL WS-FWD-SUB > WS-FWD-COUNT
               IF WS-FWD-PARTNER-ID(WS-FWD-SUB)
                  NOT = WS-CURR-PARTNER-ID
                   PERFORM 6500-CLOSE-INTERCHANGE
                   PERFORM 6000-OPEN-INTERCHANGE
                       THRU 6000-OPEN-INTERCHANGE-EXIT
               END-IF
               IF WS-FWD-CLAIM-TYPE(WS-FWD-SUB)
                  NOT = WS-CURR-CLAIM-TYPE
                   PERFORM 6300-CLOSE-GROUP
                   PERFORM 6200-OPEN-GROUP
               END-IF
               PERFORM 4100-FORWARD-ONE-CLAIM
                   THRU 4100-FORWARD-ONE-CLAIM-EXIT
           END-PERFORM

           PERFORM 6500-CLOSE-INTERCHANGE
           .
       4000-BUILD-FORWARDS-EXIT.
           EXIT.

       4100-FORWARD-ONE-CLAIM.
      *----------------------------------------------------------------*
      * READ THE CLAIM, BILLING PROVIDER AND PATIENT, WRITE ITS 837    *
      * TRANSACTION SET AND MARK THE QUEUE ROW SENT                    *
      *----------------------------------------------------------------*
           MOVE WS-FWD-CLAIM-ID(WS-FWD-SUB) TO HV-CLAIM-ID

           EXEC SQL
               SELECT MEMBER_ID, GROUP_NO, LINE_OF_BUSINESS,
                      BILLING_PROVIDER_NPI, SERVICE_FROM_DATE,
                      SERVICE_THRU_DATE, TYPE_OF_BILL,
                      PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                      TOTAL_BILLED_AMOUNT, PATIENT_RESPONSIBILITY
               INTO   :HV-MEMBER-ID, :HV-GROUP-NO, :HV-LOB,
                      :HV-BILLING-NPI, :HV-FROM-DATE,
                      :HV-THRU-DATE, :HV-TYPE-OF-BILL,
                      :HV-PLACE-OF-SERVICE, :HV-PRINCIPAL-DIAG,
                      :HV-TOTAL-BILLED, :HV-PATIENT-RESP
               FROM   CLAIM_HEADER
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM HEADER NOT FOUND' TO WS-EXCEPTION-TEXT
               GO TO 4100-NOT-BUILT
           END-IF

           MOVE SPACES TO HV-PROV-NAME HV-PROV-ADDR HV-PROV-CITY
                          HV-PROV-STATE HV-PROV-ZIP HV-PROV-TAX-ID
           EXEC SQL
               SELECT LAST_NAME, ADDRESS_LINE_1, CITY,
                      STATE_CODE, ZIP_CODE, TAX_ID
               INTO   :HV-PROV-NAME, :HV-PROV-ADDR, :HV-PROV-CITY,
                      :HV-PROV-STATE, :HV-PROV-ZIP, :HV-PROV-TAX-ID
               FROM   PROVIDER
               WHERE  NPI = :HV-BILLING-NPI
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'BILLING PROVIDER NOT ON FILE' TO WS-EXCEPTION-TEXT
               GO TO 4100-NOT-BUILT
           END-IF

           MOVE SPACES TO HV-LAST-NAME HV-FIRST-NAME HV-DOB HV-GENDER
           EXEC SQL
               SELECT TOP 1 last_name, first_name, dob, gender
               INTO   :HV-LAST-NAME, :HV-FIRST-NAME, :HV-DOB,
                      :HV-GENDER
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               ORDER BY eff_date DESC
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'MEMBER NOT ON ELIGIBILITY' TO WS-EXCEPTION-TEXT
               GO TO 4100-NOT-BUILT
           END-IF

           PERFORM 7000-WRITE-CLAIM-HEADER-LOOPS
           PERFORM 7200-WRITE-SERVICE-LINES
               THRU 7200-WRITE-SERVICE-LINES-EXIT
           PERFORM 7900-WRITE-SE-SEGMENT

           MOVE WS-FWD-PARTNER-ID(WS-FWD-SUB) TO HV-PARTNER-ID
           MOVE WS-ISA-CTRL-NO TO HV-ISA-CTRL-NO
           MOVE WS-ST-CTRL-NO TO HV-ST-CTRL-NO
           EXEC SQL
               UPDATE COB_FORWARD_QUEUE
               SET    QUEUE_STATUS = 'SENT',
                      ISA_CONTROL_NO = :HV-ISA-CTRL-NO,
                      ST_CONTROL_NO = :HV-ST-CTRL-NO,
                      SENT_DATE = :HV-CURR-DATE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    PARTNER_ID = :HV-PARTNER-ID
               AND    QUEUE_STATUS = 'PENDING'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'QUEUE SENT UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           ADD 1 TO WS-CTR-FORWARDED
           ADD WS-FWD-PRIMARY-PAID(WS-FWD-SUB) TO WS-TOT-FORWARDED
           MOVE 'FORWARDED' TO WS-RPT-LABEL
           MOVE WS-ST-CTRL-NO TO WS-EDIT-ST
           MOVE SPACES TO WS-RPT-VALUE
           STRING HV-CLAIM-ID ' TO ' WS-FWD-PARTNER-ID(WS-FWD-SUB)
                  ' ICN ' WS-ISA-CTRL-NO ' ST ' WS-EDIT-ST
               DELIMITED BY SIZE INTO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           GO TO 4100-FORWARD-ONE-CLAIM-EXIT
           .
       4100-NOT-BUILT.
           ADD 1 TO WS-CTR-NOT-BUILT
           MOVE SPACES TO WS-RPT-LABEL
           STRING 'NOT FORWARDED ' HV-CLAIM-ID
               DELIMITED BY SIZE INTO WS-RPT-LABEL
           MOVE WS-EXCEPTION-TEXT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       4100-FORWARD-ONE-CLAIM-EXIT.
           EXIT.

      *================================================================*
      * 5000 - CLAIMS SENT MORE THAN THE WAIT PERIOD AGO AND STILL NOT *
      * ACKNOWLEDGED - THE COB UNIT FOLLOWS UP WITH THE PAYER          *
      *================================================================*
       5000-LIST-UNACKNOWLEDGED.
           EXEC SQL
               DECLARE FWD_UNACK_CURSOR CURSOR FOR
               SELECT CLAIM_ID, PARTNER_ID, ISA_CONTROL_NO,
                      ST_CONTROL_NO, SENT_DATE
               FROM   COB_FORWARD_QUEUE
               WHERE  QUEUE_STATUS = 'SENT'
               AND    SENT_DATE <= :HV-CUTOFF-DATE
               ORDER BY PARTNER_ID, SENT_DATE, CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN FWD_UNACK_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'UNACKNOWLEDGED CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 5000-LIST-UNACKNOWLEDGED-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH FWD_UNACK_CURSOR
                   INTO  :HV-CLAIM-ID, :HV-PARTNER-ID,
                         :HV-ISA-CTRL-NO, :HV-ST-CTRL-NO,
                         :HV-SENT-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-UNACKED
                   MOVE HV-ISA-CTRL-NO TO WS-EDIT-CTL
                   MOVE HV-ST-CTRL-NO TO WS-EDIT-ST
                   MOVE 'NOT ACKNOWLEDGED' TO WS-RPT-LABEL
                   MOVE SPACES TO WS-RPT-VALUE
                   STRING HV-CLAIM-ID ' ' HV-PARTNER-ID
                          ' ICN ' WS-EDIT-CTL ' ST ' WS-EDIT-ST
                          ' SENT ' HV-SENT-DATE
                       DELIMITED BY SIZE INTO WS-RPT-VALUE
                   PERFORM 1300-WRITE-DETAIL-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FWD_UNACK_CURSOR
           END-EXEC
           .
       5000-LIST-UNACKNOWLEDGED-EXIT.
           EXIT.

      *================================================================*
      * 6000 - INTERCHANGE AND FUNCTIONAL GROUP ENVELOPES. THE ISA     *
      * CONTROL NUMBER IS KEPT PER PAYER ON THE AGREEMENT. EACH GS     *
      * TAKES IT TIMES TEN PLUS A CLAIM TYPE DIGIT (1 = 837I, 2 =      *
      * 837P) AS ITS GROUP CONTROL NUMBER, WHICH THE PAYER'S 999       *
      * ECHOES IN AK1 - UNIQUE WITHIN THE INTERCHANGE, SINCE EACH      *
      * CLAIM TYPE FORMS ONE GROUP, AND IT LEADS BACK TO THE ISA.      *
      *================================================================*
       6000-OPEN-INTERCHANGE.
           MOVE WS-FWD-PARTNER-ID(WS-FWD-SUB) TO WS-CURR-PARTNER-ID
           MOVE WS-CURR-PARTNER-ID TO HV-PARTNER-ID
           MOVE SPACES TO WS-CURR-CLAIM-TYPE

           EXEC SQL
               UPDATE COB_CROSSOVER_AGREEMENT
               SET    LAST_ISA_CONTROL_NO = LAST_ISA_CONTROL_NO + 1
               WHERE  PARTNER_ID = :HV-PARTNER-ID
           END-EXEC
           IF WS-SQLCODE = 0
               EXEC SQL
                   SELECT MAX(LAST_ISA_CONTROL_NO)
                   INTO   :HV-ISA-CTRL-NO
                   FROM   COB_CROSSOVER_AGREEMENT
                   WHERE  PARTNER_ID = :HV-PARTNER-ID
               END-EXEC
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'ISA CONTROL NUMBER ASSIGNMENT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE HV-ISA-CTRL-NO TO WS-ISA-CTRL-NO
           MOVE WS-ISA-CTRL-NO TO WS-EDIT-CTL
           MOVE 0 TO WS-ST-CTRL-NO
           MOVE 0 TO WS-ISA-GS-COUNT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'ISA*00*          *00*          *ZZ*'
                  WS-SUBMITTER-ID '*ZZ*'
                  WS-FWD-RECEIVER-ID(WS-FWD-SUB) '*'
                  WS-CURR-DATE-8(3:6) '*' WS-CURR-TIME
                  '*^*00501*' WS-EDIT-CTL '*1*P*:~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7500-WRITE-EDI-BUFFER

           MOVE 'Y' TO WS-ISA-OPEN-SW
           ADD 1 TO WS-CTR-INTERCHANGES
           .
       6000-OPEN-INTERCHANGE-EXIT.
           EXIT.

       6200-OPEN-GROUP.
      *----------------------------------------------------------------*
      * GS FOR THE CLAIM TYPE - INSTITUTIONAL OR PROFESSIONAL          *
      *----------------------------------------------------------------*
           MOVE WS-FWD-CLAIM-TYPE(WS-FWD-SUB) TO WS-CURR-CLAIM-TYPE
           IF WS-CURR-CLAIM-TYPE = 'IN'
               MOVE '005010X223A2' TO WS-GS-VERSION
               MOVE 1 TO WS-GS-TYPE-DIGIT
           ELSE
               MOVE '005010X222A1' TO WS-GS-VERSION
               MOVE 2 TO WS-GS-TYPE-DIGIT
           END-IF
           COMPUTE WS-GS-CTRL-NO =
               WS-ISA-CTRL-NO * 10 + WS-GS-TYPE-DIGIT
           MOVE 0 TO WS-GS-ST-COUNT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'GS*HC*' DELIMITED BY SIZE
                  WS-SUBMITTER-ID DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-FWD-RECEIVER-ID(WS-FWD-SUB) DELIMITED BY SPACE
                  '*' WS-CURR-DATE-8 '*' WS-CURR-TIME '*'
                  WS-GS-CTRL-NO '*X*' WS-GS-VERSION '~'
                  DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7500-WRITE-EDI-BUFFER

           MOVE 'Y' TO WS-GS-OPEN-SW
           ADD 1 TO WS-ISA-GS-COUNT
           .

       6300-CLOSE-GROUP.
           IF GROUP-OPEN
               MOVE WS-GS-ST-COUNT TO WS-EDIT-SEG
               MOVE SPACES TO WS-EDI-OUT-BUFFER
               STRING 'GE*' WS-EDIT-SEG '*' WS-GS-CTRL-NO '~'
                   DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
               PERFORM 7500-WRITE-EDI-BUFFER
               MOVE 'N' TO WS-GS-OPEN-SW
           END-IF
           .

       6500-CLOSE-INTERCHANGE.
           PERFORM 6300-CLOSE-GROUP
           IF INTERCHANGE-OPEN
               MOVE WS-ISA-GS-COUNT TO WS-EDIT-SEG
               MOVE SPACES TO WS-EDI-OUT-BUFFER
               STRING 'IEA*' WS-EDIT-SEG '*' WS-ISA-CTRL-NO '~'
                   DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
               PERFORM 7500-WRITE-EDI-BUFFER
               PERFORM 7600-FLUSH-EDI-REMAINDER
               MOVE 'N' TO WS-ISA-OPEN-SW
           END-IF
           .

      *================================================================*
      * 7000 - ONE 837 COB TRANSACTION SET                             *
      *================================================================*
       7000-WRITE-CLAIM-HEADER-LOOPS.
      *----------------------------------------------------------------*
      * ST/BHT, SUBMITTER AND RECEIVER, BILLING PROVIDER (2000A), THE  *
      * SECONDARY PAYER'S SUBSCRIBER (2000B), THE CLAIM (2300) AND     *
      * OUR ADJUDICATION AS THE OTHER PAYER (2320/2330A/2330B)         *
      *----------------------------------------------------------------*
           ADD 1 TO WS-ST-CTRL-NO
           ADD 1 TO WS-GS-ST-COUNT
           MOVE 0 TO WS-837-SEG-COUNT
           MOVE 0 TO WS-837-LINE-COUNT
           MOVE WS-ST-CTRL-NO TO WS-EDIT-ST

           EVALUATE HV-LOB
               WHEN 'MAD'
                   MOVE '16' TO WS-FILING-IND
               WHEN 'MCD'
                   MOVE 'MC' TO WS-FILING-IND
               WHEN 'HMO'
                   MOVE 'HM' TO WS-FILING-IND
               WHEN OTHER
                   MOVE 'CI' TO WS-FILING-IND
           END-EVALUATE

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'ST*837*' WS-EDIT-ST '*' WS-GS-VERSION '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'BHT*0019*00*' DELIMITED BY SIZE
                  HV-CLAIM-ID DELIMITED BY SPACE
                  '*' WS-CURR-DATE-8 '*' WS-CURR-TIME '*CH~'
                  DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 1000A SUBMITTER (US) / 1000B RECEIVER (SECONDARY PAYER) ---
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*41*2*' DELIMITED BY SIZE
                  WS-SUBMITTER-NAME DELIMITED BY '  '
                  '*****46*' DELIMITED BY SIZE
                  WS-SUBMITTER-ID DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'PER*IC*COB UNIT*TE*' WS-SUBMITTER-PHONE '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*40*2*' DELIMITED BY SIZE
                  WS-FWD-RECEIVER-NAME(WS-FWD-SUB) DELIMITED BY '  '
                  '*****46*' DELIMITED BY SIZE
                  WS-FWD-RECEIVER-ID(WS-FWD-SUB) DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 2000A / 2010AA BILLING PROVIDER ---
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'HL*1**20*1~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*85*2*' DELIMITED BY SIZE
                  HV-PROV-NAME DELIMITED BY '  '
                  '*****XX*' HV-BILLING-NPI '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'N3*' DELIMITED BY SIZE
                  HV-PROV-ADDR DELIMITED BY '  '
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'N4*' DELIMITED BY SIZE
                  HV-PROV-CITY DELIMITED BY '  '
                  '*' HV-PROV-STATE '*' DELIMITED BY SIZE
                  HV-PROV-ZIP DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'REF*EI*' HV-PROV-TAX-ID '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 2000B / 2010BA / 2010BB - THE DESTINATION PAYER IS
      *--- SECONDARY ---
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'HL*2*1*22*0~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'SBR*S*18*' DELIMITED BY SIZE
                  WS-FWD-OTHER-GROUP(WS-FWD-SUB) DELIMITED BY SPACE
                  '******CI~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*IL*1*' DELIMITED BY SIZE
                  HV-LAST-NAME DELIMITED BY '  '
                  '*' DELIMITED BY SIZE
                  HV-FIRST-NAME DELIMITED BY '  '
                  '****MI*' DELIMITED BY SIZE
                  WS-FWD-OTHER-MBR-ID(WS-FWD-SUB) DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'DMG*D8*' HV-DOB '*' HV-GENDER '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*PR*2*' DELIMITED BY SIZE
                  WS-FWD-RECEIVER-NAME(WS-FWD-SUB) DELIMITED BY '  '
                  '*****PI*' DELIMITED BY SIZE
                  WS-FWD-OTHER-PAYER(WS-FWD-SUB) DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 2300 CLAIM ---
           MOVE HV-TOTAL-BILLED TO WS-FMT-AMT
           PERFORM 7100-FORMAT-AMOUNT
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           IF WS-CURR-CLAIM-TYPE = 'IN'
               STRING 'CLM*' DELIMITED BY SIZE
                      HV-CLAIM-ID DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SPACE
                      '***' HV-TYPE-OF-BILL(2:2) ':A:'
                      HV-TYPE-OF-BILL(4:1) '**A*Y*Y~'
                      DELIMITED BY SIZE
                   INTO WS-EDI-OUT-BUFFER
           ELSE
               STRING 'CLM*' DELIMITED BY SIZE
                      HV-CLAIM-ID DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SPACE
                      '***' HV-PLACE-OF-SERVICE ':B:1*Y*A*Y*Y~'
                      DELIMITED BY SIZE
                   INTO WS-EDI-OUT-BUFFER
           END-IF
           PERFORM 7400-PUT-SEGMENT

           IF WS-CURR-CLAIM-TYPE = 'IN'
               MOVE SPACES TO WS-EDI-OUT-BUFFER
               STRING 'DTP*434*RD8*' HV-FROM-DATE '-' HV-THRU-DATE
                      '~'
                   DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
               PERFORM 7400-PUT-SEGMENT
           END-IF

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'HI*ABK:' DELIMITED BY SIZE
                  HV-PRINCIPAL-DIAG DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 2320 OTHER SUBSCRIBER - OUR COVERAGE, PAID PRIMARY ---
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'SBR*P*18*' DELIMITED BY SIZE
                  HV-GROUP-NO DELIMITED BY SPACE
                  '******' WS-FILING-IND '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE WS-FWD-PRIMARY-PAID(WS-FWD-SUB) TO WS-FMT-AMT
           PERFORM 7100-FORMAT-AMOUNT
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'AMT*D*' DELIMITED BY SIZE
                  WS-FMT-TEXT DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE HV-PATIENT-RESP TO WS-FMT-AMT
           PERFORM 7100-FORMAT-AMOUNT
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'AMT*EAF*' DELIMITED BY SIZE
                  WS-FMT-TEXT DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'OI***Y***Y~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 2330A OUR MEMBER / 2330B US AS THE OTHER PAYER ---
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*IL*1*' DELIMITED BY SIZE
                  HV-LAST-NAME DELIMITED BY '  '
                  '*' DELIMITED BY SIZE
                  HV-FIRST-NAME DELIMITED BY '  '
                  '****MI*' DELIMITED BY SIZE
                  HV-MEMBER-ID DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'NM1*PR*2*' DELIMITED BY SIZE
                  WS-SUBMITTER-NAME DELIMITED BY '  '
                  '*****PI*' DELIMITED BY SIZE
                  WS-SUBMITTER-ID DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'DTP*573*D8*' WS-FWD-PAID-DATE(WS-FWD-SUB) '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT
           .

       7100-FORMAT-AMOUNT.
      *----------------------------------------------------------------*
      * X12 DECIMAL: WS-FMT-AMT TO WS-FMT-TEXT WITH NO LEADING SPACES  *
      *----------------------------------------------------------------*
           MOVE WS-FMT-AMT TO WS-FMT-EDIT
           MOVE 0 TO WS-FMT-LEAD
           INSPECT WS-FMT-EDIT TALLYING WS-FMT-LEAD FOR LEADING SPACE
           MOVE SPACES TO WS-FMT-TEXT
           MOVE WS-FMT-EDIT(WS-FMT-LEAD + 1:) TO WS-FMT-TEXT
           .

       7200-WRITE-SERVICE-LINES.
      *----------------------------------------------------------------*
      * 2400 SERVICE LINE AND 2430 LINE ADJUDICATION FOR EVERY LINE    *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE FWD_LINE_CURSOR CURSOR FOR
               SELECT LINE_NUMBER, HCPCS_CODE, REVENUE_CODE,
                      MODIFIER_1, MODIFIER_2, SERVICE_FROM_DATE,
                      UNITS, BILLED_AMOUNT, ALLOWED_AMOUNT,
                      PAID_AMOUNT, DEDUCTIBLE_AMOUNT,
                      COINSURANCE_AMOUNT, COPAY_AMOUNT,
                      CARC_GROUP_CODE, CARC_CODE
               FROM   CLAIM_LINE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               ORDER BY LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN FWD_LINE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM LINE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 7200-WRITE-SERVICE-LINES-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH FWD_LINE_CURSOR
                   INTO  :HV-LINE-NUMBER, :HV-HCPCS-CODE,
                         :HV-REVENUE-CODE, :HV-MODIFIER-1,
                         :HV-MODIFIER-2, :HV-LINE-FROM-DATE,
                         :HV-LINE-UNITS, :HV-LINE-BILLED,
                         :HV-LINE-ALLOWED, :HV-LINE-PAID,
                         :HV-LINE-DEDUCT, :HV-LINE-COINS,
                         :HV-LINE-COPAY, :HV-CARC-GROUP,
                         :HV-CARC-CODE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   PERFORM 7300-WRITE-ONE-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FWD_LINE_CURSOR
           END-EXEC
           .
       7200-WRITE-SERVICE-LINES-EXIT.
           EXIT.

       7300-WRITE-ONE-LINE.
      *----------------------------------------------------------------*
      * LX/SV1 (OR SV2)/DTP, THEN SVD/CAS/DTP*573. THE CAS AMOUNTS     *
      * BALANCE THE LINE: CHARGE LESS OUR PAYMENT.                     *
      *----------------------------------------------------------------*
           ADD 1 TO WS-837-LINE-COUNT
           MOVE WS-837-LINE-COUNT TO WS-EDIT-LX

           MOVE SPACES TO WS-PROC-COMPOSITE
           IF HV-MODIFIER-1 = SPACES
               STRING 'HC:' HV-HCPCS-CODE
                   DELIMITED BY SIZE INTO WS-PROC-COMPOSITE
           ELSE
               IF HV-MODIFIER-2 = SPACES
                   STRING 'HC:' HV-HCPCS-CODE ':' HV-MODIFIER-1
                       DELIMITED BY SIZE INTO WS-PROC-COMPOSITE
               ELSE
                   STRING 'HC:' HV-HCPCS-CODE ':' HV-MODIFIER-1
                          ':' HV-MODIFIER-2
                       DELIMITED BY SIZE INTO WS-PROC-COMPOSITE
               END-IF
           END-IF

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'LX*' WS-EDIT-LX '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           MOVE HV-LINE-BILLED TO WS-FMT-AMT
           PERFORM 7100-FORMAT-AMOUNT
           MOVE WS-FMT-TEXT TO WS-AMT-1-TEXT
           MOVE HV-LINE-UNITS TO WS-FMT-AMT
           PERFORM 7100-FORMAT-AMOUNT
           MOVE WS-FMT-TEXT TO WS-AMT-2-TEXT
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           IF WS-CURR-CLAIM-TYPE = 'IN'
               STRING 'SV2*' HV-REVENUE-CODE '*' DELIMITED BY SIZE
                      WS-PROC-COMPOSITE DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      WS-AMT-1-TEXT DELIMITED BY SPACE
                      '*UN*' DELIMITED BY SIZE
                      WS-AMT-2-TEXT DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-EDI-OUT-BUFFER
           ELSE
               STRING 'SV1*' DELIMITED BY SIZE
                      WS-PROC-COMPOSITE DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      WS-AMT-1-TEXT DELIMITED BY SPACE
                      '*UN*' DELIMITED BY SIZE
                      WS-AMT-2-TEXT DELIMITED BY SPACE
                      '***1~' DELIMITED BY SIZE
                   INTO WS-EDI-OUT-BUFFER
           END-IF
           PERFORM 7400-PUT-SEGMENT

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'DTP*472*D8*' HV-LINE-FROM-DATE '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

      *--- 2430 LINE ADJUDICATION INFORMATION ---
           MOVE HV-LINE-PAID TO WS-FMT-AMT
           PERFORM 7100-FORMAT-AMOUNT
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'SVD*' DELIMITED BY SIZE
                  WS-SUBMITTER-ID DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-FMT-TEXT DELIMITED BY SPACE
                  '*' DELIMITED BY SIZE
                  WS-PROC-COMPOSITE DELIMITED BY SPACE
                  '**' DELIMITED BY SIZE
                  WS-AMT-2-TEXT DELIMITED BY SPACE
                  '~' DELIMITED BY SIZE
               INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT

           IF HV-LINE-PAID = 0 AND HV-CARC-CODE NOT = SPACES
      *        DENIED LINE - THE WHOLE CHARGE UNDER THE DENIAL CARC
               MOVE HV-CARC-GROUP TO WS-CAS-GROUP
               MOVE HV-CARC-CODE TO WS-CAS-REASON
               MOVE HV-LINE-BILLED TO WS-CAS-AMT
               PERFORM 7350-WRITE-CAS-SEGMENT
           ELSE
               MOVE 'CO' TO WS-CAS-GROUP
               MOVE '45' TO WS-CAS-REASON
               COMPUTE WS-CAS-AMT = HV-LINE-BILLED - HV-LINE-ALLOWED
               PERFORM 7350-WRITE-CAS-SEGMENT
               MOVE 'PR' TO WS-CAS-GROUP
               MOVE '1' TO WS-CAS-REASON
               MOVE HV-LINE-DEDUCT TO WS-CAS-AMT
               PERFORM 7350-WRITE-CAS-SEGMENT
               MOVE '2' TO WS-CAS-REASON
               MOVE HV-LINE-COINS TO WS-CAS-AMT
               PERFORM 7350-WRITE-CAS-SEGMENT
               MOVE '3' TO WS-CAS-REASON
               MOVE HV-LINE-COPAY TO WS-CAS-AMT
               PERFORM 7350-WRITE-CAS-SEGMENT
           END-IF

           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'DTP*573*D8*' WS-FWD-PAID-DATE(WS-FWD-SUB) '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7400-PUT-SEGMENT
           .

       7350-WRITE-CAS-SEGMENT.
      *----------------------------------------------------------------*
      * ONE CAS ADJUSTMENT - NOTHING IS WRITTEN FOR A ZERO AMOUNT      *
      *----------------------------------------------------------------*
           IF WS-CAS-AMT NOT = 0
               MOVE WS-CAS-AMT TO WS-FMT-AMT
               PERFORM 7100-FORMAT-AMOUNT
               MOVE SPACES TO WS-EDI-OUT-BUFFER
               STRING 'CAS*' WS-CAS-GROUP '*' DELIMITED BY SIZE
                      WS-CAS-REASON DELIMITED BY SPACE
                      '*' DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SPACE
                      '~' DELIMITED BY SIZE
                   INTO WS-EDI-OUT-BUFFER
               PERFORM 7400-PUT-SEGMENT
           END-IF
           .

       7400-PUT-SEGMENT.
      *----------------------------------------------------------------*
      * WRITE A SEGMENT INSIDE THE TRANSACTION SET AND COUNT IT        *
      *----------------------------------------------------------------*
           PERFORM 7500-WRITE-EDI-BUFFER
           ADD 1 TO WS-837-SEG-COUNT
           .

       7500-WRITE-EDI-BUFFER.
      *----------------------------------------------------------------*
      * PACK THE SEGMENT TEXT INTO 80-BYTE CARD IMAGES, CARRYING A     *
      * PARTIAL CARD ACROSS CALLS (THE STREAM IS CONTINUOUS)           *
      *----------------------------------------------------------------*
           MOVE 300 TO WS-SUB-1
           PERFORM UNTIL WS-SUB-1 < 1
               OR WS-EDI-OUT-BUFFER(WS-SUB-1:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SUB-1
           END-PERFORM

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-SUB-1
               ADD 1 TO WS-OUT-REM-LEN
               MOVE WS-EDI-OUT-BUFFER(WS-SCAN-POS:1)
                   TO WS-OUT-REMAINDER(WS-OUT-REM-LEN:1)
               IF WS-OUT-REM-LEN = 80
                   WRITE EDI-837-RECORD FROM WS-OUT-REMAINDER
                   MOVE SPACES TO WS-OUT-REMAINDER
                   MOVE 0 TO WS-OUT-REM-LEN
               END-IF
           END-PERFORM
           .

       7600-FLUSH-EDI-REMAINDER.
      *----------------------------------------------------------------*
      * WRITE A FINAL PARTIAL CARD, SPACE-PADDED                       *
      *----------------------------------------------------------------*
           IF WS-OUT-REM-LEN > 0
               WRITE EDI-837-RECORD FROM WS-OUT-REMAINDER
               MOVE SPACES TO WS-OUT-REMAINDER
               MOVE 0 TO WS-OUT-REM-LEN
           END-IF
           .

       7900-WRITE-SE-SEGMENT.
      *----------------------------------------------------------------*
      * SE01 COUNTS ST THROUGH SE INCLUSIVE                            *
      *----------------------------------------------------------------*
           ADD 1 TO WS-837-SEG-COUNT
           MOVE WS-837-SEG-COUNT TO WS-EDIT-SEG
           MOVE WS-ST-CTRL-NO TO WS-EDIT-ST
           MOVE SPACES TO WS-EDI-OUT-BUFFER
           STRING 'SE*' WS-EDIT-SEG '*' WS-EDIT-ST '~'
               DELIMITED BY SIZE INTO WS-EDI-OUT-BUFFER
           PERFORM 7500-WRITE-EDI-BUFFER
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCCOBFWD' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCCOBFWD - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCCOBFWD - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCCOBFWD - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO FWD-CONTROL-RPT-REC
           WRITE FWD-CONTROL-RPT-REC
           MOVE 'ACK TRANSACTION SETS APPLIED' TO WS-RPT-LABEL
           MOVE WS-CTR-ACK-SETS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS ACCEPTED BY SECONDARY PAYER' TO WS-RPT-LABEL
           MOVE WS-CTR-ACCEPTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS REJECTED BY SECONDARY PAYER' TO WS-RPT-LABEL
           MOVE WS-CTR-REJECTED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ACKS NOT MATCHED TO A SENT CLAIM' TO WS-RPT-LABEL
           MOVE WS-CTR-ACK-UNMATCHED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'INTERCHANGES BUILT' TO WS-RPT-LABEL
           MOVE WS-CTR-INTERCHANGES TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS FORWARDED' TO WS-RPT-LABEL
           MOVE WS-CTR-FORWARDED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PRIMARY PAID ON CLAIMS FORWARDED' TO WS-RPT-LABEL
           MOVE WS-TOT-FORWARDED TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS NOT FORWARDED' TO WS-RPT-LABEL
           MOVE WS-CTR-NOT-BUILT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SENT AND NOT ACKNOWLEDGED' TO WS-RPT-LABEL
           MOVE WS-CTR-UNACKED TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCCOBFWD - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'ACK RECORDS READ:   ' WS-CTR-ACK-RECORDS
           DISPLAY 'ACK SETS APPLIED:   ' WS-CTR-ACK-SETS
           DISPLAY 'ACCEPTED:           ' WS-CTR-ACCEPTED
           DISPLAY 'REJECTED:           ' WS-CTR-REJECTED
           DISPLAY 'UNKNOWN SENDERS:    ' WS-CTR-UNKNOWN-SENDER
           DISPLAY 'PENDING FORWARDS:   ' WS-CTR-QUEUED
           DISPLAY 'CLAIMS FORWARDED:   ' WS-CTR-FORWARDED
           DISPLAY 'NOT FORWARDED:      ' WS-CTR-NOT-BUILT
           DISPLAY 'NOT ACKNOWLEDGED:   ' WS-CTR-UNACKED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE ACK-INPUT-FILE
           CLOSE EDI-837-OUTPUT-FILE
           CLOSE FWD-CONTROL-RPT
           .
