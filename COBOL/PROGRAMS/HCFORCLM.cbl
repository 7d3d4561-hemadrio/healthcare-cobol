       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCFORCLM.
      *================================================================*
      * PROGRAM:     HCFORCLM                                          *
      * DESCRIPTION: OUT-OF-COUNTRY (FOREIGN) CLAIM INTAKE. READS THE  *
      *              ITEMIZED BILLS MEMBERS SUBMIT FROM ABROAD, AS     *
      *              KEYED BY THE CLAIMS MAILROOM IN THE BILL'S OWN    *
      *              CURRENCY, AND BUILDS CPYCLMHD / CPYCLMLN RECORDS  *
      *              ON THE SAME CLMINPUT/CLMLINES FILES HCEDI837      *
      *              PRODUCES. EACH LINE IS CONVERTED TO US DOLLARS AT *
      *              THE EXCHANGE_RATE TABLE RATE IN EFFECT ON ITS     *
      *              DATE OF SERVICE (LATEST RATE ON OR BEFORE THE     *
      *              DOS, NO MORE THAN WS-MAX-RATE-AGE DAYS OLD). THE  *
      *              COUNTRY, CURRENCY, FOREIGN AMOUNT AND RATE USED   *
      *              RIDE ON THE CLAIM AND ARE KEPT ON FOREIGN_CLAIM / *
      *              FOREIGN_CLAIM_LINE FOR ADJUDICATION (HCCLMADJ     *
      *              OUT-OF-COUNTRY BENEFIT CHECK) AND THE EOB         *
      *              (HCREMIT). THE CLAIM SOURCE CODE IS 'FC'.         *
      *              THE OPTIONAL DAILY RATE FILE IS LOADED TO         *
      *              EXCHANGE_RATE FIRST SO THE SAME RUN CAN USE IT.   *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  FXRATES  - DAILY EXCHANGE RATES (40-BYTE, OPT.)  *
      *               FORCLMIN - FOREIGN CLAIM INTAKE (300-BYTE FIXED) *
      * OUTPUT FILES: CLMINPUT - CLAIM HEADERS (CPYCLMHD, 4096)        *
      *               CLMLINES - CLAIM SERVICE LINES (CPYCLMLN)        *
      *               FORRJCT  - UNTRANSLATABLE FOREIGN CLAIM RECORDS  *
      *               FORCTRL  - INTAKE CONTROL REPORT                 *
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
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXRT-STATUS.

           SELECT FOREIGN-INPUT-FILE
               ASSIGN TO FORCLMIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FORIN-STATUS.

           SELECT CLAIM-OUTPUT-FILE
               ASSIGN TO CLMINPUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLMOUT-STATUS.

           SELECT CLAIM-LINE-OUTPUT-FILE
               ASSIGN TO CLMLINES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LINOUT-STATUS.

           SELECT FOREIGN-REJECT-FILE
               ASSIGN TO FORRJCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FORRJ-STATUS.

           SELECT FOREIGN-CONTROL-RPT
               ASSIGN TO FORCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FORCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXCHANGE-RATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXCHANGE-RATE-REC.
           05  FX-CURRENCY-CD              PIC X(03).
           05  FX-RATE-DATE                PIC 9(08).
           05  FX-USD-PER-UNIT             PIC 9(05)V9(08).
           05  FX-RATE-SOURCE              PIC X(10).
           05  FILLER                      PIC X(06).

       FD  FOREIGN-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FOREIGN-INPUT-REC.
           05  FC-RECORD-TYPE              PIC X(02).
               88  FC-IS-HEADER            VALUE '01'.
               88  FC-IS-LINE              VALUE '02'.
               88  FC-IS-TRAILER           VALUE '99'.
           05  FC-RECORD-DATA              PIC X(298).

       FD  CLAIM-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 4096 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-OUTPUT-REC                PIC X(4096).

       FD  CLAIM-LINE-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLAIM-LINE-OUTPUT-REC           PIC X(500).

       FD  FOREIGN-REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 360 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FOREIGN-REJECT-REC.
           05  FR-REJECT-REASON            PIC X(60).
           05  FR-RECORD-IMAGE             PIC X(300).

       FD  FOREIGN-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FOREIGN-CONTROL-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-FXRT-STATUS              PIC X(02).
               88  FXRT-OK                 VALUE '00'.
           05  WS-FORIN-STATUS             PIC X(02).
               88  FORIN-OK                VALUE '00'.
               88  FORIN-EOF               VALUE '10'.
           05  WS-CLMOUT-STATUS            PIC X(02).
               88  CLMOUT-OK               VALUE '00'.
           05  WS-LINOUT-STATUS            PIC X(02).
               88  LINOUT-OK               VALUE '00'.
           05  WS-FORRJ-STATUS             PIC X(02).
               88  FORRJ-OK                VALUE '00'.
           05  WS-FORCT-STATUS             PIC X(02).
               88  FORCT-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FXRT-EOF-SW              PIC X(01) VALUE 'N'.
               88  FXRT-AT-EOF             VALUE 'Y'.
           05  WS-FORIN-EOF-SW             PIC X(01) VALUE 'N'.
               88  FORIN-AT-EOF            VALUE 'Y'.
           05  WS-CLAIM-OPEN-SW            PIC X(01) VALUE 'N'.
               88  CLAIM-IN-PROGRESS       VALUE 'Y'.
           05  WS-CLAIM-GOOD-SW            PIC X(01) VALUE 'Y'.
               88  CLAIM-IS-GOOD           VALUE 'Y'.
               88  CLAIM-IS-BAD            VALUE 'N'.
           05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN            VALUE 'Y'.

      *================================================================*
      * FOREIGN CLAIM RECORD LAYOUTS (REDEFINED OVER THE INPUT DATA)   *
      *================================================================*
       01  WS-FOREIGN-HEADER-FIELDS.
           05  FCH-INTAKE-ID               PIC X(15).
           05  FCH-MEMBER-ID               PIC X(20).
           05  FCH-PAT-LAST-NAME           PIC X(35).
           05  FCH-PAT-FIRST-NAME          PIC X(25).
           05  FCH-PAT-DOB                 PIC X(08).
           05  FCH-PAT-GENDER              PIC X(01).
           05  FCH-CLAIM-TYPE              PIC X(01).
               88  FCH-TYPE-INST           VALUE 'I'.
               88  FCH-TYPE-PROF           VALUE 'P'.
           05  FCH-COUNTRY-CD              PIC X(02).
               88  FCH-COUNTRY-DOMESTIC    VALUE 'US' 'PR' 'VI'
                                                 'GU' 'AS' 'MP'.
           05  FCH-CURRENCY-CD             PIC X(03).
           05  FCH-EMERGENCY-IND           PIC X(01).
               88  FCH-EMERGENCY           VALUE 'Y'.
           05  FCH-FROM-DOS                PIC X(08).
           05  FCH-THRU-DOS                PIC X(08).
           05  FCH-PROV-NAME               PIC X(50).
           05  FCH-PRINC-DIAG              PIC X(08).
           05  FCH-DIAG-2                  PIC X(08).
           05  FCH-DIAG-3                  PIC X(08).
           05  FCH-LINE-COUNT              PIC 9(03).
           05  FCH-RECEIVED-DT             PIC X(08).

       01  WS-FOREIGN-LINE-FIELDS.
           05  FCL-INTAKE-ID               PIC X(15).
           05  FCL-LINE-NO                 PIC 9(03).
           05  FCL-REV-CD                  PIC X(04).
           05  FCL-HCPCS-CD                PIC X(05).
           05  FCL-FROM-DOS                PIC X(08).
           05  FCL-FROM-DOS-N REDEFINES FCL-FROM-DOS
                                           PIC 9(08).
           05  FCL-THRU-DOS                PIC X(08).
           05  FCL-UNITS                   PIC 9(05)V99.
           05  FCL-FOREIGN-AMT             PIC 9(11)V99.
           05  FCL-SERVICE-DESC            PIC X(40).

       01  WS-FOREIGN-TRAILER-FIELDS.
           05  FCT-CLAIM-COUNT             PIC 9(09).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RATES-READ           PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-RATES-ADDED          PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-RATES-RESTATED       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-RATES-REJECTED       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-RECORDS-READ         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-BUILT         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-LINES-BUILT          PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-REJECTED      PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-NO-RATE-LINES        PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-EMERGENCY-CLAIMS     PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-EXPECTED-LINES       PIC 9(03) VALUE 0.
           05  WS-CTR-LINES-THIS-CLAIM     PIC 9(03) VALUE 0.
           05  WS-CTR-TOTAL-USD            PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE                PIC 9(08).
           05  WS-REJECT-REASON            PIC X(60).
           05  WS-CLAIM-SEQ                PIC 9(07) VALUE 0.
           05  WS-MAX-RATE-AGE             PIC 9(03) VALUE 7.
           05  WS-RATE-AGE-DAYS            PIC S9(07) COMP-3.
           05  WS-LINE-SUB                 PIC 9(03) COMP.
           05  WS-USD-LINE-AMT             PIC S9(09)V99 COMP-3.

      *--- CONVERTED LINES ARE HELD UNTIL THE WHOLE BILL HAS PRICED
      *--- SO A LINE WITH NO USABLE RATE SETS THE CLAIM ASIDE WHOLE
       01  WS-LINE-BUFFER.
           05  WS-LINE-BUF-ENTRY           PIC X(500)
                                           OCCURS 99 TIMES.

       01  HV-FOREIGN-VARS.
           05  HV-CURRENCY-CD              PIC X(03).
           05  HV-RATE-DATE                PIC 9(08).
           05  HV-USD-PER-UNIT             PIC S9(05)V9(08) COMP-3.
           05  HV-RATE-SOURCE              PIC X(10).
           05  HV-SERVICE-DATE             PIC 9(08).
           05  HV-ROW-COUNT                PIC S9(09) COMP.
           05  HV-CLAIM-ID                 PIC X(15).
           05  HV-INTAKE-ID                PIC X(15).
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-COUNTRY-CD               PIC X(02).
           05  HV-FOREIGN-AMT              PIC S9(13)V99 COMP-3.
           05  HV-USD-AMT                  PIC S9(11)V99 COMP-3.
           05  HV-EMERGENCY-IND            PIC X(01).
           05  HV-LINE-NO                  PIC 9(03).
           05  HV-SERVICE-DESC             PIC X(40).

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
               VALUE 'FOREIGN CLAIM INTAKE CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

           COPY CPYCLMHD.
           COPY CPYCLMLN.
           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - LOAD THE DAY'S RATES, THEN TRANSLATE THE BILLS      *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 1500-LOAD-EXCHANGE-RATES
               THRU 1500-LOAD-EXCHANGE-RATES-EXIT
           PERFORM 2000-PROCESS-FOREIGN-FILE
               THRU 2000-PROCESS-FOREIGN-FILE-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS.     *
      * THE RATE FILE IS OMITTED WHEN THE TREASURY FEED HAS ALREADY    *
      * BEEN LOADED BY AN EARLIER RUN THE SAME DAY.                    *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WORK-DATE

           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT FXRT-OK
               DISPLAY 'HCFORCLM - NO FXRATES INPUT - SKIPPED'
               SET FXRT-AT-EOF TO TRUE
           END-IF

           OPEN INPUT FOREIGN-INPUT-FILE
           IF NOT FORIN-OK
               MOVE 'FOREIGN-INPUT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT CLAIM-OUTPUT-FILE
                       CLAIM-LINE-OUTPUT-FILE
                       FOREIGN-REJECT-FILE
                       FOREIGN-CONTROL-RPT
           IF NOT CLMOUT-OK OR NOT LINOUT-OK
              OR NOT FORRJ-OK OR NOT FORCT-OK
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE FOREIGN-CONTROL-REC FROM WS-RPT-HEADER-1
           WRITE FOREIGN-CONTROL-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO FOREIGN-CONTROL-REC
           WRITE FOREIGN-CONTROL-REC
           .

       1200-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE FOREIGN-CONTROL-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 1500 - LOAD THE DAILY EXCHANGE RATES. A RATE ALREADY ON FILE   *
      * FOR THE CURRENCY AND DATE IS RESTATED, OTHERWISE ADDED.        *
      *================================================================*
       1500-LOAD-EXCHANGE-RATES.
           PERFORM 1510-READ-EXCHANGE-RATE
           PERFORM UNTIL FXRT-AT-EOF
               IF FX-CURRENCY-CD = SPACES
                  OR FX-RATE-DATE NOT NUMERIC
                  OR FX-USD-PER-UNIT NOT NUMERIC
                  OR FX-USD-PER-UNIT = 0
                   DISPLAY 'HCFORCLM - RATE REJECTED: '
                           EXCHANGE-RATE-REC
                   ADD 1 TO WS-CTR-RATES-REJECTED
               ELSE
                   PERFORM 1520-UPSERT-EXCHANGE-RATE
               END-IF
               PERFORM 1510-READ-EXCHANGE-RATE
           END-PERFORM
           .
       1500-LOAD-EXCHANGE-RATES-EXIT.
           EXIT.

       1510-READ-EXCHANGE-RATE.
           READ EXCHANGE-RATE-FILE
               AT END
                   SET FXRT-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-RATES-READ
           END-READ
           .

       1520-UPSERT-EXCHANGE-RATE.
           MOVE FX-CURRENCY-CD  TO HV-CURRENCY-CD
           MOVE FX-RATE-DATE    TO HV-RATE-DATE
           MOVE FX-USD-PER-UNIT TO HV-USD-PER-UNIT
           MOVE FX-RATE-SOURCE  TO HV-RATE-SOURCE

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   EXCHANGE_RATE
               WHERE  CURRENCY_CODE = :HV-CURRENCY-CD
               AND    RATE_DATE = :HV-RATE-DATE
           END-EXEC

           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               EXEC SQL
                   UPDATE EXCHANGE_RATE
                   SET    USD_PER_UNIT = :HV-USD-PER-UNIT,
                          RATE_SOURCE = :HV-RATE-SOURCE,
                          LOAD_DATE = :WS-WORK-DATE
                   WHERE  CURRENCY_CODE = :HV-CURRENCY-CD
                   AND    RATE_DATE = :HV-RATE-DATE
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-RATES-RESTATED
               END-IF
           ELSE
               EXEC SQL
                   INSERT INTO EXCHANGE_RATE
                   (CURRENCY_CODE, RATE_DATE, USD_PER_UNIT,
                    RATE_SOURCE, LOAD_DATE)
                   VALUES
                   (:HV-CURRENCY-CD, :HV-RATE-DATE,
                    :HV-USD-PER-UNIT, :HV-RATE-SOURCE,
                    :WS-WORK-DATE)
               END-EXEC
               IF WS-SQLCODE = 0
                   ADD 1 TO WS-CTR-RATES-ADDED
               END-IF
           END-IF

           IF WS-SQLCODE NOT = 0
               MOVE 'EXCHANGE_RATE WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               ADD 1 TO WS-CTR-RATES-REJECTED
           END-IF
           .

      *================================================================*
      * 2000 - MAIN TRANSLATION LOOP                                   *
      *================================================================*
       2000-PROCESS-FOREIGN-FILE.
           PERFORM 2100-READ-FOREIGN-RECORD
           PERFORM UNTIL FORIN-AT-EOF
               EVALUATE TRUE
                   WHEN FC-IS-HEADER
                       PERFORM 3000-START-NEW-CLAIM
                           THRU 3000-START-NEW-CLAIM-EXIT
                   WHEN FC-IS-LINE
                       PERFORM 3500-BUILD-CLAIM-LINE
                           THRU 3500-BUILD-CLAIM-LINE-EXIT
                   WHEN FC-IS-TRAILER
                       SET TRAILER-SEEN TO TRUE
                       MOVE FC-RECORD-DATA(1:9)
                         TO WS-FOREIGN-TRAILER-FIELDS
                   WHEN OTHER
                       MOVE 'UNRECOGNIZED FOREIGN CLAIM RECORD TYPE'
                         TO WS-REJECT-REASON
                       PERFORM 5100-WRITE-REJECT-RECORD
               END-EVALUATE
               PERFORM 2100-READ-FOREIGN-RECORD
           END-PERFORM

           IF CLAIM-IN-PROGRESS
               PERFORM 4000-FLUSH-CLAIM
                   THRU 4000-FLUSH-CLAIM-EXIT
           END-IF

      *--- PROVE THE FILE AGAINST ITS CONTROL TRAILER ---
           IF TRAILER-SEEN
               IF FCT-CLAIM-COUNT NOT =
                  (WS-CTR-CLAIMS-BUILT + WS-CTR-CLAIMS-REJECTED)
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-RPT-LABEL
                   STRING 'TRAILER ' FCT-CLAIM-COUNT
                       ' VS TRANSLATED+REJECTED'
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1200-WRITE-DETAIL-LINE
               END-IF
           ELSE
               MOVE 'FILE INTEGRITY' TO WS-RPT-LABEL
               MOVE 'NO 99 CONTROL TRAILER ON FOREIGN CLAIM FILE'
                 TO WS-RPT-VALUE
               PERFORM 1200-WRITE-DETAIL-LINE
           END-IF
           .
       2000-PROCESS-FOREIGN-FILE-EXIT.
           EXIT.

       2100-READ-FOREIGN-RECORD.
      *----------------------------------------------------------------*
      * READ THE NEXT FOREIGN CLAIM RECORD                             *
      *----------------------------------------------------------------*
           READ FOREIGN-INPUT-FILE
               AT END
                   SET FORIN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-RECORDS-READ
           END-READ
           .

      *================================================================*
      * 3000 - START A NEW CLAIM FROM A FOREIGN CLAIM HEADER RECORD    *
      *================================================================*
       3000-START-NEW-CLAIM.
           IF CLAIM-IN-PROGRESS
               PERFORM 4000-FLUSH-CLAIM
                   THRU 4000-FLUSH-CLAIM-EXIT
           END-IF

           MOVE FC-RECORD-DATA(1:212) TO WS-FOREIGN-HEADER-FIELDS

           IF FCH-INTAKE-ID = SPACES OR FCH-MEMBER-ID = SPACES
               MOVE 'FOREIGN HEADER MISSING INTAKE ID OR MEMBER ID'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

           IF NOT FCH-TYPE-INST AND NOT FCH-TYPE-PROF
               MOVE 'FOREIGN HEADER CLAIM TYPE NOT I OR P'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

      *--- A BILL FROM A US STATE OR TERRITORY IS NOT FOREIGN; IT
      *--- GOES BACK TO THE MAILROOM FOR NORMAL PAPER KEYING ---
           IF FCH-COUNTRY-CD = SPACES OR FCH-COUNTRY-DOMESTIC
               MOVE 'COUNTRY CODE MISSING OR DOMESTIC'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

           IF FCH-CURRENCY-CD = SPACES
               MOVE 'CURRENCY CODE MISSING' TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

           INITIALIZE WS-CLAIM-HEADER-REC
           SET CLAIM-IN-PROGRESS TO TRUE
           SET CLAIM-IS-GOOD TO TRUE
           MOVE 0 TO WS-CTR-LINES-THIS-CLAIM

      *--- THE CLAIM NUMBER IS MINTED HERE; THE MAILROOM INTAKE ID
      *--- RIDES IN THE ICN FIELD FOR THE EXAMINER'S CROSS-REFERENCE
           ADD 1 TO WS-CLAIM-SEQ
           STRING 'FC' WS-WORK-DATE(3:6) WS-CLAIM-SEQ
               DELIMITED BY SIZE
               INTO WS-CLM-NUMBER
           END-STRING
           MOVE '00' TO WS-CLM-SUFFIX
           MOVE FCH-INTAKE-ID TO WS-CLM-ICN

           MOVE FCH-MEMBER-ID        TO WS-CLM-SUB-MEMBER-ID
           MOVE FCH-PAT-LAST-NAME    TO WS-CLM-PAT-LAST-NAME
                                        WS-CLM-SUB-LAST-NAME
           MOVE FCH-PAT-FIRST-NAME   TO WS-CLM-PAT-FIRST-NAME
                                        WS-CLM-SUB-FIRST-NAME
           MOVE FCH-PAT-DOB          TO WS-CLM-PAT-DOB
                                        WS-CLM-SUB-DOB
           MOVE FCH-PAT-GENDER       TO WS-CLM-PAT-GENDER
           SET WS-CLM-PAT-SELF TO TRUE

           IF FCH-TYPE-INST
               SET WS-CLM-INSTITUTIONAL TO TRUE
               SET WS-CLM-UB04 TO TRUE
               IF FCH-THRU-DOS > FCH-FROM-DOS
                   MOVE '0111' TO WS-CLM-BILL-TYPE
               ELSE
                   MOVE '0131' TO WS-CLM-BILL-TYPE
               END-IF
           ELSE
               SET WS-CLM-PROFESSIONAL TO TRUE
               SET WS-CLM-CMS1500 TO TRUE
           END-IF
           SET WS-CLM-ORIGINAL TO TRUE
           SET WS-CLM-FOREIGN-CLAIM TO TRUE

      *--- THE EMERGENCY INDICATOR THE MAILROOM KEYS FROM THE BILL
      *--- DRIVES THE SAME ADMIT TYPE / ER PLACE OF SERVICE THE
      *--- ADJUDICATOR'S OON EMERGENCY BENEFIT KEYS ON ---
           IF FCH-EMERGENCY
               SET WS-CLM-EMERGENCY TO TRUE
               ADD 1 TO WS-CTR-EMERGENCY-CLAIMS
           END-IF

           MOVE FCH-FROM-DOS         TO WS-CLM-FROM-DOS
           MOVE FCH-THRU-DOS         TO WS-CLM-THRU-DOS
           MOVE FCH-PROV-NAME        TO WS-CLM-BILL-PROV-NAME
           MOVE FCH-PRINC-DIAG       TO WS-CLM-PRINC-DIAG
           MOVE FCH-PRINC-DIAG       TO WS-CLM-DIAG-CD(1)
           MOVE FCH-DIAG-2           TO WS-CLM-DIAG-CD(2)
           MOVE FCH-DIAG-3           TO WS-CLM-DIAG-CD(3)
           SET WS-CLM-ICD10 TO TRUE
           MOVE FCH-LINE-COUNT       TO WS-CTR-EXPECTED-LINES

           MOVE FCH-COUNTRY-CD       TO WS-CLM-COUNTRY-CD
           MOVE FCH-CURRENCY-CD      TO WS-CLM-CURRENCY-CD
           MOVE 0 TO WS-CLM-FOREIGN-CHARGES
                     WS-CLM-TOTAL-CHARGES

           IF FCH-RECEIVED-DT IS NUMERIC
              AND FCH-RECEIVED-DT NOT = ZEROS
               MOVE FCH-RECEIVED-DT TO WS-CLM-RECEIVED-DT
           ELSE
               MOVE WS-WORK-DATE TO WS-CLM-RECEIVED-DT
           END-IF
           MOVE WS-WORK-DATE TO WS-CLM-CREATE-DT
           MOVE 'HCFORCLM' TO WS-CLM-CREATE-USER
           SET WS-CLM-RECEIVED TO TRUE
           .
       3000-START-NEW-CLAIM-EXIT.
           EXIT.

      *================================================================*
      * 3500 - CONVERT ONE ITEMIZED LINE TO US DOLLARS AND HOLD IT     *
      *================================================================*
       3500-BUILD-CLAIM-LINE.
           IF NOT CLAIM-IN-PROGRESS
               MOVE 'FOREIGN LINE RECORD WITH NO OPEN CLAIM'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           MOVE FC-RECORD-DATA(1:103) TO WS-FOREIGN-LINE-FIELDS

           IF FCL-INTAKE-ID NOT = WS-CLM-ICN(1:15)
               MOVE 'FOREIGN LINE INTAKE ID DOES NOT MATCH CLAIM'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           IF FCL-FROM-DOS NOT NUMERIC
              OR FCL-FOREIGN-AMT NOT NUMERIC
              OR FCL-FOREIGN-AMT = 0
               MOVE 'FOREIGN LINE DOS OR BILLED AMOUNT INVALID'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           IF WS-CTR-LINES-THIS-CLAIM NOT < 99
               MOVE 'FOREIGN CLAIM EXCEEDS 99 LINES'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           PERFORM 3600-LOOKUP-EXCHANGE-RATE
           IF HV-USD-PER-UNIT = 0
               ADD 1 TO WS-CTR-NO-RATE-LINES
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           COMPUTE WS-USD-LINE-AMT ROUNDED =
               FCL-FOREIGN-AMT * HV-USD-PER-UNIT
               ON SIZE ERROR
                   MOVE 'CONVERTED LINE AMOUNT EXCEEDS LINE FIELD'
                     TO WS-REJECT-REASON
                   PERFORM 5100-WRITE-REJECT-RECORD
                   SET CLAIM-IS-BAD TO TRUE
                   GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-COMPUTE

           INITIALIZE WS-CLAIM-LINE-REC
           MOVE WS-CLM-NUMBER        TO WS-CLN-CLAIM-NO
           MOVE WS-CLM-SUFFIX        TO WS-CLN-SUFFIX
           MOVE FCL-LINE-NO          TO WS-CLN-LINE-NO
           MOVE FCL-REV-CD           TO WS-CLN-REV-CD
           MOVE FCL-HCPCS-CD         TO WS-CLN-HCPCS-CD
           MOVE FCL-FROM-DOS         TO WS-CLN-FROM-DOS
           MOVE FCL-THRU-DOS         TO WS-CLN-THRU-DOS
           MOVE FCL-UNITS            TO WS-CLN-UNITS
           SET WS-CLN-UNIT-EACH TO TRUE
           IF FCH-EMERGENCY
               SET WS-CLN-POS-ER TO TRUE
           ELSE
               MOVE '99' TO WS-CLN-PLACE-OF-SVC
           END-IF
           MOVE WS-USD-LINE-AMT      TO WS-CLN-CHARGE-AMT
           MOVE FCL-FOREIGN-AMT      TO WS-CLN-FOREIGN-CHARGE
           MOVE HV-USD-PER-UNIT      TO WS-CLN-EXCH-RATE
           MOVE HV-RATE-DATE         TO WS-CLN-EXCH-RATE-DT
           MOVE WS-WORK-DATE         TO WS-CLN-CREATE-DT

           ADD 1 TO WS-CTR-LINES-THIS-CLAIM
           MOVE WS-CLAIM-LINE-REC
             TO WS-LINE-BUF-ENTRY(WS-CTR-LINES-THIS-CLAIM)
           ADD FCL-FOREIGN-AMT TO WS-CLM-FOREIGN-CHARGES
           ADD WS-USD-LINE-AMT TO WS-CLM-TOTAL-CHARGES
           .
       3500-BUILD-CLAIM-LINE-EXIT.
           EXIT.

       3600-LOOKUP-EXCHANGE-RATE.
      *----------------------------------------------------------------*
      * FIND THE RATE IN EFFECT ON THE LINE'S DATE OF SERVICE - THE    *
      * LATEST PUBLISHED RATE ON OR BEFORE THE DOS (WEEKENDS/HOLIDAYS  *
      * CARRY THE PRIOR BUSINESS DAY'S RATE). A RATE OLDER THAN        *
      * WS-MAX-RATE-AGE DAYS IS NOT USED. ZERO RATE = NO USABLE RATE.  *
      *----------------------------------------------------------------*
           MOVE 0 TO HV-USD-PER-UNIT
           MOVE FCH-CURRENCY-CD TO HV-CURRENCY-CD
           MOVE FCL-FROM-DOS-N  TO HV-SERVICE-DATE

           IF FCH-CURRENCY-CD = 'USD'
               MOVE 1 TO HV-USD-PER-UNIT
               MOVE HV-SERVICE-DATE TO HV-RATE-DATE
           ELSE
               EXEC SQL
                   SELECT USD_PER_UNIT, RATE_DATE
                   INTO   :HV-USD-PER-UNIT, :HV-RATE-DATE
                   FROM   EXCHANGE_RATE
                   WHERE  CURRENCY_CODE = :HV-CURRENCY-CD
                   AND    RATE_DATE =
                          (SELECT MAX(RATE_DATE)
                           FROM   EXCHANGE_RATE
                           WHERE  CURRENCY_CODE = :HV-CURRENCY-CD
                           AND    RATE_DATE <= :HV-SERVICE-DATE)
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 0 TO HV-USD-PER-UNIT
                   MOVE 'NO EXCHANGE RATE ON OR BEFORE SERVICE DATE'
                     TO WS-REJECT-REASON
                   PERFORM 5100-WRITE-REJECT-RECORD
               ELSE
                   COMPUTE WS-RATE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(HV-SERVICE-DATE)
                     - FUNCTION INTEGER-OF-DATE(HV-RATE-DATE)
                   IF WS-RATE-AGE-DAYS > WS-MAX-RATE-AGE
                       MOVE 0 TO HV-USD-PER-UNIT
                       MOVE 'EXCHANGE RATE ON FILE TOO OLD FOR DOS'
                         TO WS-REJECT-REASON
                       PERFORM 5100-WRITE-REJECT-RECORD
                   END-IF
               END-IF
           END-IF
           .

      *================================================================*
      * 4000 - FLUSH THE COMPLETED CLAIM TO CLMINPUT/CLMLINES AND      *
      * RECORD THE ORIGINAL-CURRENCY DETAIL ON FOREIGN_CLAIM           *
      *================================================================*
       4000-FLUSH-CLAIM.
           IF CLAIM-IS-BAD
               MOVE 'CLAIM SET ASIDE - LINE NOT CONVERTIBLE'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               MOVE 'N' TO WS-CLAIM-OPEN-SW
               GO TO 4000-FLUSH-CLAIM-EXIT
           END-IF

           IF WS-CTR-LINES-THIS-CLAIM = 0
               MOVE 'FOREIGN CLAIM CARRIED NO SERVICE LINES'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               MOVE 'N' TO WS-CLAIM-OPEN-SW
               GO TO 4000-FLUSH-CLAIM-EXIT
           END-IF

           IF WS-CTR-LINES-THIS-CLAIM NOT = WS-CTR-EXPECTED-LINES
               MOVE 'LINE COUNT SHORT' TO WS-RPT-LABEL
               STRING WS-CLM-NUMBER ' EXPECTED ' WS-CTR-EXPECTED-LINES
                   ' GOT ' WS-CTR-LINES-THIS-CLAIM
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1200-WRITE-DETAIL-LINE
           END-IF

           PERFORM 4100-RECORD-FOREIGN-CLAIM

           WRITE CLAIM-OUTPUT-REC FROM WS-CLAIM-HEADER-REC
           IF NOT CLMOUT-OK
               MOVE 'CLAIM HEADER WRITE FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-CTR-LINES-THIS-CLAIM
               WRITE CLAIM-LINE-OUTPUT-REC
                   FROM WS-LINE-BUF-ENTRY(WS-LINE-SUB)
               IF NOT LINOUT-OK
                   MOVE 'CLAIM LINE WRITE FAILED' TO WS-ERR-MESSAGE
                   MOVE 'F' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               ADD 1 TO WS-CTR-LINES-BUILT
           END-PERFORM

           ADD 1 TO WS-CTR-CLAIMS-BUILT
           ADD WS-CLM-TOTAL-CHARGES TO WS-CTR-TOTAL-USD
           MOVE 'N' TO WS-CLAIM-OPEN-SW
           .
       4000-FLUSH-CLAIM-EXIT.
           EXIT.

       4100-RECORD-FOREIGN-CLAIM.
      *----------------------------------------------------------------*
      * KEEP THE ORIGINAL CURRENCY AMOUNTS AND RATES USED, ONE HEADER  *
      * ROW AND ONE ROW PER LINE. EXCLUSION_REASON IS FILLED IN BY     *
      * HCCLMADJ WHEN THE PLAN EXCLUDES THE CARE.                      *
      *----------------------------------------------------------------*
           MOVE WS-CLM-NUMBER          TO HV-CLAIM-ID
           MOVE FCH-INTAKE-ID          TO HV-INTAKE-ID
           MOVE FCH-MEMBER-ID          TO HV-MEMBER-ID
           MOVE FCH-COUNTRY-CD         TO HV-COUNTRY-CD
           MOVE FCH-CURRENCY-CD        TO HV-CURRENCY-CD
           MOVE WS-CLM-FOREIGN-CHARGES TO HV-FOREIGN-AMT
           MOVE WS-CLM-TOTAL-CHARGES   TO HV-USD-AMT
           IF FCH-EMERGENCY
               MOVE 'Y' TO HV-EMERGENCY-IND
           ELSE
               MOVE 'N' TO HV-EMERGENCY-IND
           END-IF

           EXEC SQL
               INSERT INTO FOREIGN_CLAIM
               (CLAIM_ID, INTAKE_ID, MEMBER_ID, COUNTRY_CODE,
                CURRENCY_CODE, FOREIGN_BILLED_AMT, USD_BILLED_AMT,
                EMERGENCY_IND, EXCLUSION_REASON, LOAD_DATE)
               VALUES
               (:HV-CLAIM-ID, :HV-INTAKE-ID, :HV-MEMBER-ID,
                :HV-COUNTRY-CD, :HV-CURRENCY-CD, :HV-FOREIGN-AMT,
                :HV-USD-AMT, :HV-EMERGENCY-IND, ' ',
                :WS-WORK-DATE)
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'FOREIGN_CLAIM INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-CTR-LINES-THIS-CLAIM
               MOVE WS-LINE-BUF-ENTRY(WS-LINE-SUB)
                 TO WS-CLAIM-LINE-REC
               MOVE WS-CLN-LINE-NO        TO HV-LINE-NO
               MOVE WS-CLN-FOREIGN-CHARGE TO HV-FOREIGN-AMT
               MOVE WS-CLN-EXCH-RATE      TO HV-USD-PER-UNIT
               MOVE WS-CLN-EXCH-RATE-DT   TO HV-RATE-DATE
               MOVE WS-CLN-CHARGE-AMT     TO HV-USD-AMT
               EXEC SQL
                   INSERT INTO FOREIGN_CLAIM_LINE
                   (CLAIM_ID, LINE_NUMBER, FOREIGN_AMT,
                    USD_PER_UNIT, RATE_DATE, USD_AMT)
                   VALUES
                   (:HV-CLAIM-ID, :HV-LINE-NO, :HV-FOREIGN-AMT,
                    :HV-USD-PER-UNIT, :HV-RATE-DATE, :HV-USD-AMT)
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 'FOREIGN_CLAIM_LINE INSERT FAILED'
                     TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-PERFORM
           .

       5100-WRITE-REJECT-RECORD.
      *----------------------------------------------------------------*
      * WRITE ONE RECORD TO THE FOREIGN CLAIM REJECT FILE              *
      *----------------------------------------------------------------*
           MOVE WS-REJECT-REASON TO FR-REJECT-REASON
           MOVE FOREIGN-INPUT-REC TO FR-RECORD-IMAGE
           WRITE FOREIGN-REJECT-REC
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCFORCLM' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCFORCLM - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCFORCLM - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCFORCLM - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'EXCHANGE RATES READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RATES-READ TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'EXCHANGE RATES ADDED' TO WS-RPT-LABEL
           MOVE WS-CTR-RATES-ADDED TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'EXCHANGE RATES RESTATED' TO WS-RPT-LABEL
           MOVE WS-CTR-RATES-RESTATED TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'EXCHANGE RATES REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-RATES-REJECTED TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'FOREIGN CLAIM RECORDS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-READ TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'CLAIMS TRANSLATED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-BUILT TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'EMERGENCY CLAIMS' TO WS-RPT-LABEL
           MOVE WS-CTR-EMERGENCY-CLAIMS TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'SERVICE LINES TRANSLATED' TO WS-RPT-LABEL
           MOVE WS-CTR-LINES-BUILT TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'LINES WITH NO USABLE RATE' TO WS-RPT-LABEL
           MOVE WS-CTR-NO-RATE-LINES TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'CLAIMS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-REJECTED TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCFORCLM - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RATES READ:         ' WS-CTR-RATES-READ
           DISPLAY 'RATES ADDED:        ' WS-CTR-RATES-ADDED
           DISPLAY 'RATES RESTATED:     ' WS-CTR-RATES-RESTATED
           DISPLAY 'RATES REJECTED:     ' WS-CTR-RATES-REJECTED
           DISPLAY 'CLAIM RECORDS READ: ' WS-CTR-RECORDS-READ
           DISPLAY 'CLAIMS TRANSLATED:  ' WS-CTR-CLAIMS-BUILT
           DISPLAY 'EMERGENCY CLAIMS:   ' WS-CTR-EMERGENCY-CLAIMS
           DISPLAY 'SERVICE LINES:      ' WS-CTR-LINES-BUILT
           DISPLAY 'NO-RATE LINES:      ' WS-CTR-NO-RATE-LINES
           DISPLAY 'CLAIMS REJECTED:    ' WS-CTR-CLAIMS-REJECTED
           DISPLAY 'TOTAL USD BILLED:   ' WS-CTR-TOTAL-USD
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE EXCHANGE-RATE-FILE
           CLOSE FOREIGN-INPUT-FILE
           CLOSE CLAIM-OUTPUT-FILE
           CLOSE CLAIM-LINE-OUTPUT-FILE
           CLOSE FOREIGN-REJECT-FILE
           CLOSE FOREIGN-CONTROL-RPT
           .
