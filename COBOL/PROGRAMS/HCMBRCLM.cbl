       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCMBRCLM.
      *================================================================*
      * PROGRAM:     HCMBRCLM                                          *
      * DESCRIPTION: MEMBER-SUBMITTED CLAIM INTAKE. READS THE CLAIM    *
      *              FORMS AND ITEMIZED RECEIPTS MEMBERS SEND IN FOR   *
      *              CARE THEY HAVE ALREADY PAID FOR (USUALLY AN       *
      *              OUT-OF-NETWORK PROVIDER), AS KEYED BY THE CLAIMS  *
      *              MAILROOM, AND BUILDS CPYCLMHD / CPYCLMLN RECORDS  *
      *              ON THE SAME CLMINPUT/CLMLINES FILES HCEDI837      *
      *              PRODUCES. THE CLAIM SOURCE CODE IS 'MS'.          *
      *              WHEN THE RECEIPT SHOWS THE MEMBER PAID THE        *
      *              PROVIDER THE PAY-TO-SUBSCRIBER INDICATOR IS SET,  *
      *              AND HCREMIT ROUTES THE BENEFIT TO THE SUBSCRIBER  *
      *              (EFT ACCOUNT ON FILE, OTHERWISE A CHECK TO THE    *
      *              PATIENT MASTER ADDRESS) INSTEAD OF THE PROVIDER.  *
      *              AN UNPAID BILL THE MEMBER FORWARDS STILL PAYS THE *
      *              PROVIDER. THE PATIENT MUST BE ON THE MEMBER FILE  *
      *              SO THE SUBSCRIBER CAN BE CARRIED ON THE CLAIM.    *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  MBRCLMIN - MEMBER CLAIM INTAKE (300-BYTE FIXED)  *
      * OUTPUT FILES: CLMINPUT - CLAIM HEADERS (CPYCLMHD, 4096)        *
      *               CLMLINES - CLAIM SERVICE LINES (CPYCLMLN)        *
      *               MBRRJCT  - UNTRANSLATABLE MEMBER CLAIM RECORDS   *
      *               MBRCTRL  - INTAKE CONTROL REPORT                 *
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
           SELECT MEMBER-INPUT-FILE
               ASSIGN TO MBRCLMIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MBRIN-STATUS.

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

           SELECT MEMBER-REJECT-FILE
               ASSIGN TO MBRRJCT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MBRRJ-STATUS.

           SELECT MEMBER-CONTROL-RPT
               ASSIGN TO MBRCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MBRCT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MEMBER-INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MEMBER-INPUT-REC.
           05  MC-RECORD-TYPE              PIC X(02).
               88  MC-IS-HEADER            VALUE '01'.
               88  MC-IS-LINE              VALUE '02'.
               88  MC-IS-TRAILER           VALUE '99'.
           05  MC-RECORD-DATA              PIC X(298).

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

       FD  MEMBER-REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 360 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MEMBER-REJECT-REC.
           05  MR-REJECT-REASON            PIC X(60).
           05  MR-RECORD-IMAGE             PIC X(300).

       FD  MEMBER-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MEMBER-CONTROL-REC              PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-MBRIN-STATUS             PIC X(02).
               88  MBRIN-OK                VALUE '00'.
               88  MBRIN-EOF               VALUE '10'.
           05  WS-CLMOUT-STATUS            PIC X(02).
               88  CLMOUT-OK               VALUE '00'.
           05  WS-LINOUT-STATUS            PIC X(02).
               88  LINOUT-OK               VALUE '00'.
           05  WS-MBRRJ-STATUS             PIC X(02).
               88  MBRRJ-OK                VALUE '00'.
           05  WS-MBRCT-STATUS             PIC X(02).
               88  MBRCT-OK                VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MBRIN-EOF-SW             PIC X(01) VALUE 'N'.
               88  MBRIN-AT-EOF            VALUE 'Y'.
           05  WS-CLAIM-OPEN-SW            PIC X(01) VALUE 'N'.
               88  CLAIM-IN-PROGRESS       VALUE 'Y'.
           05  WS-CLAIM-GOOD-SW            PIC X(01) VALUE 'Y'.
               88  CLAIM-IS-GOOD           VALUE 'Y'.
               88  CLAIM-IS-BAD            VALUE 'N'.
           05  WS-TRAILER-SEEN-SW          PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN            VALUE 'Y'.

      *================================================================*
      * MEMBER CLAIM RECORD LAYOUTS (REDEFINED OVER THE INPUT DATA)    *
      *================================================================*
       01  WS-MEMBER-HEADER-FIELDS.
           05  MCH-INTAKE-ID               PIC X(15).
           05  MCH-MEMBER-ID               PIC X(20).
           05  MCH-PAT-LAST-NAME           PIC X(35).
           05  MCH-PAT-FIRST-NAME          PIC X(25).
           05  MCH-PAT-DOB                 PIC X(08).
           05  MCH-PAT-GENDER              PIC X(01).
           05  MCH-CLAIM-TYPE              PIC X(01).
               88  MCH-TYPE-INST           VALUE 'I'.
               88  MCH-TYPE-PROF           VALUE 'P'.
      *--- 'Y' = THE RECEIPT SHOWS THE MEMBER PAID THE PROVIDER ---
           05  MCH-PAID-IND                PIC X(01).
               88  MCH-MEMBER-PAID         VALUE 'Y'.
           05  MCH-FROM-DOS                PIC X(08).
           05  MCH-THRU-DOS                PIC X(08).
           05  MCH-PROV-NPI                PIC X(10).
           05  MCH-PROV-TAX-ID             PIC X(09).
           05  MCH-PROV-NAME               PIC X(50).
           05  MCH-PRINC-DIAG              PIC X(08).
           05  MCH-DIAG-2                  PIC X(08).
           05  MCH-DIAG-3                  PIC X(08).
           05  MCH-LINE-COUNT              PIC 9(03).
           05  MCH-RECEIVED-DT             PIC X(08).

       01  WS-MEMBER-LINE-FIELDS.
           05  MCL-INTAKE-ID               PIC X(15).
           05  MCL-LINE-NO                 PIC 9(03).
           05  MCL-REV-CD                  PIC X(04).
           05  MCL-HCPCS-CD                PIC X(05).
           05  MCL-HCPCS-MOD-1             PIC X(02).
           05  MCL-FROM-DOS                PIC X(08).
           05  MCL-THRU-DOS                PIC X(08).
           05  MCL-UNITS                   PIC 9(05)V99.
           05  MCL-CHARGE-AMT              PIC 9(07)V99.
           05  MCL-PLACE-OF-SVC            PIC X(02).
           05  MCL-SERVICE-DESC            PIC X(40).

       01  WS-MEMBER-TRAILER-FIELDS.
           05  MCT-CLAIM-COUNT             PIC 9(09).

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-RECORDS-READ         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-BUILT         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-LINES-BUILT          PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-REJECTED      PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-PAY-SUBSCRIBER       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-PAY-PROVIDER         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-EXPECTED-LINES       PIC 9(03) VALUE 0.
           05  WS-CTR-LINES-THIS-CLAIM     PIC 9(03) VALUE 0.
           05  WS-CTR-TOTAL-BILLED         PIC S9(13)V99 COMP-3
                                                         VALUE +0.

       01  WS-WORK-FIELDS.
           05  WS-WORK-DATE                PIC 9(08).
           05  WS-REJECT-REASON            PIC X(60).
           05  WS-CLAIM-SEQ                PIC 9(07) VALUE 0.
           05  WS-LINE-SUB                 PIC 9(03) COMP.

      *--- LINES ARE HELD UNTIL THE WHOLE RECEIPT HAS EDITED SO A BAD
      *--- LINE SETS THE CLAIM ASIDE WHOLE
       01  WS-LINE-BUFFER.
           05  WS-LINE-BUF-ENTRY           PIC X(500)
                                           OCCURS 99 TIMES.

       01  HV-MEMBER-VARS.
           05  HV-MEMBER-ID                PIC X(20).
           05  HV-SUBSCRIBER-ID            PIC X(20).
           05  HV-RELATIONSHIP-CD          PIC X(02).

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
               VALUE 'MEMBER-SUBMITTED CLAIM INTAKE CONTROL REPORT'.
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
      * MAINLINE - TRANSLATE THE DAY'S MEMBER CLAIM FORMS              *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-MEMBER-FILE
               THRU 2000-PROCESS-MEMBER-FILE-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WORK-DATE

           OPEN INPUT MEMBER-INPUT-FILE
           IF NOT MBRIN-OK
               MOVE 'MEMBER-INPUT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT CLAIM-OUTPUT-FILE
                       CLAIM-LINE-OUTPUT-FILE
                       MEMBER-REJECT-FILE
                       MEMBER-CONTROL-RPT
           IF NOT CLMOUT-OK OR NOT LINOUT-OK
              OR NOT MBRRJ-OK OR NOT MBRCT-OK
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

           WRITE MEMBER-CONTROL-REC FROM WS-RPT-HEADER-1
           WRITE MEMBER-CONTROL-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO MEMBER-CONTROL-REC
           WRITE MEMBER-CONTROL-REC
           .

       1200-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE MEMBER-CONTROL-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - MAIN TRANSLATION LOOP                                   *
      *================================================================*
       2000-PROCESS-MEMBER-FILE.
           PERFORM 2100-READ-MEMBER-RECORD
           PERFORM UNTIL MBRIN-AT-EOF
               EVALUATE TRUE
                   WHEN MC-IS-HEADER
                       PERFORM 3000-START-NEW-CLAIM
                           THRU 3000-START-NEW-CLAIM-EXIT
                   WHEN MC-IS-LINE
                       PERFORM 3500-BUILD-CLAIM-LINE
                           THRU 3500-BUILD-CLAIM-LINE-EXIT
                   WHEN MC-IS-TRAILER
                       SET TRAILER-SEEN TO TRUE
                       MOVE MC-RECORD-DATA(1:9)
                         TO WS-MEMBER-TRAILER-FIELDS
                   WHEN OTHER
                       MOVE 'UNRECOGNIZED MEMBER CLAIM RECORD TYPE'
                         TO WS-REJECT-REASON
                       PERFORM 5100-WRITE-REJECT-RECORD
               END-EVALUATE
               PERFORM 2100-READ-MEMBER-RECORD
           END-PERFORM

           IF CLAIM-IN-PROGRESS
               PERFORM 4000-FLUSH-CLAIM
                   THRU 4000-FLUSH-CLAIM-EXIT
           END-IF

      *--- PROVE THE FILE AGAINST ITS CONTROL TRAILER ---
           IF TRAILER-SEEN
               IF MCT-CLAIM-COUNT NOT =
                  (WS-CTR-CLAIMS-BUILT + WS-CTR-CLAIMS-REJECTED)
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-RPT-LABEL
                   STRING 'TRAILER ' MCT-CLAIM-COUNT
                       ' VS TRANSLATED+REJECTED'
                       DELIMITED BY SIZE
                       INTO WS-RPT-VALUE
                   END-STRING
                   PERFORM 1200-WRITE-DETAIL-LINE
               END-IF
           ELSE
               MOVE 'FILE INTEGRITY' TO WS-RPT-LABEL
               MOVE 'NO 99 CONTROL TRAILER ON MEMBER CLAIM FILE'
                 TO WS-RPT-VALUE
               PERFORM 1200-WRITE-DETAIL-LINE
           END-IF
           .
       2000-PROCESS-MEMBER-FILE-EXIT.
           EXIT.

       2100-READ-MEMBER-RECORD.
      *----------------------------------------------------------------*
      * READ THE NEXT MEMBER CLAIM RECORD                              *
      *----------------------------------------------------------------*
           READ MEMBER-INPUT-FILE
               AT END
                   SET MBRIN-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTR-RECORDS-READ
           END-READ
           .

      *================================================================*
      * 3000 - START A NEW CLAIM FROM A MEMBER CLAIM HEADER RECORD     *
      *================================================================*
       3000-START-NEW-CLAIM.
           IF CLAIM-IN-PROGRESS
               PERFORM 4000-FLUSH-CLAIM
                   THRU 4000-FLUSH-CLAIM-EXIT
           END-IF

           MOVE MC-RECORD-DATA(1:226) TO WS-MEMBER-HEADER-FIELDS

           IF MCH-INTAKE-ID = SPACES OR MCH-MEMBER-ID = SPACES
               MOVE 'MEMBER HEADER MISSING INTAKE ID OR MEMBER ID'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

           IF NOT MCH-TYPE-INST AND NOT MCH-TYPE-PROF
               MOVE 'MEMBER HEADER CLAIM TYPE NOT I OR P'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

      *--- A RECEIPT MAY CARRY NO NPI, BUT THE PROVIDER MUST BE
      *--- NAMED SO THE EOB AND THE EXAMINER CAN IDENTIFY THE CARE ---
           IF MCH-PROV-NAME = SPACES
               MOVE 'PROVIDER NAME MISSING FROM RECEIPT'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               GO TO 3000-START-NEW-CLAIM-EXIT
           END-IF

      *--- THE SUBSCRIBER IS WHO GETS PAID, SO THE PATIENT MUST BE
      *--- ON THE MEMBER FILE WITH A SUBSCRIBER ---
           MOVE MCH-MEMBER-ID TO HV-MEMBER-ID
           MOVE SPACES TO HV-SUBSCRIBER-ID
           MOVE SPACES TO HV-RELATIONSHIP-CD
           EXEC SQL
               SELECT SUBSCRIBER_ID, RELATIONSHIP_CODE
               INTO   :HV-SUBSCRIBER-ID, :HV-RELATIONSHIP-CD
               FROM   MEMBER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
           END-EXEC
           IF WS-SQLCODE NOT = 0 OR HV-SUBSCRIBER-ID = SPACES
               MOVE 'MEMBER NOT ON FILE OR HAS NO SUBSCRIBER'
                 TO WS-REJECT-REASON
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
           STRING 'MS' WS-WORK-DATE(3:6) WS-CLAIM-SEQ
               DELIMITED BY SIZE
               INTO WS-CLM-NUMBER
           END-STRING
           MOVE '00' TO WS-CLM-SUFFIX
           MOVE MCH-INTAKE-ID TO WS-CLM-ICN

           MOVE HV-SUBSCRIBER-ID     TO WS-CLM-SUB-MEMBER-ID
           MOVE MCH-PAT-LAST-NAME    TO WS-CLM-PAT-LAST-NAME
           MOVE MCH-PAT-FIRST-NAME   TO WS-CLM-PAT-FIRST-NAME
           MOVE MCH-PAT-DOB          TO WS-CLM-PAT-DOB
           MOVE MCH-PAT-GENDER       TO WS-CLM-PAT-GENDER
           IF HV-RELATIONSHIP-CD = SPACES
               SET WS-CLM-PAT-SELF TO TRUE
           ELSE
               MOVE HV-RELATIONSHIP-CD TO WS-CLM-PAT-RELATION
           END-IF
           IF WS-CLM-PAT-SELF
               MOVE MCH-PAT-LAST-NAME  TO WS-CLM-SUB-LAST-NAME
               MOVE MCH-PAT-FIRST-NAME TO WS-CLM-SUB-FIRST-NAME
               MOVE MCH-PAT-DOB        TO WS-CLM-SUB-DOB
           END-IF

           IF MCH-TYPE-INST
               SET WS-CLM-INSTITUTIONAL TO TRUE
               SET WS-CLM-UB04 TO TRUE
               IF MCH-THRU-DOS > MCH-FROM-DOS
                   MOVE '0111' TO WS-CLM-BILL-TYPE
               ELSE
                   MOVE '0131' TO WS-CLM-BILL-TYPE
               END-IF
           ELSE
               SET WS-CLM-PROFESSIONAL TO TRUE
               SET WS-CLM-CMS1500 TO TRUE
           END-IF
           SET WS-CLM-ORIGINAL TO TRUE
           SET WS-CLM-MEMBER-SUBMITTED TO TRUE

      *--- PAID RECEIPT: THE BENEFIT GOES TO THE SUBSCRIBER, NOT
      *--- THE PROVIDER WHO HAS ALREADY BEEN PAID ---
           IF MCH-MEMBER-PAID
               SET WS-CLM-PAY-SUBSCRIBER TO TRUE
               ADD 1 TO WS-CTR-PAY-SUBSCRIBER
           ELSE
               MOVE 'N' TO WS-CLM-PAY-TO-SUBSCRIBER
               ADD 1 TO WS-CTR-PAY-PROVIDER
           END-IF

           MOVE MCH-FROM-DOS         TO WS-CLM-FROM-DOS
           MOVE MCH-THRU-DOS         TO WS-CLM-THRU-DOS
           MOVE MCH-PROV-NPI         TO WS-CLM-BILL-PROV-NPI
           MOVE MCH-PROV-TAX-ID      TO WS-CLM-BILL-PROV-TAX-ID
           MOVE MCH-PROV-NAME        TO WS-CLM-BILL-PROV-NAME
           MOVE MCH-PRINC-DIAG       TO WS-CLM-PRINC-DIAG
           MOVE MCH-PRINC-DIAG       TO WS-CLM-DIAG-CD(1)
           MOVE MCH-DIAG-2           TO WS-CLM-DIAG-CD(2)
           MOVE MCH-DIAG-3           TO WS-CLM-DIAG-CD(3)
           SET WS-CLM-ICD10 TO TRUE
           MOVE MCH-LINE-COUNT       TO WS-CTR-EXPECTED-LINES
           MOVE 0 TO WS-CLM-TOTAL-CHARGES

           IF MCH-RECEIVED-DT IS NUMERIC
              AND MCH-RECEIVED-DT NOT = ZEROS
               MOVE MCH-RECEIVED-DT TO WS-CLM-RECEIVED-DT
           ELSE
               MOVE WS-WORK-DATE TO WS-CLM-RECEIVED-DT
           END-IF
           MOVE WS-WORK-DATE TO WS-CLM-CREATE-DT
           MOVE 'HCMBRCLM' TO WS-CLM-CREATE-USER
           SET WS-CLM-RECEIVED TO TRUE
           .
       3000-START-NEW-CLAIM-EXIT.
           EXIT.

      *================================================================*
      * 3500 - EDIT ONE ITEMIZED RECEIPT LINE AND HOLD IT              *
      *================================================================*
       3500-BUILD-CLAIM-LINE.
           IF NOT CLAIM-IN-PROGRESS
               MOVE 'MEMBER LINE RECORD WITH NO OPEN CLAIM'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           MOVE MC-RECORD-DATA(1:103) TO WS-MEMBER-LINE-FIELDS

           IF MCL-INTAKE-ID NOT = WS-CLM-ICN(1:15)
               MOVE 'MEMBER LINE INTAKE ID DOES NOT MATCH CLAIM'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

      *--- AN ITEMIZED RECEIPT SHOWS THE SERVICE, DATE AND CHARGE;
      *--- A BALANCE-ONLY STATEMENT CANNOT BE ADJUDICATED ---
           IF MCL-FROM-DOS NOT NUMERIC
              OR MCL-CHARGE-AMT NOT NUMERIC
              OR MCL-CHARGE-AMT = 0
              OR (MCL-HCPCS-CD = SPACES AND MCL-REV-CD = SPACES)
               MOVE 'RECEIPT LINE NOT ITEMIZED (DOS/CODE/CHARGE)'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           IF WS-CTR-LINES-THIS-CLAIM NOT < 99
               MOVE 'MEMBER CLAIM EXCEEDS 99 LINES'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               SET CLAIM-IS-BAD TO TRUE
               GO TO 3500-BUILD-CLAIM-LINE-EXIT
           END-IF

           INITIALIZE WS-CLAIM-LINE-REC
           MOVE WS-CLM-NUMBER        TO WS-CLN-CLAIM-NO
           MOVE WS-CLM-SUFFIX        TO WS-CLN-SUFFIX
           MOVE MCL-LINE-NO          TO WS-CLN-LINE-NO
           MOVE MCL-REV-CD           TO WS-CLN-REV-CD
           MOVE MCL-HCPCS-CD         TO WS-CLN-HCPCS-CD
           MOVE MCL-HCPCS-MOD-1      TO WS-CLN-HCPCS-MOD-1
           MOVE MCL-FROM-DOS         TO WS-CLN-FROM-DOS
           MOVE MCL-THRU-DOS         TO WS-CLN-THRU-DOS
           MOVE MCL-UNITS            TO WS-CLN-UNITS
           SET WS-CLN-UNIT-EACH TO TRUE
           IF MCL-PLACE-OF-SVC = SPACES
               SET WS-CLN-POS-OFFICE TO TRUE
           ELSE
               MOVE MCL-PLACE-OF-SVC TO WS-CLN-PLACE-OF-SVC
           END-IF
           MOVE MCL-CHARGE-AMT       TO WS-CLN-CHARGE-AMT
           MOVE WS-WORK-DATE         TO WS-CLN-CREATE-DT

           ADD 1 TO WS-CTR-LINES-THIS-CLAIM
           MOVE WS-CLAIM-LINE-REC
             TO WS-LINE-BUF-ENTRY(WS-CTR-LINES-THIS-CLAIM)
           ADD MCL-CHARGE-AMT TO WS-CLM-TOTAL-CHARGES
           .
       3500-BUILD-CLAIM-LINE-EXIT.
           EXIT.

      *================================================================*
      * 4000 - FLUSH THE COMPLETED CLAIM TO CLMINPUT/CLMLINES          *
      *================================================================*
       4000-FLUSH-CLAIM.
           IF CLAIM-IS-BAD
               MOVE 'CLAIM SET ASIDE - RECEIPT LINE NOT USABLE'
                 TO WS-REJECT-REASON
               PERFORM 5100-WRITE-REJECT-RECORD
               ADD 1 TO WS-CTR-CLAIMS-REJECTED
               MOVE 'N' TO WS-CLAIM-OPEN-SW
               GO TO 4000-FLUSH-CLAIM-EXIT
           END-IF

           IF WS-CTR-LINES-THIS-CLAIM = 0
               MOVE 'MEMBER CLAIM CARRIED NO SERVICE LINES'
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
           ADD WS-CLM-TOTAL-CHARGES TO WS-CTR-TOTAL-BILLED
           MOVE 'N' TO WS-CLAIM-OPEN-SW
           .
       4000-FLUSH-CLAIM-EXIT.
           EXIT.

       5100-WRITE-REJECT-RECORD.
      *----------------------------------------------------------------*
      * WRITE ONE RECORD TO THE MEMBER CLAIM REJECT FILE               *
      *----------------------------------------------------------------*
           MOVE WS-REJECT-REASON TO MR-REJECT-REASON
           MOVE MEMBER-INPUT-REC TO MR-RECORD-IMAGE
           WRITE MEMBER-REJECT-REC
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCMBRCLM' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCMBRCLM - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCMBRCLM - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCMBRCLM - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'MEMBER CLAIM RECORDS READ' TO WS-RPT-LABEL
           MOVE WS-CTR-RECORDS-READ TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'CLAIMS TRANSLATED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-BUILT TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'CLAIMS PAYABLE TO SUBSCRIBER' TO WS-RPT-LABEL
           MOVE WS-CTR-PAY-SUBSCRIBER TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'CLAIMS PAYABLE TO PROVIDER' TO WS-RPT-LABEL
           MOVE WS-CTR-PAY-PROVIDER TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'SERVICE LINES TRANSLATED' TO WS-RPT-LABEL
           MOVE WS-CTR-LINES-BUILT TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE 'CLAIMS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-REJECTED TO WS-RPT-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCMBRCLM - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'CLAIM RECORDS READ: ' WS-CTR-RECORDS-READ
           DISPLAY 'CLAIMS TRANSLATED:  ' WS-CTR-CLAIMS-BUILT
           DISPLAY 'PAY TO SUBSCRIBER:  ' WS-CTR-PAY-SUBSCRIBER
           DISPLAY 'PAY TO PROVIDER:    ' WS-CTR-PAY-PROVIDER
           DISPLAY 'SERVICE LINES:      ' WS-CTR-LINES-BUILT
           DISPLAY 'CLAIMS REJECTED:    ' WS-CTR-CLAIMS-REJECTED
           DISPLAY 'TOTAL BILLED:       ' WS-CTR-TOTAL-BILLED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE MEMBER-INPUT-FILE
           CLOSE CLAIM-OUTPUT-FILE
           CLOSE CLAIM-LINE-OUTPUT-FILE
           CLOSE MEMBER-REJECT-FILE
           CLOSE MEMBER-CONTROL-RPT
           .
