       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCMDPMNT.
      *================================================================*
      * PROGRAM:     HCMDPMNT                                          *
      * DESCRIPTION: MEDICAL-BENEFIT DRUG POLICY TABLE MAINTENANCE.    *
      *              APPLIES PHARMACY AND THERAPEUTICS COMMITTEE       *
      *              POLICY DECISIONS FOR PHYSICIAN-ADMINISTERED       *
      *              DRUGS TO MEDICAL_DRUG_POLICY, WHICH HCCLMVAL'S    *
      *              3072-CHECK-MEDICAL-DRUG-POLICY READS. EACH ENTRY  *
      *              IS KEYED BY HCPCS, NDC (BLANK = EVERY NDC UNDER   *
      *              THE HCPCS) AND EFFECTIVE DATE, AND CARRIES:       *
      *                - PREFERRED STATUS (P = PREFERRED, E.G. THE     *
      *                  PLAN'S BIOSIMILAR OF CHOICE; N = NON-         *
      *                  PREFERRED, STEP THERAPY REQUIRED)             *
      *                - UP TO THREE PREREQUISITE DRUG HCPCS, ANY ONE  *
      *                  OF WHICH SATISFIES THE STEP, AND THE LOOKBACK *
      *                  IN DAYS FOR FINDING IT IN CLAIM HISTORY       *
      *                - WHAT TO DO WITHOUT STEP HISTORY OR PRIOR AUTH *
      *                  (D = DENY, P = PEND FOR CLINICAL REVIEW)      *
      *                - UP TO FIVE ALLOWED PLACES OF SERVICE FOR THE  *
      *                  SITE-OF-CARE RULE (ALL BLANK = ANY SITE)      *
      *              ADD, CHANGE AND TERMINATE ACTIONS WORK AS IN      *
      *              HCCARMNT; A TERMINATED ROW IS END-DATED, NEVER    *
      *              DELETED, SO OLDER DATES OF SERVICE STILL EDIT     *
      *              UNDER THE POLICY IN FORCE AT THE TIME.            *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  MDPTXN   - DRUG POLICY TRANSACTIONS (150 BYTE)   *
      * OUTPUT FILES: MDPRPT   - MAINTENANCE CONTROL REPORT            *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 AGARCIA  INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A POLICY     *
      *                     TRANSACTION IS APPLIED - SV01 SECURITY     *
      *                     VIOLATION REJECTS                          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRUG-POLICY-TXN-FILE
               ASSIGN TO MDPTXN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MDPT-STATUS.

           SELECT DRUG-POLICY-RPT
               ASSIGN TO MDPRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MDPR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DRUG-POLICY-TXN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRUG-POLICY-TXN-REC.
           05  MP-ACTION-CD                PIC X(01).
               88  MP-ACTION-ADD           VALUE 'A'.
               88  MP-ACTION-CHANGE        VALUE 'C'.
               88  MP-ACTION-TERMINATE     VALUE 'T'.
           05  MP-HCPCS-CODE               PIC X(05).
           05  MP-NDC-CODE                 PIC X(11).
           05  MP-EFFECTIVE-DATE           PIC 9(08).
      *    ZERO TERMINATION DATE MEANS OPEN-ENDED
           05  MP-TERM-DATE                PIC 9(08).
           05  MP-PREFERRED-STATUS         PIC X(01).
               88  MP-PREFERRED            VALUE 'P'.
               88  MP-NON-PREFERRED        VALUE 'N'.
           05  MP-STEP-DRUGS.
               10  MP-STEP-HCPCS-1         PIC X(05).
               10  MP-STEP-HCPCS-2         PIC X(05).
               10  MP-STEP-HCPCS-3         PIC X(05).
           05  MP-STEP-DRUG-TABLE REDEFINES MP-STEP-DRUGS.
               10  MP-STEP-HCPCS           PIC X(05) OCCURS 3 TIMES.
           05  MP-STEP-LOOKBACK-DAYS       PIC 9(03).
           05  MP-STEP-FAIL-ACTION         PIC X(01).
               88  MP-STEP-FAIL-DENY       VALUE 'D'.
               88  MP-STEP-FAIL-PEND       VALUE 'P'.
           05  MP-ALLOWED-POS-LIST.
               10  MP-ALLOWED-POS-1        PIC X(02).
               10  MP-ALLOWED-POS-2        PIC X(02).
               10  MP-ALLOWED-POS-3        PIC X(02).
               10  MP-ALLOWED-POS-4        PIC X(02).
               10  MP-ALLOWED-POS-5        PIC X(02).
           05  MP-ALLOWED-POS-TABLE REDEFINES MP-ALLOWED-POS-LIST.
               10  MP-ALLOWED-POS          PIC X(02) OCCURS 5 TIMES.
           05  MP-DRUG-DESC                PIC X(40).
           05  MP-SUBMITTED-BY             PIC X(08).
           05  FILLER                      PIC X(39).

       FD  DRUG-POLICY-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRUG-POLICY-RPT-REC             PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-MDPT-STATUS              PIC X(02).
               88  MDPT-OK                 VALUE '00'.
           05  WS-MDPR-STATUS              PIC X(02).
               88  MDPR-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-MDPT-EOF-SW              PIC X(01) VALUE 'N'.
               88  MDPT-AT-EOF             VALUE 'Y'.
           05  WS-TXN-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-TXN-IS-VALID         VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-TXN-READ             PIC 9(07) VALUE 0.
           05  WS-CTR-POLICY-ADDED         PIC 9(07) VALUE 0.
           05  WS-CTR-POLICY-CHANGED       PIC 9(07) VALUE 0.
           05  WS-CTR-POLICY-TERMINATED    PIC 9(07) VALUE 0.
           05  WS-CTR-TXN-REJECTED         PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-TXN-REJECT-REASON        PIC X(60).
           05  WS-TBL-SUB                  PIC S9(04) COMP.
           05  WS-STEP-DRUG-COUNT          PIC S9(04) COMP.

       01  HV-POLICY-VARS.
           05  HV-HCPCS-CODE               PIC X(05).
           05  HV-NDC-CODE                 PIC X(11).
           05  HV-EFFECTIVE-DATE           PIC 9(08).
           05  HV-TERM-DATE                PIC 9(08).
           05  HV-ROW-COUNT                PIC S9(09) COMP.

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
               VALUE 'MEDICAL DRUG POLICY MAINTENANCE CONTROL REPORT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-HCPCS                PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-NDC                  PIC X(11).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-EFF-DATE             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-ACTION               PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-DETAIL               PIC X(94).

           COPY CPYSQLCA.
           COPY CPYERROR.
           COPY CPYENTL.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - APPLY EACH POLICY TRANSACTION                       *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-PROCESS-TRANSACTIONS
               THRU 2000-PROCESS-TRANSACTIONS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * OPEN FILES, CONNECT TO THE DATABASE, WRITE REPORT HEADERS      *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-ENT-AS-OF-DATE

           OPEN INPUT DRUG-POLICY-TXN-FILE
           IF NOT MDPT-OK
               DISPLAY 'HCMDPMNT - NO MDPTXN INPUT - SKIPPED'
               SET MDPT-AT-EOF TO TRUE
           END-IF

           OPEN OUTPUT DRUG-POLICY-RPT
           IF NOT MDPR-OK
               MOVE 'DRUG-POLICY-RPT OPEN FAILED' TO WS-ERR-MESSAGE
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

           WRITE DRUG-POLICY-RPT-REC FROM WS-RPT-HEADER-1
           WRITE DRUG-POLICY-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO DRUG-POLICY-RPT-REC
           WRITE DRUG-POLICY-RPT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE DETAIL LINE TO THE CONTROL REPORT                    *
      *----------------------------------------------------------------*
           WRITE DRUG-POLICY-RPT-REC FROM WS-RPT-DETAIL-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           .

      *================================================================*
      * 2000 - READ AND APPLY EACH POLICY TRANSACTION                  *
      *================================================================*
       2000-PROCESS-TRANSACTIONS.
           PERFORM UNTIL MDPT-AT-EOF
               READ DRUG-POLICY-TXN-FILE
                   AT END
                       SET MDPT-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTR-TXN-READ
                       PERFORM 2100-VALIDATE-AND-APPLY
                           THRU 2100-VALIDATE-AND-APPLY-EXIT
               END-READ
           END-PERFORM
           .
       2000-PROCESS-TRANSACTIONS-EXIT.
           EXIT.

       2050-CHECK-ENTITLEMENT.
      *----------------------------------------------------------------*
      * ROLE-BASED AUTHORIZATION. THE SUBMITTING USER MUST HOLD AN     *
      * UNEXPIRED USER_ENTITLEMENT ROW FOR THIS PROGRAM AND            *
      * TRANSACTION TYPE ('*' = EVERY TYPE) WHOSE DOLLAR LIMIT COVERS  *
      * THE AMOUNT (NULL LIMIT = NO LIMIT). CALLER LOADS THE USER,     *
      * TRANSACTION TYPE AND AMOUNT; A FAILURE LEAVES SV01/SV02 IN     *
      * WS-ENT-RESULT AND THE REJECT TEXT IN WS-ENT-REJECT-REASON.     *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-ENT-RESULT
           MOVE SPACES TO WS-ENT-REJECT-REASON
           MOVE 'HCMDPMNT' TO HV-ENT-PROGRAM
           MOVE 0 TO HV-ENT-ROW-COUNT
           MOVE 0 TO HV-ENT-LIMIT

           IF HV-ENT-USER-ID = SPACES
               SET ENT-NOT-ENTITLED TO TRUE
           ELSE
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(MAX(COALESCE(DOLLAR_LIMIT,
                                       999999999.99)), 0)
                   INTO   :HV-ENT-ROW-COUNT, :HV-ENT-LIMIT
                   FROM   USER_ENTITLEMENT
                   WHERE  USER_ID = :HV-ENT-USER-ID
                   AND    PROGRAM_NAME = :HV-ENT-PROGRAM
                   AND    TXN_TYPE IN (:HV-ENT-TXN-TYPE, '*')
                   AND    EFFECTIVE_DATE <= :HV-ENT-AS-OF-DATE
                   AND    (TERMINATION_DATE IS NULL
                       OR  TERMINATION_DATE >= :HV-ENT-AS-OF-DATE)
               END-EXEC
               IF WS-SQLCODE NOT = 0
                  OR HV-ENT-ROW-COUNT = 0
                   SET ENT-NOT-ENTITLED TO TRUE
               END-IF
           END-IF

           IF ENT-NOT-ENTITLED
               MOVE 'SV01 SECURITY VIOLATION - USER NOT ENTITLED'
                 TO WS-ENT-REJECT-REASON
               ADD 1 TO WS-CTR-SEC-VIOLATIONS
               GO TO 2050-CHECK-ENTITLEMENT-EXIT
           END-IF

           IF HV-ENT-AMOUNT < 0
               COMPUTE HV-ENT-AMOUNT = 0 - HV-ENT-AMOUNT
           END-IF
           IF HV-ENT-AMOUNT > HV-ENT-LIMIT
               SET ENT-OVER-LIMIT TO TRUE
               MOVE 'SV02 SECURITY VIOLATION - OVER USER DOLLAR LIMIT'
                 TO WS-ENT-REJECT-REASON
               ADD 1 TO WS-CTR-SEC-VIOLATIONS
           END-IF
           .
       2050-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2100-VALIDATE-AND-APPLY.
      *----------------------------------------------------------------*
      * VALIDATE ONE TRANSACTION AND APPLY IT TO MEDICAL_DRUG_POLICY   *
      *----------------------------------------------------------------*
           SET WS-TXN-IS-VALID TO TRUE
           MOVE SPACES TO WS-TXN-REJECT-REASON

           IF NOT MP-ACTION-ADD AND NOT MP-ACTION-CHANGE
               AND NOT MP-ACTION-TERMINATE
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INVALID ACTION CODE - MUST BE A, C, OR T'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID
               MOVE MP-SUBMITTED-BY TO HV-ENT-USER-ID
               MOVE MP-ACTION-CD TO HV-ENT-TXN-TYPE
               MOVE 0 TO HV-ENT-AMOUNT
               PERFORM 2050-CHECK-ENTITLEMENT
                   THRU 2050-CHECK-ENTITLEMENT-EXIT
               IF NOT ENT-AUTHORIZED
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID AND MP-HCPCS-CODE = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'HCPCS CODE IS REQUIRED' TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID
              AND (MP-EFFECTIVE-DATE NOT NUMERIC
                   OR MP-EFFECTIVE-DATE = 0
                   OR MP-TERM-DATE NOT NUMERIC)
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'EFFECTIVE DATE REQUIRED; DATES MUST BE NUMERIC'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND NOT MP-ACTION-TERMINATE
               PERFORM 2200-VALIDATE-POLICY-CONTENT
           END-IF

           IF WS-TXN-IS-VALID
               MOVE MP-HCPCS-CODE TO HV-HCPCS-CODE
               MOVE MP-NDC-CODE TO HV-NDC-CODE
               MOVE MP-EFFECTIVE-DATE TO HV-EFFECTIVE-DATE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-ROW-COUNT
                   FROM   MEDICAL_DRUG_POLICY
                   WHERE  HCPCS_CODE = :HV-HCPCS-CODE
                   AND    NDC_CODE = :HV-NDC-CODE
                   AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'MEDICAL_DRUG_POLICY LOOKUP FAILED'
                       TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID
               EVALUATE TRUE
                   WHEN MP-ACTION-ADD
                       IF HV-ROW-COUNT > 0
                           MOVE 'N' TO WS-TXN-VALID-SW
                           MOVE 'POLICY ALREADY ON FILE - USE CHANGE'
                               TO WS-TXN-REJECT-REASON
                       ELSE
                           PERFORM 2300-INSERT-POLICY
                       END-IF
                   WHEN MP-ACTION-CHANGE
                       IF HV-ROW-COUNT = 0
                           MOVE 'N' TO WS-TXN-VALID-SW
                           MOVE 'POLICY NOT ON FILE - USE ADD'
                               TO WS-TXN-REJECT-REASON
                       ELSE
                           PERFORM 2400-UPDATE-POLICY
                       END-IF
                   WHEN MP-ACTION-TERMINATE
                       IF HV-ROW-COUNT = 0
                           MOVE 'N' TO WS-TXN-VALID-SW
                           MOVE 'POLICY NOT ON FILE'
                               TO WS-TXN-REJECT-REASON
                       ELSE
                           PERFORM 2500-TERMINATE-POLICY
                       END-IF
               END-EVALUATE
           END-IF

           MOVE MP-HCPCS-CODE TO WS-RPT-HCPCS
           MOVE MP-NDC-CODE TO WS-RPT-NDC
           MOVE MP-EFFECTIVE-DATE TO WS-RPT-EFF-DATE
           IF WS-TXN-IS-VALID
               EVALUATE TRUE
                   WHEN MP-ACTION-ADD
                       MOVE 'ADDED     ' TO WS-RPT-ACTION
                       ADD 1 TO WS-CTR-POLICY-ADDED
                   WHEN MP-ACTION-CHANGE
                       MOVE 'CHANGED   ' TO WS-RPT-ACTION
                       ADD 1 TO WS-CTR-POLICY-CHANGED
                   WHEN MP-ACTION-TERMINATE
                       MOVE 'TERMINATED' TO WS-RPT-ACTION
                       ADD 1 TO WS-CTR-POLICY-TERMINATED
               END-EVALUATE
               STRING MP-DRUG-DESC ' BY ' MP-SUBMITTED-BY
                   DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               END-STRING
           ELSE
               ADD 1 TO WS-CTR-TXN-REJECTED
               MOVE 'REJECTED  ' TO WS-RPT-ACTION
               MOVE WS-TXN-REJECT-REASON TO WS-RPT-DETAIL
           END-IF
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2100-VALIDATE-AND-APPLY-EXIT.
           EXIT.

       2200-VALIDATE-POLICY-CONTENT.
      *----------------------------------------------------------------*
      * A NON-PREFERRED DRUG NEEDS AT LEAST ONE PREREQUISITE AND A     *
      * LOOKBACK; THE FAIL ACTION DEFAULTS TO PEND; EVERY PLACE OF     *
      * SERVICE GIVEN MUST BE A TWO-DIGIT CODE                         *
      *----------------------------------------------------------------*
           IF NOT MP-PREFERRED AND NOT MP-NON-PREFERRED
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'PREFERRED STATUS MUST BE P OR N'
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID AND MP-NON-PREFERRED
               MOVE 0 TO WS-STEP-DRUG-COUNT
               PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 3
                   IF MP-STEP-HCPCS(WS-TBL-SUB) NOT = SPACES
                       ADD 1 TO WS-STEP-DRUG-COUNT
                   END-IF
               END-PERFORM
               IF WS-STEP-DRUG-COUNT = 0
                  OR MP-STEP-LOOKBACK-DAYS NOT NUMERIC
                  OR MP-STEP-LOOKBACK-DAYS = 0
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'NON-PREFERRED DRUG NEEDS STEP DRUG, LOOKBACK'
                       TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID
               IF MP-STEP-FAIL-ACTION = SPACE
                   SET MP-STEP-FAIL-PEND TO TRUE
               END-IF
               IF NOT MP-STEP-FAIL-DENY AND NOT MP-STEP-FAIL-PEND
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE 'STEP FAIL ACTION MUST BE D OR P'
                       TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID
               IF MP-STEP-LOOKBACK-DAYS NOT NUMERIC
                   MOVE 0 TO MP-STEP-LOOKBACK-DAYS
               END-IF
               PERFORM VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 5
                   IF MP-ALLOWED-POS(WS-TBL-SUB) NOT = SPACES
                      AND MP-ALLOWED-POS(WS-TBL-SUB) NOT NUMERIC
                       MOVE 'N' TO WS-TXN-VALID-SW
                       MOVE 'ALLOWED PLACE OF SERVICE MUST BE NUMERIC'
                           TO WS-TXN-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           .

       2300-INSERT-POLICY.
      *----------------------------------------------------------------*
      * ADD A NEW POLICY ROW                                           *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO MEDICAL_DRUG_POLICY
                   (HCPCS_CODE, NDC_CODE, EFFECTIVE_DATE, TERM_DATE,
                    PREFERRED_STATUS, STEP_HCPCS_1, STEP_HCPCS_2,
                    STEP_HCPCS_3, STEP_LOOKBACK_DAYS,
                    STEP_FAIL_ACTION, ALLOWED_POS_1, ALLOWED_POS_2,
                    ALLOWED_POS_3, ALLOWED_POS_4, ALLOWED_POS_5,
                    DRUG_DESC, LAST_UPDATE_DATE, LAST_UPDATE_USER)
               VALUES
                   (:HV-HCPCS-CODE, :HV-NDC-CODE,
                    :HV-EFFECTIVE-DATE, :MP-TERM-DATE,
                    :MP-PREFERRED-STATUS, :MP-STEP-HCPCS-1,
                    :MP-STEP-HCPCS-2, :MP-STEP-HCPCS-3,
                    :MP-STEP-LOOKBACK-DAYS, :MP-STEP-FAIL-ACTION,
                    :MP-ALLOWED-POS-1, :MP-ALLOWED-POS-2,
                    :MP-ALLOWED-POS-3, :MP-ALLOWED-POS-4,
                    :MP-ALLOWED-POS-5, :MP-DRUG-DESC,
                    :WS-CURR-DATE-8, :MP-SUBMITTED-BY)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'INSERT INTO MEDICAL_DRUG_POLICY FAILED'
                   TO WS-TXN-REJECT-REASON
               MOVE 'INSERT INTO MEDICAL_DRUG_POLICY FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       2400-UPDATE-POLICY.
      *----------------------------------------------------------------*
      * OVERLAY THE POLICY CONTENT ON AN EXISTING ROW                  *
      *----------------------------------------------------------------*
           EXEC SQL
               UPDATE MEDICAL_DRUG_POLICY
               SET    TERM_DATE = :MP-TERM-DATE,
                      PREFERRED_STATUS = :MP-PREFERRED-STATUS,
                      STEP_HCPCS_1 = :MP-STEP-HCPCS-1,
                      STEP_HCPCS_2 = :MP-STEP-HCPCS-2,
                      STEP_HCPCS_3 = :MP-STEP-HCPCS-3,
                      STEP_LOOKBACK_DAYS = :MP-STEP-LOOKBACK-DAYS,
                      STEP_FAIL_ACTION = :MP-STEP-FAIL-ACTION,
                      ALLOWED_POS_1 = :MP-ALLOWED-POS-1,
                      ALLOWED_POS_2 = :MP-ALLOWED-POS-2,
                      ALLOWED_POS_3 = :MP-ALLOWED-POS-3,
                      ALLOWED_POS_4 = :MP-ALLOWED-POS-4,
                      ALLOWED_POS_5 = :MP-ALLOWED-POS-5,
                      DRUG_DESC = :MP-DRUG-DESC,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :MP-SUBMITTED-BY
               WHERE  HCPCS_CODE = :HV-HCPCS-CODE
               AND    NDC_CODE = :HV-NDC-CODE
               AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'UPDATE OF MEDICAL_DRUG_POLICY FAILED'
                   TO WS-TXN-REJECT-REASON
               MOVE 'UPDATE OF MEDICAL_DRUG_POLICY FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       2500-TERMINATE-POLICY.
      *----------------------------------------------------------------*
      * END-DATE THE ROW AS OF THE TERMINATION DATE, OR THE DAY BEFORE *
      * THE RUN WHEN NONE IS GIVEN                                     *
      *----------------------------------------------------------------*
           IF MP-TERM-DATE NOT = 0
               MOVE MP-TERM-DATE TO HV-TERM-DATE
           ELSE
               COMPUTE HV-TERM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8) - 1)
           END-IF
           IF HV-TERM-DATE < HV-EFFECTIVE-DATE
               MOVE HV-EFFECTIVE-DATE TO HV-TERM-DATE
           END-IF

           EXEC SQL
               UPDATE MEDICAL_DRUG_POLICY
               SET    TERM_DATE = :HV-TERM-DATE,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :MP-SUBMITTED-BY
               WHERE  HCPCS_CODE = :HV-HCPCS-CODE
               AND    NDC_CODE = :HV-NDC-CODE
               AND    EFFECTIVE_DATE = :HV-EFFECTIVE-DATE
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'TERMINATE OF MEDICAL_DRUG_POLICY FAILED'
                   TO WS-TXN-REJECT-REASON
               MOVE 'TERMINATE OF MEDICAL_DRUG_POLICY FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCMDPMNT' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCMDPMNT - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCMDPMNT - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCMDPMNT - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE 'TOTALS' TO WS-RPT-ACTION
           STRING 'READ=' WS-CTR-TXN-READ
               ' ADDED=' WS-CTR-POLICY-ADDED
               ' CHANGED=' WS-CTR-POLICY-CHANGED
               ' TERMINATED=' WS-CTR-POLICY-TERMINATED
               ' REJECTED=' WS-CTR-TXN-REJECTED
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'SECURITY VIOLATIONS=' WS-CTR-SEC-VIOLATIONS
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCMDPMNT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'TRANSACTIONS READ:  ' WS-CTR-TXN-READ
           DISPLAY 'POLICIES ADDED:     ' WS-CTR-POLICY-ADDED
           DISPLAY 'POLICIES CHANGED:   ' WS-CTR-POLICY-CHANGED
           DISPLAY 'POLICIES TERMINATED:' WS-CTR-POLICY-TERMINATED
           DISPLAY 'TRANSACTIONS REJ:   ' WS-CTR-TXN-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE DRUG-POLICY-TXN-FILE
           CLOSE DRUG-POLICY-RPT
           .
