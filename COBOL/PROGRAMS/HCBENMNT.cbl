      *                     (HCAPPRVL)                                *
      * 2026-09-01 NCARTER  BEFORE/AFTER DEDUCTIBLE IMAGES ON THE    *
      *                     AUDIT RECORD FOR HCAUDINQ                 *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A PLAN       *
      *                     CHANGE IS APPLIED - SV01/SV02 SECURITY     *
      *                     VIOLATION REJECTS                          *
      *================================================================*

       ENVIRONMENT DIVISION.

           COPY CPYSQLCA.
           COPY CPYERROR.
           COPY CPYENTL.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-ENT-AS-OF-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE WS-CURR-DATE-8 TO HV-BATCH-DATE

       2000-PROCESS-TRANSACTIONS-EXIT.
           EXIT.

       2040-CHECK-ENTITLEMENT.
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
           MOVE 'HCBENMNT' TO HV-ENT-PROGRAM
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
               GO TO 2040-CHECK-ENTITLEMENT-EXIT
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
       2040-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2050-CHECK-APPROVAL-GATE.
      *----------------------------------------------------------------*
      * DUAL-CONTROL STAGING. A BENEFIT TABLE CHANGE WHOSE DEDUCTIBLE  *
           MOVE 'Y' TO WS-TXN-VALID-SW
           MOVE SPACES TO WS-TXN-REJECT-REASON

      *--- THE SUBMITTER MUST BE ENTITLED TO THE ACTION AND AMOUNT ---
           MOVE BT-SUBMITTED-BY TO HV-ENT-USER-ID
           MOVE BT-ACTION-CD TO HV-ENT-TXN-TYPE
           COMPUTE HV-ENT-AMOUNT = FUNCTION ABS(BT-IND-DEDUCTIBLE)
           PERFORM 2040-CHECK-ENTITLEMENT
               THRU 2040-CHECK-ENTITLEMENT-EXIT
           IF NOT ENT-AUTHORIZED
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               ADD 1 TO WS-CTR-REJECTED
               PERFORM 2500-WRITE-AUDIT-RECORD
               GO TO 2100-APPLY-ONE-TXN-EXIT
           END-IF

      *--- DUAL-CONTROL GATE BEFORE ANY VALIDATION OR APPLY ---
           PERFORM 2050-CHECK-APPROVAL-GATE
               THRU 2050-CHECK-APPROVAL-GATE-EXIT
           DISPLAY 'PLANS CHANGED:      ' WS-CTR-CHANGED
           DISPLAY 'PLANS TERMINATED:   ' WS-CTR-TERMED
           DISPLAY 'REJECTED:           ' WS-CTR-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
