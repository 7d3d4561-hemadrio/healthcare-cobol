      *                     ON CHECKS ABOVE THE MATERIALITY THRESHOLD *
      *                     STAGE AS PENDING UNTIL A DIFFERENT USER   *
      *                     APPROVES THEM (HCAPPRVL)                  *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A STOP,      *
      *                     VOID OR REISSUE IS APPLIED - SV01/SV02     *
      *                     SECURITY VIOLATION REJECTS                 *
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

           OPEN INPUT CHECK-MAINT-FILE
               GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
           END-IF

      *--- THE REQUESTER MUST BE ENTITLED TO THE ACTION FOR A CHECK
      *--- OF THIS AMOUNT ---
           MOVE CM-REQUESTED-BY TO HV-ENT-USER-ID
           MOVE CM-ACTION TO HV-ENT-TXN-TYPE
           MOVE HV-NET-AMOUNT TO HV-ENT-AMOUNT
           PERFORM 2140-CHECK-ENTITLEMENT
               THRU 2140-CHECK-ENTITLEMENT-EXIT
           IF NOT ENT-AUTHORIZED
               ADD 1 TO WS-CTR-REJECTED
               MOVE 'SECURITY VIOLATION - REJECTED'
                   TO WS-RPT-LABEL
               MOVE SPACES TO WS-RPT-VALUE
               STRING CM-CHECK-NUMBER ' ' WS-ENT-REJECT-REASON
                   ' BY ' CM-REQUESTED-BY
                   DELIMITED BY SIZE INTO WS-RPT-VALUE
               PERFORM 1150-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-TRANSACTION-EXIT
           END-IF

      *--- DUAL-CONTROL GATE: A VOID, STOP, OR REISSUE ON A CHECK
      *--- ABOVE THE MATERIALITY THRESHOLD STAGES AS PENDING UNTIL
      *--- A DIFFERENT USER APPROVES IT (HCAPPRVL) ---
       2100-APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       2140-CHECK-ENTITLEMENT.
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
           MOVE 'HCCHKMNT' TO HV-ENT-PROGRAM
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
               GO TO 2140-CHECK-ENTITLEMENT-EXIT
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
       2140-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2150-CHECK-APPROVAL-GATE.
      *----------------------------------------------------------------*
      * DUAL-CONTROL STAGING FOR CHECK MAINTENANCE. THE CHECK AMOUNT   *
           DISPLAY 'CHECKS VOIDED:      ' WS-CTR-VOIDS
           DISPLAY 'REISSUES QUEUED:    ' WS-CTR-REISSUES
           DISPLAY 'REJECTED:           ' WS-CTR-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
