      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 DHOLT    INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO APPROVER MUST BE ENTITLED ON               *
      *                     USER_ENTITLEMENT WITH A DOLLAR LIMIT THAT  *
      *                     COVERS THE STAGED AMOUNT - SV01/SV02       *
      *================================================================*

       ENVIRONMENT DIVISION.

           COPY CPYSQLCA.
           COPY CPYERROR.
           COPY CPYENTL.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8
           MOVE WS-CURR-DATE-8 TO HV-ENT-AS-OF-DATE

           OPEN INPUT APPROVER-TXN-FILE
           IF NOT APTX-OK
       2000-APPLY-DECISIONS-EXIT.
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
           MOVE 'HCAPPRVL' TO HV-ENT-PROGRAM
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

       2100-APPLY-ONE-DECISION.
      *----------------------------------------------------------------*
      * RELEASE OR REJECT ONE STAGED ITEM. THE APPROVER MUST NOT BE    *
           MOVE AP-TXN-KEY TO HV-TXN-KEY

           EXEC SQL
               SELECT SUBMITTED_BY, TXN_AMOUNT
               INTO   :HV-SUBMITTED-BY, :HV-TXN-AMOUNT
               FROM   APPROVAL_STAGING
               WHERE  UTILITY_NAME = :HV-UTILITY-NAME
               AND    TXN_KEY = :HV-TXN-KEY
               GO TO 2100-APPLY-ONE-DECISION-EXIT
           END-IF

      *--- THE APPROVER MUST BE ENTITLED TO DECIDE AN ITEM THIS SIZE ---
           MOVE AP-APPROVER-ID TO HV-ENT-USER-ID
           MOVE AP-ACTION TO HV-ENT-TXN-TYPE
           MOVE HV-TXN-AMOUNT TO HV-ENT-AMOUNT
           PERFORM 2050-CHECK-ENTITLEMENT
               THRU 2050-CHECK-ENTITLEMENT-EXIT
           IF NOT ENT-AUTHORIZED
               ADD 1 TO WS-CTR-DECISIONS-BAD
               MOVE 'DECISION REJECTED' TO WS-RPT-LABEL
               STRING AP-TXN-KEY(1:30) ' - ' WS-ENT-REJECT-REASON
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               MOVE SPACES TO WS-RPT-VALUE
               GO TO 2100-APPLY-ONE-DECISION-EXIT
           END-IF

           IF AP-APPROVE
               EXEC SQL
                   UPDATE APPROVAL_STAGING
           MOVE 'BAD DECISIONS' TO WS-RPT-LABEL
           MOVE WS-CTR-DECISIONS-BAD TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SECURITY VIOLATIONS' TO WS-RPT-LABEL
           MOVE WS-CTR-SEC-VIOLATIONS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'ITEMS STILL PENDING' TO WS-RPT-LABEL
           MOVE WS-CTR-PENDING-AGED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           DISPLAY 'APPROVED:           ' WS-CTR-APPROVED
           DISPLAY 'REJECTED:           ' WS-CTR-REJECTED-ITEMS
           DISPLAY 'BAD DECISIONS:      ' WS-CTR-DECISIONS-BAD
           DISPLAY 'SECURITY VIOLATIONS:' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'STILL PENDING:      ' WS-CTR-PENDING-AGED
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
