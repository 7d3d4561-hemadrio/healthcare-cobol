      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2025-05-13 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A CARC OR    *
      *                     RARC ENTRY IS APPLIED - SV01 SECURITY      *
      *                     VIOLATION REJECTS                          *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  WS-RPT-DETAIL                PIC X(80).

       COPY CPYERROR.
       COPY CPYENTL.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO HV-ENT-AS-OF-DATE

           PERFORM 1050-CONNECT-DATABASE

       2000-PROCESS-CARC-RELEASE-EXIT.
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
           MOVE 'HCCARMNT' TO HV-ENT-PROGRAM
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

       2100-VALIDATE-AND-APPLY-CARC.
      *----------------------------------------------------------------*
      * VALIDATE ONE CARC RELEASE ENTRY AND APPLY IT TO CARC_CODES     *
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID
               MOVE CC-SUBMITTED-BY TO HV-ENT-USER-ID
               MOVE CC-ACTION-CD TO HV-ENT-TXN-TYPE
               MOVE 0 TO HV-ENT-AMOUNT
               PERFORM 2050-CHECK-ENTITLEMENT
                   THRU 2050-CHECK-ENTITLEMENT-EXIT
               IF NOT ENT-AUTHORIZED
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID AND CC-REASON-CODE = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'REASON CODE IS REQUIRED' TO WS-TXN-REJECT-REASON
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID
               MOVE CR-SUBMITTED-BY TO HV-ENT-USER-ID
               MOVE CR-ACTION-CD TO HV-ENT-TXN-TYPE
               MOVE 0 TO HV-ENT-AMOUNT
               PERFORM 2050-CHECK-ENTITLEMENT
                   THRU 2050-CHECK-ENTITLEMENT-EXIT
               IF NOT ENT-AUTHORIZED
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID AND CR-REMARK-CODE = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'REMARK CODE IS REQUIRED' TO WS-TXN-REJECT-REASON
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'SECURITY VIOLATIONS=' WS-CTR-SEC-VIOLATIONS
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCCARMNT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'RARC CHANGED:          ' WS-CTR-RARC-CHANGED
           DISPLAY 'RARC TERMINATED:       ' WS-CTR-RARC-TERMINATED
           DISPLAY 'RARC REJECTED:         ' WS-CTR-RARC-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:   ' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'ERRORS ENCOUNTERED:    ' WS-ERR-COUNT
           DISPLAY 'START TIME:            ' WS-STAT-START-TIME
           DISPLAY 'END TIME:              ' WS-STAT-END-TIME
