      *   EN - ELIGIBILITY NOT LOADED AT SUBMISSION                    *
      *   CD - COB PRIMARY ADJUDICATION DELAY                          *
      *                                                                *
      * THE KEYING USER MUST BE ENTITLED TO THE WAIVER REASON ON       *
      * USER_ENTITLEMENT (CPYENTL); OTHERWISE THE WAIVER IS REJECTED   *
      * WITH SECURITY-VIOLATION CODE SV01.                             *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 MTHOMAS  INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A WAIVER IS  *
      *                     APPLIED - SV01 SECURITY VIOLATION REJECT   *
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

      *--- THE SUMMARY COVERS THE CURRENT CALENDAR MONTH ---
           COMPUTE WS-MONTH-START =
       2000-APPLY-WAIVER-TXNS-EXIT.
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
           MOVE 'HCTFWAIV' TO HV-ENT-PROGRAM
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

       2100-PROCESS-ONE-WAIVER.
      *----------------------------------------------------------------*
      * VALIDATE AND APPLY ONE WAIVER: THE CLAIM MUST BE ON FILE AND   *
               GO TO 2100-PROCESS-ONE-WAIVER-EXIT
           END-IF

      *--- THE KEYING USER MUST BE ENTITLED TO THIS WAIVER REASON ---
           MOVE WT-KEYED-BY TO HV-ENT-USER-ID
           MOVE WT-WAIVER-REASON TO HV-ENT-TXN-TYPE
           MOVE 0 TO HV-ENT-AMOUNT
           PERFORM 2050-CHECK-ENTITLEMENT
               THRU 2050-CHECK-ENTITLEMENT-EXIT
           IF NOT ENT-AUTHORIZED
               ADD 1 TO WS-CTR-TXNS-REJECTED
               MOVE 'TXN REJECTED' TO WS-RPT-LABEL
               STRING WT-CLAIM-NUMBER ' - ' WS-ENT-REJECT-REASON
                   ' ' WT-KEYED-BY
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               MOVE SPACES TO WS-RPT-VALUE
               GO TO 2100-PROCESS-ONE-WAIVER-EXIT
           END-IF

           MOVE WT-CLAIM-NUMBER TO HV-CLAIM-NUMBER
           EXEC SQL
               SELECT CLM_STATUS, CLM_DENY_REASON
           MOVE 'TRANSACTIONS REJECTED' TO WS-RPT-LABEL
           MOVE WS-CTR-TXNS-REJECTED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SECURITY VIOLATIONS' TO WS-RPT-LABEL
           MOVE WS-CTR-SEC-VIOLATIONS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCTFWAIV - PROCESSING STATISTICS'
           DISPLAY 'TRANSACTIONS READ:  ' WS-CTR-TXNS-READ
           DISPLAY 'WAIVERS APPLIED:    ' WS-CTR-WAIVERS-APPLIED
           DISPLAY 'TXNS REJECTED:      ' WS-CTR-TXNS-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
