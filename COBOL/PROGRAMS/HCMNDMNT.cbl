      *              EDITED WHEN A STATE MANDATE CHANGES. PRODUCES AN  *
      *              AUDIT TRAIL OF EVERY TRANSACTION APPLIED OR       *
      *              REJECTED, PLUS A CONTROL REPORT OF THE RUN.       *
      *              THE SUBMITTER MUST BE ENTITLED TO THE ACTION ON   *
      *              USER_ENTITLEMENT (CPYENTL) - THE ONLY DATABASE    *
      *              ACCESS IN THIS UTILITY.                           *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2024-11-15 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO USER_ENTITLEMENT CHECK BEFORE A MANDATE    *
      *                     TRANSACTION IS APPLIED - SV01 SECURITY     *
      *                     VIOLATION REJECTS                          *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  WS-RPT-DETAIL                  PIC X(80).

       COPY CPYSQLCA.
       COPY CPYERROR.
       COPY CPYENTL.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO HV-ENT-AS-OF-DATE

           PERFORM 1050-CONNECT-DATABASE

           OPEN OUTPUT MANDATE-CONTROL-RPT
           IF WS-MNDCT-STATUS NOT = '00'
           PERFORM 1100-WRITE-REPORT-HEADERS
           .

       1050-CONNECT-DATABASE.
      *----------------------------------------------------------------*
      * ESTABLISH SYBASE DATABASE CONNECTION FOR USER_ENTITLEMENT      *
      *----------------------------------------------------------------*
           MOVE WS-SYB-SERVER   TO WS-DB-SERVER-NAME
           MOVE WS-SYB-DATABASE TO WS-DB-DATABASE-NAME
           MOVE WS-SYB-USER     TO WS-DB-USER-ID

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
           MOVE 'C' TO WS-DB-CONN-STATUS

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           DISPLAY 'HCMNDMNT - DATABASE CONNECTION ESTABLISHED'
           .

       1100-WRITE-REPORT-HEADERS.
      *----------------------------------------------------------------*
      * WRITE REPORT HEADERS TO THE CONTROL REPORT                    *
       3000-PROCESS-TRANSACTIONS-EXIT.
           EXIT.

       3050-CHECK-ENTITLEMENT.
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
           MOVE 'HCMNDMNT' TO HV-ENT-PROGRAM
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
               GO TO 3050-CHECK-ENTITLEMENT-EXIT
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
       3050-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       3100-VALIDATE-AND-APPLY-TXN.
      *----------------------------------------------------------------*
      * VALIDATE ONE TRANSACTION, APPLY IT TO THE IN-MEMORY TABLE IF   *
                   TO WS-TXN-REJECT-REASON
           END-IF

           IF WS-TXN-IS-VALID
               MOVE MT-SUBMITTED-BY TO HV-ENT-USER-ID
               MOVE MT-ACTION-CD TO HV-ENT-TXN-TYPE
               MOVE 0 TO HV-ENT-AMOUNT
               PERFORM 3050-CHECK-ENTITLEMENT
                   THRU 3050-CHECK-ENTITLEMENT-EXIT
               IF NOT ENT-AUTHORIZED
                   MOVE 'N' TO WS-TXN-VALID-SW
                   MOVE WS-ENT-REJECT-REASON TO WS-TXN-REJECT-REASON
               END-IF
           END-IF

           IF WS-TXN-IS-VALID AND MT-STATE-CD = SPACES
               MOVE 'N' TO WS-TXN-VALID-SW
               MOVE 'STATE CODE IS REQUIRED' TO WS-TXN-REJECT-REASON
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'SECURITY VIOLATIONS=' WS-CTR-SEC-VIOLATIONS
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1200-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCMNDMNT - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'MANDATES CHANGED:   ' WS-CTR-CHANGED
           DISPLAY 'MANDATES TERMINATED:' WS-CTR-TERMINATED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-CTR-REJECTED
           DISPLAY 'SECURITY VIOLATIONS:' WS-CTR-SEC-VIOLATIONS
           DISPLAY 'RECORDS WRITTEN:    ' WS-STAT-RECORDS-WRITTEN
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
