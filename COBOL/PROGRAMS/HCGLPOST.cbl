      *                - PROMPT-PAY INTEREST FROM THE CLAIM HEADERS    *
      *                - WITHHOLD ACTIVITY                             *
      *                - PREMIUM BILLED AND RECEIVED FROM HCPREMBL     *
      *                - STATE ASSESSMENT LIABILITIES FROM HCSTASMT    *
      *              EACH EVENT MAPS THROUGH THE GL_ACCOUNT_MAP TABLE  *
      *              BY EVENT TYPE AND LINE OF BUSINESS TO ITS DEBIT   *
      *              AND CREDIT ACCOUNTS. THE RUN PROVES POSTED        *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 KWILSON  INITIAL DEVELOPMENT                        *
      * 2026-10-15 KWILSON  MEMBER REIMBURSEMENTS (CHECK REGISTER      *
      *                     PAYEE TYPE 'M') POST AS EVENT MRB, APART   *
      *                     FROM PROVIDER CLAIM PAYMENTS               *
      * 2026-10-15 KWILSON  STATE ASSESSMENTS POST AS EVENT SAS, WITH  *
      *                     THE ASO PASS-THROUGH SHARE AS EVENT SAP    *
      * 2026-10-15 KWILSON  VOIDED MEMBER REIMBURSEMENTS POST AS EVENT *
      *                     MRV, APART FROM PROVIDER VOIDS (VOD)       *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  HV-POSTING-DATE             PIC 9(08).
           05  HV-LOB                      PIC X(03).
           05  HV-EVENT-AMT                PIC S9(13)V99.
           05  HV-PASSTHRU-AMT             PIC S9(13)V99.
           05  HV-DEBIT-ACCT               PIC X(12).
           05  HV-CREDIT-ACCT              PIC X(12).

               THRU 2300-POST-WITHHOLD-EXIT
           PERFORM 2400-POST-PREMIUM
               THRU 2400-POST-PREMIUM-EXIT
           PERFORM 2500-POST-ASSESSMENTS
               THRU 2500-POST-ASSESSMENTS-EXIT
           PERFORM 5000-BALANCING-PROOF
               THRU 5000-BALANCING-PROOF-EXIT
           PERFORM 9000-TERMINATION
           .

      *================================================================*
      * 2000 - CHECK REGISTER: PAYMENTS BY METHOD (CHK/EFT/VCD),       *
      * MEMBER REIMBURSEMENTS (MRB) AND SAME-DAY VOIDS/STOPS OF EACH   *
      * (VOD, MRV), SUMMED BY LINE OF BUSINESS                         *
      *================================================================*
       2000-POST-CHECK-REGISTER.
           EXEC SQL
                      SUM(NET_AMOUNT)
               FROM   CHECK_REGISTER
               WHERE  CHECK_DATE = :HV-POSTING-DATE
               AND    ISNULL(PAYEE_TYPE, 'P') <> 'M'
               GROUP BY PAYMENT_METHOD, LINE_OF_BUSINESS
           END-EXEC

               CLOSE GL_CHECK_CURSOR
           END-EXEC

      *--- MEMBER-SUBMITTED CLAIMS PAID TO THE SUBSCRIBER (HCREMIT)
      *--- POST AS MEMBER REIMBURSEMENTS, CHECK AND EFT ALIKE ---
           EXEC SQL
               DECLARE GL_MBR_CURSOR CURSOR FOR
               SELECT LINE_OF_BUSINESS, SUM(NET_AMOUNT)
               FROM   CHECK_REGISTER
               WHERE  CHECK_DATE = :HV-POSTING-DATE
               AND    PAYEE_TYPE = 'M'
               GROUP BY LINE_OF_BUSINESS
           END-EXEC

           EXEC SQL
               OPEN GL_MBR_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'MEMBER REIMBURSEMENT CURSOR OPEN FAILED'
                 TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2000-POST-CHECK-REGISTER-EXIT
           END-IF

           MOVE 'MRB' TO WS-EVENT-TYPE
           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH GL_MBR_CURSOR
                   INTO  :HV-LOB, :HV-EVENT-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   MOVE 'MEMBER CLAIM REIMBURSEMENTS'
                     TO WS-EVENT-DESC
                   PERFORM 3000-POST-ONE-EVENT
                       THRU 3000-POST-ONE-EVENT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE GL_MBR_CURSOR
           END-EXEC

      *--- SAME-DAY VOIDS AND STOPS REVERSE THE PAYMENT POSTING ---
           EXEC SQL
               DECLARE GL_VOID_CURSOR CURSOR FOR
               WHERE  CONVERT(CHAR(8), STATUS_CHANGE_DATE, 112)
                        = :HV-POSTING-DATE
               AND    STATUS IN ('VD', 'ST')
               AND    ISNULL(PAYEE_TYPE, 'P') <> 'M'
               GROUP BY LINE_OF_BUSINESS
           END-EXEC

           EXEC SQL
               CLOSE GL_VOID_CURSOR
           END-EXEC

      *--- A VOIDED OR STOPPED MEMBER REIMBURSEMENT REVERSES THE MRB
      *--- POSTING, NOT THE PROVIDER PAYMENT ACCOUNTS ---
           EXEC SQL
               DECLARE GL_MBR_VOID_CURSOR CURSOR FOR
               SELECT LINE_OF_BUSINESS, SUM(NET_AMOUNT)
               FROM   CHECK_REGISTER
               WHERE  CONVERT(CHAR(8), STATUS_CHANGE_DATE, 112)
                        = :HV-POSTING-DATE
               AND    STATUS IN ('VD', 'ST')
               AND    PAYEE_TYPE = 'M'
               GROUP BY LINE_OF_BUSINESS
           END-EXEC

           EXEC SQL
               OPEN GL_MBR_VOID_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'MEMBER VOID CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2000-POST-CHECK-REGISTER-EXIT
           END-IF

           MOVE 'MRV' TO WS-EVENT-TYPE
           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH GL_MBR_VOID_CURSOR
                   INTO  :HV-LOB, :HV-EVENT-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   MOVE 'MEMBER REIMBURSEMENT VOIDS AND STOPS'
                     TO WS-EVENT-DESC
                   PERFORM 3000-POST-ONE-EVENT
                       THRU 3000-POST-ONE-EVENT-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE GL_MBR_VOID_CURSOR
           END-EXEC
           .
       2000-POST-CHECK-REGISTER-EXIT.
           EXIT.
       2400-POST-PREMIUM-EXIT.
           EXIT.

      *================================================================*
      * 2500 - STATE ASSESSMENTS CALCULATED BY HCSTASMT. THE PLAN'S    *
      * OWN SHARE IS ASSESSMENT EXPENSE (SAS); THE SHARE PASSED        *
      * THROUGH TO ASO EMPLOYERS IS A RECEIVABLE FROM THEM (SAP). BOTH *
      * CREDIT THE ASSESSMENTS PAYABLE THROUGH GL_ACCOUNT_MAP.         *
      *================================================================*
       2500-POST-ASSESSMENTS.
           EXEC SQL
               DECLARE GL_ASMT_CURSOR CURSOR FOR
               SELECT LINE_OF_BUSINESS,
                      SUM(ASSESSMENT_AMOUNT - ASO_PASSTHRU_AMOUNT),
                      SUM(ASO_PASSTHRU_AMOUNT)
               FROM   STATE_ASSESSMENT
               WHERE  CALC_DATE = :HV-POSTING-DATE
               GROUP BY LINE_OF_BUSINESS
           END-EXEC

           EXEC SQL
               OPEN GL_ASMT_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'ASSESSMENT CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2500-POST-ASSESSMENTS-EXIT
           END-IF

           MOVE 'N' TO WS-EVENT-EOF-SW
           PERFORM UNTIL EVENT-AT-EOF
               EXEC SQL
                   FETCH GL_ASMT_CURSOR
                   INTO  :HV-LOB, :HV-EVENT-AMT, :HV-PASSTHRU-AMT
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET EVENT-AT-EOF TO TRUE
               ELSE
                   IF HV-EVENT-AMT NOT = 0
                       MOVE 'SAS' TO WS-EVENT-TYPE
                       MOVE 'STATE ASSESSMENTS' TO WS-EVENT-DESC
                       PERFORM 3000-POST-ONE-EVENT
                           THRU 3000-POST-ONE-EVENT-EXIT
                   END-IF
                   IF HV-PASSTHRU-AMT NOT = 0
                       MOVE HV-PASSTHRU-AMT TO HV-EVENT-AMT
                       MOVE 'SAP' TO WS-EVENT-TYPE
                       MOVE 'STATE ASSESSMENTS BILLED TO ASO GROUPS'
                         TO WS-EVENT-DESC
                       PERFORM 3000-POST-ONE-EVENT
                           THRU 3000-POST-ONE-EVENT-EXIT
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE GL_ASMT_CURSOR
           END-EXEC
           .
       2500-POST-ASSESSMENTS-EXIT.
           EXIT.

      *================================================================*
      * 3000 - MAP ONE EVENT THROUGH GL_ACCOUNT_MAP AND WRITE THE      *
      * BALANCED DEBIT/CREDIT JOURNAL PAIR                             *
