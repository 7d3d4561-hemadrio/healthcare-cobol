      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 JMILLER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 JMILLER  LOG EACH APPLIED REFUND BY CLAIM TO        *
      *                     CLAIM_REFUND_APPLIED SO ASO EMPLOYER       *
      *                     FUNDING CAN CREDIT IT BACK TO THE GROUP    *
      *================================================================*

       ENVIRONMENT DIVISION.
                   MOVE 'VOLUNTARY REFUND - RECORD CREATED'
                     TO WS-RPT-LABEL
                   PERFORM 2600-REPORT-APPLIED
                   MOVE RB-REFUND-AMOUNT TO HV-APPLY-AMT
                   PERFORM 2700-LOG-CLAIM-REFUND
               ELSE
                   MOVE 'OVERPAYMENT INSERT FAILED'
                     TO WS-ERR-MESSAGE
           ADD WS-APPLY-AMOUNT TO WS-TOT-APPLIED
           MOVE 'REFUND APPLIED' TO WS-RPT-LABEL
           PERFORM 2600-REPORT-APPLIED
           IF WS-APPLY-AMOUNT > 0
               PERFORM 2700-LOG-CLAIM-REFUND
           END-IF

           IF WS-EXCESS-AMOUNT > 0
               MOVE WS-EXCESS-AMOUNT TO RB-REFUND-AMOUNT
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       2700-LOG-CLAIM-REFUND.
      *----------------------------------------------------------------*
      * RECORD THE AMOUNT APPLIED AGAINST THE CLAIM. THE ASO FUNDING   *
      * RUN (HCASOFND) PICKS UP UNREQUESTED ROWS AND CREDITS THEM TO   *
      * THE EMPLOYER GROUP'S NEXT FUNDING REQUEST.                     *
      *----------------------------------------------------------------*
           EXEC SQL
               INSERT INTO CLAIM_REFUND_APPLIED
                   (CLAIM_ID, PROVIDER_NPI, APPLIED_AMOUNT,
                    BATCH_NO, CHECK_NUMBER, RECEIVED_DATE,
                    APPLIED_DATE, FUNDING_REQUEST_ID, CREATED_BY)
               VALUES
                   (:HV-CLAIM-ID, :HV-PROVIDER-NPI, :HV-APPLY-AMT,
                    :RB-BATCH-NO, :RB-CHECK-NUMBER, :RB-RECEIVED-DATE,
                    GETDATE(), NULL, 'HCREFAPP')
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM REFUND LOG INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
