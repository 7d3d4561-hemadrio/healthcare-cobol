      *                                        DATE RENEWALS FROM THE
      *                                        ROSTER ON DEMOGRAPHIC
      *                                        UPDATES
      *             L. OKONKWO    2026-10-15 - USER_ENTITLEMENT CHECK
      *                                        ON PAYMENT / BANK SETUP
      *                                        TRANSACTIONS - SV01
      *                                        SECURITY VIOLATION
      *
      * PURPOSE:    PROVIDER MAINTENANCE AND CREDENTIALING
      *             BATCH PROCESSOR. HANDLES ALL PROVIDER
           COPY CPYPROVD.
           COPY CPYSQLCA.
           COPY CPYERROR.
           COPY CPYENTL.

      ****************************************************************
      * PROGRAM CONTROL FLAGS AND FILE STATUS
       1000-INITIALIZE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO HV-ENT-AS-OF-DATE

           STRING WS-CURRENT-YEAR '-'
                  WS-CURRENT-MONTH '-'
      ****************************************************************
       5000-SETUP-PAYMENT-METHOD.

      * ROLE-BASED AUTHORIZATION - THE KEYING USER MUST BE ENTITLED
      * TO PAYMENT/BANK SETUP BEFORE ANY BANKING CHANGE IS APPLIED
           PERFORM 5050-CHECK-ENTITLEMENT
               THRU 5050-EXIT
           IF NOT ENT-AUTHORIZED
               GO TO 5000-EXIT
           END-IF

           IF HV-PROVIDER-ID = SPACES
               IF PTR-PROVIDER-ID NOT = SPACES
                   MOVE PTR-PROVIDER-ID TO HV-PROVIDER-ID
       5000-EXIT.
           EXIT.

      ****************************************************************
      * 5050-CHECK-ENTITLEMENT
      * ROLE-BASED AUTHORIZATION FOR PAYMENT SETUP. THE KEYING USER
      * MUST HOLD AN UNEXPIRED USER_ENTITLEMENT ROW FOR HCPRVMNT AND
      * THE TRANSACTION TYPE ('*' = EVERY TYPE). A USER WITHOUT ONE
      * IS REJECTED TO THE ERROR FILE WITH SECURITY-VIOLATION CODE
      * SV01 AND THE BANKING INFORMATION IS LEFT AS IT STANDS.
      ****************************************************************
       5050-CHECK-ENTITLEMENT.

           MOVE SPACES TO WS-ENT-RESULT
           MOVE SPACES TO WS-ENT-REJECT-REASON
           MOVE PTR-USER-ID TO HV-ENT-USER-ID
           MOVE WS-PROGRAM-NAME TO HV-ENT-PROGRAM
           MOVE PTR-TRANS-TYPE TO HV-ENT-TXN-TYPE
           MOVE ZERO TO HV-ENT-AMOUNT
           MOVE ZERO TO HV-ENT-ROW-COUNT

           IF HV-ENT-USER-ID NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :HV-ENT-ROW-COUNT
                   FROM USER_ENTITLEMENT
                   WHERE USER_ID = :HV-ENT-USER-ID
                     AND PROGRAM_NAME = :HV-ENT-PROGRAM
                     AND TXN_TYPE IN (:HV-ENT-TXN-TYPE, '*')
                     AND EFFECTIVE_DATE <= :HV-ENT-AS-OF-DATE
                     AND (TERMINATION_DATE IS NULL
                      OR  TERMINATION_DATE >= :HV-ENT-AS-OF-DATE)
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE ZERO TO HV-ENT-ROW-COUNT
               END-IF
           END-IF

           IF HV-ENT-ROW-COUNT > ZERO
               GO TO 5050-EXIT
           END-IF

           SET ENT-NOT-ENTITLED TO TRUE
           MOVE 'SV01 SECURITY VIOLATION - USER NOT ENTITLED'
               TO WS-ENT-REJECT-REASON
           ADD 1 TO WS-CTR-SEC-VIOLATIONS

           MOVE 'E' TO ERR-SEVERITY
           MOVE WS-ENT-RESULT TO ERR-CODE
           MOVE 'USER-ID' TO ERR-FIELD-NAME
           MOVE PTR-USER-ID TO ERR-FIELD-VALUE
           MOVE WS-ENT-REJECT-REASON TO ERR-MESSAGE
           MOVE '5050-CHECK-ENTITLEMENT'
               TO ERR-PARAGRAPH-NAME
           PERFORM 8000-ERROR-HANDLER.

       5050-EXIT.
           EXIT.

      ****************************************************************
      * 5150-SETUP-VCARD-PAYMENT
      * SETS UP VIRTUAL CREDIT CARD AS THE PROVIDER'S PAYMENT METHOD.
           DISPLAY '  EFT SETUPS:               ' WS-EFT-SETUP-CTR
           DISPLAY '  PRENOTES GENERATED:       ' WS-PRENOTE-CTR
           DISPLAY '  PAYMENT SETUPS HELD (W9): ' WS-PAYSETUP-HELD-CTR
           DISPLAY '  SECURITY VIOLATIONS:      ' WS-CTR-SEC-VIOLATIONS
           DISPLAY '  1099 TRIGGERS:            ' WS-1099-TRIGGER-CTR
           DISPLAY '  VALUE-BASED BONUSES PAID: ' WS-VB-BONUS-CTR
           DISPLAY '  VALUE-BASED NO BONUS:     ' WS-VB-NO-BONUS-CTR
