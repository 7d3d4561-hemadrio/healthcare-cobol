      *              TRANSACTION IN HCELIGVR'S OWN 834 LAYOUT SO IT    *
      *              CAN BE FED BACK IN AS ENRL-834-FILE INPUT ON      *
      *              HCELIGVR'S NEXT RUN.                              *
      *              NEW INDIVIDUAL EXCHANGE POLICIES LOAD PENDING     *
      *              EFFECTUATION (STATUS E); THEY ARE SENT A BINDER   *
      *              INVOICE, EFFECTUATED BACK TO THE COVERAGE START   *
      *              WHEN THE BINDER PAYMENT POSTS, OR CANCELLED WHEN  *
      *              IT IS STILL UNPAID PAST THE BINDER DUE DATE. THE  *
      *              EFFECTUATION/CANCELLATION 834 FOR THE MARKETPLACE *
      *              IS WRITTEN TO PREMEFF.                            *
      *              THE GROUP'S FUNDING TYPE, CONTRIBUTION STRATEGY   *
      *              AND BILLING CONTACT COME FROM GROUP_MASTER. ASO   *
      *              GROUPS ARE NOT PREMIUM-BILLED; OTHER INVOICES     *
      *              CARRY THE EMPLOYER/EMPLOYEE SPLIT OF THE PREMIUM. *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2024-12-01 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 GPRICE   EXCHANGE BINDER INVOICE, EFFECTUATION AND  *
      *                     CANCELLATION; PREMEFF OUTBOUND 834         *
      * 2026-10-15 PSHAH    SKIP ASO GROUPS; EMPLOYER/EMPLOYEE SPLIT   *
      *                     AND BILLING CONTACT FROM GROUP_MASTER      *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRTRM-STATUS.

           SELECT PREMIUM-EFFECT-FILE
               ASSIGN TO PREMEFF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PREFF-STATUS.

           SELECT PREMIUM-CONTROL-RPT
               ASSIGN TO PREMCTRL
               ORGANIZATION IS SEQUENTIAL
               88  PI-STATUS-BILLED        VALUE 'B'.
               88  PI-STATUS-PAID          VALUE 'P'.
               88  PI-STATUS-DELINQUENT    VALUE 'D'.
           05  PI-INVOICE-TYPE             PIC X(01).
               88  PI-TYPE-MONTHLY         VALUE 'M'.
               88  PI-TYPE-BINDER          VALUE 'B'.
           05  PI-EMPLOYER-SHARE           PIC 9(07)V99.
           05  PI-EMPLOYEE-SHARE           PIC 9(07)V99.
           05  PI-BILL-CONTACT             PIC X(40).
           05  FILLER                      PIC X(03).

      *----------------------------------------------------------------*
      * NON-PAYMENT TERMINATION TRANSACTIONS, IN HCELIGVR'S OWN 834    *
           05  PT-EMAIL                    PIC X(50).
           05  FILLER                      PIC X(40).

      *----------------------------------------------------------------*
      * EFFECTUATION (021) AND BINDER CANCELLATION (024) TRANSACTIONS  *
      * FOR THE MARKETPLACE, IN THE SAME ENRL834 LAYOUT                *
      *----------------------------------------------------------------*
       FD  PREMIUM-EFFECT-FILE
           RECORD CONTAINS 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PREMIUM-EFFECT-REC              PIC X(500).

       FD  PREMIUM-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
               88  PRTRM-OK                  VALUE '00'.
           05  WS-PRCTL-STATUS               PIC X(02).
               88  PRCTL-OK                  VALUE '00'.
           05  WS-PREFF-STATUS               PIC X(02).
               88  PREFF-OK                  VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PRPAY-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-PAY-IS-FOUND           VALUE 'Y'.
           05  WS-PRIOR-INV-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-PRIOR-INV-WAS-OPEN     VALUE 'Y'.
           05  WS-BINDER-EOF-SW              PIC X(01) VALUE 'N'.
               88  BINDER-AT-EOF             VALUE 'Y'.
           05  WS-POLICY-EOF-SW              PIC X(01) VALUE 'N'.
               88  POLICY-AT-EOF             VALUE 'Y'.

      *----------------------------------------------------------------*
      * IN-MEMORY COPY OF THE PAYMENT RECEIPT FEED, LOOKED UP BY       *
           05  WS-CTR-PAID-MATCHED           PIC 9(07) VALUE 0.
           05  WS-CTR-DELINQUENT             PIC 9(07) VALUE 0.
           05  WS-CTR-TERMS-QUEUED           PIC 9(07) VALUE 0.
           05  WS-CTR-BINDERS-BILLED         PIC 9(07) VALUE 0.
           05  WS-CTR-BINDERS-OPEN           PIC 9(07) VALUE 0.
           05  WS-CTR-EFFECTUATED            PIC 9(07) VALUE 0.
           05  WS-CTR-CANCELLED              PIC 9(07) VALUE 0.
           05  WS-CTR-EFFECT-834             PIC 9(07) VALUE 0.
           05  WS-CTR-NOT-BILLED         PIC 9(07) VALUE 0.
           05  WS-CTR-ASO-SKIPPED            PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-SUB-1                      PIC 9(05).

       01  WS-PRIOR-PERIOD                   PIC 9(06).
       01  WS-DUE-DATE                        PIC 9(08).
       01  WS-PAY-LOOKUP-PERIOD              PIC 9(06).

      *----------------------------------------------------------------*
      * BINDER PAYMENT WORKING FIELDS. THE BINDER IS DUE BY THE        *
      * COVERAGE START DATE, BUT NEVER SOONER THAN THE GRACE DAYS      *
      * AFTER THE BINDER INVOICE IS ISSUED                             *
      *----------------------------------------------------------------*
       01  WS-BINDER-WORK.
           05  WS-BINDER-GRACE-DAYS          PIC 9(03) VALUE 30.
           05  WS-BINDER-PERIOD              PIC 9(06).
           05  WS-BINDER-DUE-DATE            PIC 9(08).
           05  WS-EFFECT-ACTION              PIC X(01).
               88  WS-EFFECTUATING           VALUE 'E'.
               88  WS-CANCELLING             VALUE 'C'.

      *--- ENRL834 LAYOUT FOR THE MARKETPLACE EFFECTUATION FILE ---
       01  WS-EFFECT-834-FIELDS.
           05  WE-TRANS-TYPE                 PIC X(03).
           05  WE-MEMBER-SSN                 PIC X(09).
           05  WE-MEMBER-ID                  PIC X(12).
           05  WE-SUBSCRIBER-IND             PIC X(01).
           05  WE-RELATION-CODE              PIC X(02).
           05  WE-LAST-NAME                  PIC X(30).
           05  WE-FIRST-NAME                 PIC X(20).
           05  WE-MIDDLE-INIT                PIC X(01).
           05  WE-DOB                        PIC X(08).
           05  WE-GENDER                     PIC X(01).
           05  WE-EFF-DATE                   PIC X(08).
           05  WE-TERM-DATE                  PIC X(08).
           05  WE-PLAN-CODE                  PIC X(08).
           05  WE-PRIOR-PLAN-CODE            PIC X(08).
           05  WE-GROUP-NUMBER               PIC X(10).
           05  WE-DIVISION-CODE              PIC X(04).
           05  WE-CLASS-CODE                 PIC X(04).
           05  WE-COVERAGE-LEVEL             PIC X(02).
           05  WE-COBRA-QUAL-EVENT           PIC X(02).
           05  WE-COBRA-EVENT-DATE           PIC X(08).
           05  WE-ACA-EXCHANGE-IND           PIC X(01).
           05  WE-APTC-AMOUNT                PIC S9(07)V99.
           05  WE-CSR-LEVEL                  PIC X(02).
           05  WE-METAL-TIER                 PIC X(02).
           05  WE-SPEC-ENRL-REASON           PIC X(03).
           05  WE-PCP-NPI                    PIC X(10).
           05  WE-TERM-REASON-CODE           PIC X(03).
           05  FILLER                        PIC X(321) VALUE SPACES.

       01  WS-INVOICE-WORK.
           05  WS-INV-MEMBER-ID               PIC X(12).
           05  WS-INV-DIVISION-CD                PIC X(04).
           05  WS-INV-CLASS-CD                   PIC X(04).
           05  WS-INV-PREMIUM-AMOUNT             PIC 9(07)V99.
           05  WS-INV-EMPLOYER-SHARE             PIC 9(07)V99.
           05  WS-INV-EMPLOYEE-SHARE             PIC 9(07)V99.

       01  WS-RPT-HEADER-1.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  HV-BL-CURR-DATE-8            PIC X(08).
           05  HV-BL-PAID-DATE              PIC X(08).
           05  HV-BL-OPEN-COUNT             PIC S9(09) COMP-3.
           05  HV-BL-BINDER-PERIOD          PIC X(06).
           05  HV-BL-BINDER-DUE             PIC X(08).
           05  HV-BL-FUNDING-TYPE           PIC X(01).
           05  HV-BL-CONTRIB-STRAT          PIC X(01).
           05  HV-BL-ER-PCT                 PIC S9(03)V99.
           05  HV-BL-ER-AMT                 PIC S9(05)V99.
           05  HV-BL-BILL-CONTACT           PIC X(40).
      *--- MEMBERS ON A PENDING POLICY ---
           05  HV-PM-MEMBER-ID              PIC X(12).
           05  HV-PM-SSN                    PIC X(09).
           05  HV-PM-RELATION-CODE          PIC X(02).
           05  HV-PM-LAST-NAME              PIC X(30).
           05  HV-PM-FIRST-NAME             PIC X(20).
           05  HV-PM-DOB                    PIC X(08).
           05  HV-PM-GENDER                 PIC X(01).
           05  HV-PM-EFF-DATE               PIC X(08).
           05  HV-PM-METAL-TIER             PIC X(02).

       COPY CPYERROR.

           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-PAYMENT-RECEIPTS
               THRU 2000-LOAD-PAYMENT-RECEIPTS-EXIT
           PERFORM 2500-PROCESS-BINDER-PREMIUMS
               THRU 2500-PROCESS-BINDER-PREMIUMS-EXIT
           PERFORM 3000-BILL-ACTIVE-SUBSCRIBERS
               THRU 3000-BILL-ACTIVE-SUBSCRIBERS-EXIT
           PERFORM 9000-TERMINATION
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT PREMIUM-EFFECT-FILE
           IF WS-PREFF-STATUS NOT = '00'
               MOVE 'PREMIUM-EFFECT-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           PERFORM 1200-WRITE-REPORT-HEADERS

           DISPLAY 'HCPREMBL - CURRENT BILLING PERIOD: ' WS-CURR-PERIOD
       2000-LOAD-PAYMENT-RECEIPTS-EXIT.
           EXIT.

      *================================================================*
      * 2500 - CURSOR OVER EVERY SUBSCRIBER PENDING EFFECTUATION       *
      * (STATUS E). ISSUE THE BINDER INVOICE, EFFECTUATE THE POLICY    *
      * BACK TO ITS COVERAGE START WHEN THE BINDER PAYMENT HAS POSTED, *
      * OR CANCEL IT WHEN THE BINDER IS STILL UNPAID PAST ITS DUE DATE *
      *================================================================*
       2500-PROCESS-BINDER-PREMIUMS.
           EXEC SQL
               DECLARE BINDER_CURSOR CURSOR FOR
               SELECT me.member_id, me.subscriber_id, me.group_num,
                      me.plan_code, me.coverage_level,
                      me.relation_code, me.ssn, me.last_name,
                      me.first_name, me.dob, me.gender, me.eff_date,
                      me.pcp_npi, me.division_cd, me.class_cd,
                      pb.premium_amount
               FROM   T_MEMBER_ELIG me
               JOIN   T_PLAN_BENEFIT pb
                 ON   me.plan_code      = pb.plan_code
                 AND  me.coverage_level = pb.coverage_level
               WHERE  me.status        = 'E'
               AND    me.relation_code = '18'
           END-EXEC

           EXEC SQL
               OPEN BINDER_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'BINDER_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2500-PROCESS-BINDER-PREMIUMS-EXIT
           END-IF

           PERFORM UNTIL BINDER-AT-EOF
               EXEC SQL
                   FETCH BINDER_CURSOR
                   INTO   :HV-BL-MEMBER-ID, :HV-BL-SUBSCRIBER-ID,
                          :HV-BL-GROUP-NUM, :HV-BL-PLAN-CODE,
                          :HV-BL-COVERAGE-LEVEL, :HV-BL-RELATION-CODE,
                          :HV-BL-SSN, :HV-BL-LAST-NAME,
                          :HV-BL-FIRST-NAME, :HV-BL-DOB,
                          :HV-BL-GENDER, :HV-BL-EFF-DATE,
                          :HV-BL-PCP-NPI, :HV-BL-DIVISION-CD,
                          :HV-BL-CLASS-CD, :HV-BL-PREMIUM-AMOUNT
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 2600-PROCESS-ONE-BINDER
                       THRU 2600-PROCESS-ONE-BINDER-EXIT
               ELSE
                   SET BINDER-AT-EOF TO TRUE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE BINDER_CURSOR
           END-EXEC
           .
       2500-PROCESS-BINDER-PREMIUMS-EXIT.
           EXIT.

       2600-PROCESS-ONE-BINDER.
      *----------------------------------------------------------------*
      * THE BINDER COVERS THE FIRST MONTH OF COVERAGE. NO BINDER ON    *
      * FILE YET - BILL IT; BINDER OPEN AND PAID - EFFECTUATE; BINDER  *
      * OPEN AND PAST DUE - CANCEL; OTHERWISE LEAVE IT PENDING         *
      *----------------------------------------------------------------*
           MOVE HV-BL-EFF-DATE(1:6) TO WS-BINDER-PERIOD
           MOVE HV-BL-EFF-DATE(1:6) TO HV-BL-BINDER-PERIOD

           EXEC SQL
               SELECT due_date
               INTO   :HV-BL-BINDER-DUE
               FROM   T_PREMIUM_INVOICE
               WHERE  subscriber_id   = :HV-BL-SUBSCRIBER-ID
               AND    invoice_period  = :HV-BL-BINDER-PERIOD
               AND    invoice_type    = 'B'
               AND    paid_ind        = 'N'
           END-EXEC

           IF SQLCODE = 100
               PERFORM 2700-ISSUE-BINDER-INVOICE
               GO TO 2600-PROCESS-ONE-BINDER-EXIT
           END-IF

           IF SQLCODE NOT = 0
               MOVE 'BINDER INVOICE LOOKUP FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2600-PROCESS-ONE-BINDER-EXIT
           END-IF

           MOVE WS-BINDER-PERIOD TO WS-PAY-LOOKUP-PERIOD
           PERFORM 3210-FIND-PRIOR-PAYMENT

           IF WS-PAY-IS-FOUND
               PERFORM 2800-EFFECTUATE-POLICY
               GO TO 2600-PROCESS-ONE-BINDER-EXIT
           END-IF

           MOVE HV-BL-BINDER-DUE TO WS-BINDER-DUE-DATE
           IF WS-CURR-DATE-8 > WS-BINDER-DUE-DATE
               PERFORM 2900-CANCEL-POLICY
               GO TO 2600-PROCESS-ONE-BINDER-EXIT
           END-IF

           ADD 1 TO WS-CTR-BINDERS-OPEN
           MOVE 'BINDER OPEN' TO WS-RPT-ACTION
           MOVE HV-BL-SUBSCRIBER-ID TO WS-RPT-SUBSCRIBER-ID
           MOVE HV-BL-PLAN-CODE TO WS-RPT-PLAN-CODE
           STRING 'PERIOD ' WS-BINDER-PERIOD ' AWAITING PAYMENT - DUE '
               HV-BL-BINDER-DUE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2600-PROCESS-ONE-BINDER-EXIT.
           EXIT.

       2700-ISSUE-BINDER-INVOICE.
      *----------------------------------------------------------------*
      * BILL THE FIRST MONTH'S PREMIUM AS THE BINDER. IT IS DUE BY THE *
      * COVERAGE START DATE, OR THE GRACE DAYS AFTER TODAY IF LATER    *
      *----------------------------------------------------------------*
           COMPUTE WS-BINDER-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURR-DATE-8)
                + WS-BINDER-GRACE-DAYS)
           IF HV-BL-EFF-DATE > WS-BINDER-DUE-DATE
               MOVE HV-BL-EFF-DATE TO WS-BINDER-DUE-DATE
           END-IF
           MOVE WS-BINDER-DUE-DATE TO HV-BL-BINDER-DUE

           MOVE HV-BL-PREMIUM-AMOUNT TO WS-INV-PREMIUM-AMOUNT
           ADD 1 TO WS-CTR-INVOICES
           ADD WS-INV-PREMIUM-AMOUNT TO WS-CTR-BILLED-AMT

           MOVE SPACES TO PREMIUM-INVOICE-REC
           MOVE HV-BL-SUBSCRIBER-ID TO PI-SUBSCRIBER-ID
           MOVE HV-BL-GROUP-NUM     TO PI-GROUP-NUM
           MOVE HV-BL-PLAN-CODE     TO PI-PLAN-CODE
           MOVE HV-BL-COVERAGE-LEVEL TO PI-COVERAGE-LEVEL
           MOVE WS-BINDER-PERIOD    TO PI-INVOICE-PERIOD
           MOVE WS-INV-PREMIUM-AMOUNT TO PI-PREMIUM-AMOUNT
           MOVE WS-BINDER-DUE-DATE  TO PI-DUE-DATE
           SET PI-STATUS-BILLED TO TRUE
           SET PI-TYPE-BINDER TO TRUE
           MOVE 0 TO PI-EMPLOYER-SHARE
           MOVE WS-INV-PREMIUM-AMOUNT TO PI-EMPLOYEE-SHARE
           WRITE PREMIUM-INVOICE-REC

           MOVE WS-CURR-DATE-8      TO HV-BL-CURR-DATE-8

           EXEC SQL
               INSERT INTO T_PREMIUM_INVOICE
                   (subscriber_id, group_num, plan_code,
                    coverage_level, invoice_period,
                    premium_amount, due_date, paid_ind,
                    invoice_type, create_dt, create_pgm)
               VALUES
                   (:HV-BL-SUBSCRIBER-ID, :HV-BL-GROUP-NUM,
                    :HV-BL-PLAN-CODE, :HV-BL-COVERAGE-LEVEL,
                    :HV-BL-BINDER-PERIOD, :HV-BL-PREMIUM-AMOUNT,
                    :HV-BL-BINDER-DUE, 'N', 'B',
                    :HV-BL-CURR-DATE-8, 'HCPREMBL')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'BINDER INVOICE INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           ADD 1 TO WS-CTR-BINDERS-BILLED
           MOVE 'BINDER BILL' TO WS-RPT-ACTION
           MOVE HV-BL-SUBSCRIBER-ID TO WS-RPT-SUBSCRIBER-ID
           MOVE HV-BL-PLAN-CODE TO WS-RPT-PLAN-CODE
           STRING 'PERIOD ' WS-BINDER-PERIOD ' PREMIUM '
               WS-INV-PREMIUM-AMOUNT ' DUE ' HV-BL-BINDER-DUE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 1300-WRITE-DETAIL-LINE
           .

       2800-EFFECTUATE-POLICY.
      *----------------------------------------------------------------*
      * BINDER PAYMENT POSTED - MARK THE BINDER PAID, SEND THE         *
      * EFFECTUATION TO THE MARKETPLACE, ACTIVATE EVERY MEMBER ON THE  *
      * POLICY BACK TO THE ORIGINAL COVERAGE START, AND RELEASE ANY    *
      * CLAIMS DENIED WHILE THE POLICY WAS PENDING FOR REPROCESSING    *
      *----------------------------------------------------------------*
           MOVE WS-PAY-DATE(WS-PAY-IDX) TO HV-BL-PAID-DATE
           EXEC SQL
               UPDATE T_PREMIUM_INVOICE
               SET    paid_ind = 'Y',
                      paid_dt  = :HV-BL-PAID-DATE
               WHERE  subscriber_id  = :HV-BL-SUBSCRIBER-ID
               AND    invoice_period = :HV-BL-BINDER-PERIOD
               AND    invoice_type   = 'B'
               AND    paid_ind       = 'N'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'BINDER INVOICE UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2800-EFFECTUATE-POLICY-EXIT
           END-IF
           ADD 1 TO WS-CTR-PAID-MATCHED

           SET WS-EFFECTUATING TO TRUE
           PERFORM 2850-WRITE-POLICY-834
               THRU 2850-WRITE-POLICY-834-EXIT

           MOVE WS-CURR-DATE-8 TO HV-BL-CURR-DATE-8
           EXEC SQL
               UPDATE T_MEMBER_ELIG
               SET    status         = 'A',
                      billing_status = 'P',
                      update_dt      = :HV-BL-CURR-DATE-8,
                      update_pgm     = 'HCPREMBL'
               WHERE  subscriber_id  = :HV-BL-SUBSCRIBER-ID
               AND    status         = 'E'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'POLICY EFFECTUATION UPDATE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2800-EFFECTUATE-POLICY-EXIT
           END-IF

           EXEC SQL
               UPDATE CLAIM_HEADER
               SET    clm_status        = 'RP',
                      clm_sub_status    = 'RET',
                      clm_last_upd_dt   = CURRENT_TIMESTAMP,
                      clm_last_upd_user = 'HCPREMBL'
               WHERE  clm_pat_mrn IN
                      (SELECT member_id
                       FROM   T_MEMBER_ELIG
                       WHERE  subscriber_id = :HV-BL-SUBSCRIBER-ID)
               AND    clm_from_dos >= :HV-BL-EFF-DATE
               AND    clm_status IN ('DN', 'VD')
           END-EXEC

           ADD 1 TO WS-CTR-EFFECTUATED
           MOVE 'EFFECTUATED' TO WS-RPT-ACTION
           MOVE HV-BL-SUBSCRIBER-ID TO WS-RPT-SUBSCRIBER-ID
           MOVE HV-BL-PLAN-CODE TO WS-RPT-PLAN-CODE
           STRING 'BINDER PAID ' HV-BL-PAID-DATE
               ' - COVERAGE EFFECTIVE ' HV-BL-EFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 1300-WRITE-DETAIL-LINE
           .
       2800-EFFECTUATE-POLICY-EXIT.
           EXIT.

       2850-WRITE-POLICY-834.
      *----------------------------------------------------------------*
      * WRITE ONE OUTBOUND 834 TRANSACTION PER MEMBER ON THE PENDING   *
      * POLICY - 021 EFFECTUATION, OR 024 CANCELLATION BACK TO THE     *
      * COVERAGE START FOR NON-PAYMENT OF THE BINDER                   *
      *----------------------------------------------------------------*
           EXEC SQL
               DECLARE POLICY_CURSOR CURSOR FOR
               SELECT member_id, ssn, relation_code, last_name,
                      first_name, dob, gender, eff_date, metal_tier
               FROM   T_MEMBER_ELIG
               WHERE  subscriber_id = :HV-BL-SUBSCRIBER-ID
               AND    status        = 'E'
           END-EXEC

           EXEC SQL
               OPEN POLICY_CURSOR
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'POLICY_CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 2850-WRITE-POLICY-834-EXIT
           END-IF

           MOVE 'N' TO WS-POLICY-EOF-SW
           PERFORM UNTIL POLICY-AT-EOF
               EXEC SQL
                   FETCH POLICY_CURSOR
                   INTO   :HV-PM-MEMBER-ID, :HV-PM-SSN,
                          :HV-PM-RELATION-CODE, :HV-PM-LAST-NAME,
                          :HV-PM-FIRST-NAME, :HV-PM-DOB,
                          :HV-PM-GENDER, :HV-PM-EFF-DATE,
                          :HV-PM-METAL-TIER
               END-EXEC

               IF SQLCODE = 0
                   PERFORM 2860-WRITE-MEMBER-834
               ELSE
                   SET POLICY-AT-EOF TO TRUE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE POLICY_CURSOR
           END-EXEC
           .
       2850-WRITE-POLICY-834-EXIT.
           EXIT.

       2860-WRITE-MEMBER-834.
           MOVE SPACES TO WS-EFFECT-834-FIELDS
           IF WS-EFFECTUATING
               MOVE '021'             TO WE-TRANS-TYPE
               MOVE '99991231'        TO WE-TERM-DATE
           ELSE
               MOVE '024'             TO WE-TRANS-TYPE
               MOVE HV-PM-EFF-DATE    TO WE-TERM-DATE
               MOVE '002'             TO WE-TERM-REASON-CODE
           END-IF
           MOVE HV-PM-SSN             TO WE-MEMBER-SSN
           MOVE HV-PM-MEMBER-ID       TO WE-MEMBER-ID
           IF HV-PM-RELATION-CODE = '18'
               MOVE 'Y'               TO WE-SUBSCRIBER-IND
           ELSE
               MOVE 'N'               TO WE-SUBSCRIBER-IND
           END-IF
           MOVE HV-PM-RELATION-CODE   TO WE-RELATION-CODE
           MOVE HV-PM-LAST-NAME       TO WE-LAST-NAME
           MOVE HV-PM-FIRST-NAME      TO WE-FIRST-NAME
           MOVE HV-PM-DOB             TO WE-DOB
           MOVE HV-PM-GENDER          TO WE-GENDER
           MOVE HV-PM-EFF-DATE        TO WE-EFF-DATE
           MOVE HV-BL-PLAN-CODE       TO WE-PLAN-CODE
           MOVE HV-BL-GROUP-NUM       TO WE-GROUP-NUMBER
           MOVE HV-BL-DIVISION-CD     TO WE-DIVISION-CODE
           MOVE HV-BL-CLASS-CD        TO WE-CLASS-CODE
           MOVE HV-BL-COVERAGE-LEVEL  TO WE-COVERAGE-LEVEL
           MOVE 'Y'                   TO WE-ACA-EXCHANGE-IND
           MOVE ZERO                  TO WE-APTC-AMOUNT
           MOVE HV-PM-METAL-TIER      TO WE-METAL-TIER
           MOVE HV-BL-PCP-NPI         TO WE-PCP-NPI

           WRITE PREMIUM-EFFECT-REC FROM WS-EFFECT-834-FIELDS
           ADD 1 TO WS-CTR-EFFECT-834
           .

       2900-CANCEL-POLICY.
      *----------------------------------------------------------------*
      * BINDER STILL UNPAID PAST ITS DUE DATE - THE POLICY NEVER       *
      * EFFECTUATES. SEND THE CANCELLATION TO THE MARKETPLACE AND      *
      * CANCEL EVERY MEMBER BACK TO THE COVERAGE START DATE            *
      *----------------------------------------------------------------*
           SET WS-CANCELLING TO TRUE
           PERFORM 2850-WRITE-POLICY-834
               THRU 2850-WRITE-POLICY-834-EXIT

           MOVE WS-CURR-DATE-8 TO HV-BL-CURR-DATE-8
           EXEC SQL
               UPDATE T_MEMBER_ELIG
               SET    status         = 'T',
                      term_date      = eff_date,
                      term_reason    = '002',
                      billing_status = 'D',
                      update_dt      = :HV-BL-CURR-DATE-8,
                      update_pgm     = 'HCPREMBL'
               WHERE  subscriber_id  = :HV-BL-SUBSCRIBER-ID
               AND    status         = 'E'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'POLICY CANCELLATION UPDATE FAILED'
                   TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           ADD 1 TO WS-CTR-CANCELLED
           MOVE 'CANCELLED' TO WS-RPT-ACTION
           MOVE HV-BL-SUBSCRIBER-ID TO WS-RPT-SUBSCRIBER-ID
           MOVE HV-BL-PLAN-CODE TO WS-RPT-PLAN-CODE
           STRING 'BINDER UNPAID PAST ' HV-BL-BINDER-DUE
               ' - CANCELLED TO ' HV-BL-EFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 1300-WRITE-DETAIL-LINE
           .

      *================================================================*
      * 3000 - CURSOR OVER EVERY ACTIVE SUBSCRIBER, BILL THE CURRENT   *
      * PERIOD'S PREMIUM, SETTLE THE PRIOR PERIOD, AND QUEUE A         *
                      me.relation_code, me.ssn, me.last_name,
                      me.first_name, me.dob, me.gender, me.eff_date,
                      me.pcp_npi, me.division_cd, me.class_cd,
                      pb.premium_amount,
                      ISNULL(gm.FUNDING_TYPE, 'F'),
                      ISNULL(gm.CONTRIB_STRATEGY, 'N'),
                      ISNULL(gm.ER_CONTRIB_PCT, 0),
                      ISNULL(gm.ER_CONTRIB_AMT, 0),
                      ISNULL(gm.BILL_CONTACT_NAME, ' ')
               FROM   T_MEMBER_ELIG me
               JOIN   T_PLAN_BENEFIT pb
                 ON   me.plan_code      = pb.plan_code
                 AND  me.coverage_level = pb.coverage_level
               LEFT JOIN GROUP_MASTER gm
                 ON   gm.GROUP_NUM      = me.group_num
               WHERE  me.status        = 'A'
               AND    me.relation_code = '18'
           END-EXEC
                          :HV-BL-FIRST-NAME, :HV-BL-DOB,
                          :HV-BL-GENDER, :HV-BL-EFF-DATE,
                          :HV-BL-PCP-NPI, :HV-BL-DIVISION-CD,
                          :HV-BL-CLASS-CD, :HV-BL-PREMIUM-AMOUNT,
                          :HV-BL-FUNDING-TYPE, :HV-BL-CONTRIB-STRAT,
                          :HV-BL-ER-PCT, :HV-BL-ER-AMT,
                          :HV-BL-BILL-CONTACT
               END-EXEC

               IF SQLCODE = 0
      * GENERATE THE CURRENT PERIOD'S INVOICE, THEN SETTLE THE PRIOR  *
      * PERIOD'S INVOICE AGAINST THE PAYMENT RECEIPT FEED              *
      *----------------------------------------------------------------*
      *--- NOTHING TO BILL WHEN COVERAGE STARTS AFTER THIS PERIOD OR ---
      *--- THE PERIOD IS ALREADY INVOICED (E.G. BY THE BINDER)      ---
      *--- ASO GROUPS FUND THEIR OWN CLAIMS AND ARE NOT PREMIUM-BILLED -
           IF HV-BL-FUNDING-TYPE = 'A'
               ADD 1 TO WS-CTR-ASO-SKIPPED
               GO TO 3100-BILL-ONE-SUBSCRIBER-EXIT
           END-IF

           MOVE WS-CURR-PERIOD      TO HV-BL-INVOICE-PERIOD
           IF HV-BL-EFF-DATE(1:6) > HV-BL-INVOICE-PERIOD
               ADD 1 TO WS-CTR-NOT-BILLED
               GO TO 3100-BILL-ONE-SUBSCRIBER-EXIT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-BL-OPEN-COUNT
               FROM   T_PREMIUM_INVOICE
               WHERE  subscriber_id   = :HV-BL-SUBSCRIBER-ID
               AND    invoice_period  = :HV-BL-INVOICE-PERIOD
           END-EXEC

           IF SQLCODE = 0 AND HV-BL-OPEN-COUNT > 0
               ADD 1 TO WS-CTR-NOT-BILLED
               PERFORM 3200-SETTLE-PRIOR-PERIOD
                   THRU 3200-SETTLE-PRIOR-PERIOD-EXIT
               GO TO 3100-BILL-ONE-SUBSCRIBER-EXIT
           END-IF

           MOVE HV-BL-PREMIUM-AMOUNT TO WS-INV-PREMIUM-AMOUNT
           ADD 1 TO WS-CTR-INVOICES
           ADD WS-INV-PREMIUM-AMOUNT TO WS-CTR-BILLED-AMT

      *--- EMPLOYER SHARE BY THE GROUP'S CONTRIBUTION STRATEGY ---
           EVALUATE HV-BL-CONTRIB-STRAT
               WHEN 'P'
                   COMPUTE WS-INV-EMPLOYER-SHARE ROUNDED =
                       WS-INV-PREMIUM-AMOUNT * HV-BL-ER-PCT / 100
               WHEN 'F'
               WHEN 'D'
                   IF HV-BL-ER-AMT > WS-INV-PREMIUM-AMOUNT
                       MOVE WS-INV-PREMIUM-AMOUNT
                           TO WS-INV-EMPLOYER-SHARE
                   ELSE
                       MOVE HV-BL-ER-AMT TO WS-INV-EMPLOYER-SHARE
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-INV-EMPLOYER-SHARE
           END-EVALUATE
           COMPUTE WS-INV-EMPLOYEE-SHARE =
               WS-INV-PREMIUM-AMOUNT - WS-INV-EMPLOYER-SHARE

           MOVE SPACES TO PREMIUM-INVOICE-REC
           MOVE HV-BL-SUBSCRIBER-ID TO PI-SUBSCRIBER-ID
           MOVE HV-BL-GROUP-NUM     TO PI-GROUP-NUM
           MOVE WS-INV-PREMIUM-AMOUNT TO PI-PREMIUM-AMOUNT
           MOVE WS-DUE-DATE         TO PI-DUE-DATE
           SET PI-STATUS-BILLED TO TRUE
           SET PI-TYPE-MONTHLY TO TRUE
           MOVE WS-INV-EMPLOYER-SHARE TO PI-EMPLOYER-SHARE
           MOVE WS-INV-EMPLOYEE-SHARE TO PI-EMPLOYEE-SHARE
           MOVE HV-BL-BILL-CONTACT  TO PI-BILL-CONTACT
           WRITE PREMIUM-INVOICE-REC

           MOVE WS-CURR-PERIOD      TO HV-BL-INVOICE-PERIOD
                   (subscriber_id, group_num, plan_code,
                    coverage_level, invoice_period,
                    premium_amount, due_date, paid_ind,
                    invoice_type, create_dt, create_pgm)
               VALUES
                   (:HV-BL-SUBSCRIBER-ID, :HV-BL-GROUP-NUM,
                    :HV-BL-PLAN-CODE, :HV-BL-COVERAGE-LEVEL,
                    :HV-BL-INVOICE-PERIOD, :HV-BL-PREMIUM-AMOUNT,
                    :WS-DUE-DATE, 'N', 'M',
                    :HV-BL-CURR-DATE-8, 'HCPREMBL')
           END-EXEC

           END-IF

           SET WS-PRIOR-INV-WAS-OPEN TO TRUE
           MOVE WS-PRIOR-PERIOD TO WS-PAY-LOOKUP-PERIOD
           PERFORM 3210-FIND-PRIOR-PAYMENT

           IF WS-PAY-IS-FOUND

       3210-FIND-PRIOR-PAYMENT.
      *----------------------------------------------------------------*
      * LOOK UP THIS SUBSCRIBER'S PAYMENT FOR WS-PAY-LOOKUP-PERIOD     *
      * (THE PRIOR PERIOD, OR THE BINDER PERIOD) IN THE IN-MEMORY      *
      * RECEIPT TABLE LOADED FROM THE LOCKBOX FEED                     *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PAY-FOUND-SW
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-PAY-COUNT
               IF WS-PAY-SUBSCRIBER-ID(WS-SUB-1) = HV-BL-SUBSCRIBER-ID
                   AND WS-PAY-PERIOD(WS-SUB-1) = WS-PAY-LOOKUP-PERIOD
                   MOVE 'Y' TO WS-PAY-FOUND-SW
                   SET WS-PAY-IDX TO WS-SUB-1
               END-IF
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           MOVE SPACES TO WS-RPT-DETAIL
           STRING 'BINDERS=' WS-CTR-BINDERS-BILLED
               ' OPEN=' WS-CTR-BINDERS-OPEN
               ' EFFECTUATED=' WS-CTR-EFFECTUATED
               ' CANCELLED=' WS-CTR-CANCELLED
               DELIMITED BY SIZE
               INTO WS-RPT-DETAIL
           END-STRING
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCPREMBL - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'PAYMENTS MATCHED:     ' WS-CTR-PAID-MATCHED
           DISPLAY 'MEMBERS DELINQUENT:   ' WS-CTR-DELINQUENT
           DISPLAY 'TERMINATIONS QUEUED:  ' WS-CTR-TERMS-QUEUED
           DISPLAY 'NOT BILLED THIS RUN:  ' WS-CTR-NOT-BILLED
           DISPLAY 'ASO GROUP SKIPPED:    ' WS-CTR-ASO-SKIPPED
           DISPLAY 'BINDERS INVOICED:     ' WS-CTR-BINDERS-BILLED
           DISPLAY 'BINDERS STILL OPEN:   ' WS-CTR-BINDERS-OPEN
           DISPLAY 'POLICIES EFFECTUATED: ' WS-CTR-EFFECTUATED
           DISPLAY 'POLICIES CANCELLED:   ' WS-CTR-CANCELLED
           DISPLAY 'EFFECTUATION 834S:    ' WS-CTR-EFFECT-834
           DISPLAY 'ERRORS ENCOUNTERED:   ' WS-ERR-COUNT
           DISPLAY 'START TIME:           ' WS-STAT-START-TIME
           DISPLAY 'END TIME:             ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE PREMIUM-EFFECT-FILE
           CLOSE PREMIUM-CONTROL-RPT
           .
