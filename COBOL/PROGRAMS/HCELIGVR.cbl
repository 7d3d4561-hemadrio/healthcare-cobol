      *                                  POINT (HCELIGVR-RTELIG)
      * 2026-09-01 DHOLT      HC-08110   834 ADDRESS CHANGE CLEARS
      *                                  THE RETURNED-MAIL FLAG
      * 2026-10-15 RTHOMPSON  HC-08175   PCP ASSIGNMENT HISTORY KEPT
      *                                  ON MEMBER_PCP_ASSIGNMENT;
      *                                  RETRO ADDS/TERMS/PCP CHANGES
      *                                  QUEUED FOR CAPITATION RETRO
      * 2026-10-15 BWALSH     HC-08190   EXCHANGE PLAN CHANGE (025)
      *                                  CARRIES APTC/CSR FOR FFM
      *                                  RECON CORRECTIONS; PRIOR
      *                                  OPEN APTC ROW END-DATED
      * 2026-10-15 GPRICE     HC-08205   NEW EXCHANGE ENROLLMENTS LOAD
      *                                  PENDING EFFECTUATION (STATUS
      *                                  E) UNTIL HCPREMBL POSTS THE
      *                                  BINDER PAYMENT
      * 2026-10-15 KWONG      HC-08220   COBRA NOTICE OPENS A
      *                                  T_COBRA_TRACK ROW FOR EACH
      *                                  QUALIFIED BENEFICIARY; 030
      *                                  ELECTION RECORDED, COVERAGE
      *                                  REINSTATED BY HCCOBRTK ON
      *                                  THE INITIAL PREMIUM
      *================================================================*
       IDENTIFICATION DIVISION.
      *================================================================*
       01  WS-COBRA-END-DATE          PIC 9(08)  VALUE ZEROES.
       01  WS-COBRA-NOTIFY-DEADLINE   PIC 9(08)  VALUE ZEROES.
       01  WS-COBRA-ELECT-DEADLINE    PIC 9(08)  VALUE ZEROES.
       01  WS-COBRA-PAY-DEADLINE      PIC 9(08)  VALUE ZEROES.
       01  WS-COBRA-INIT-PAY-DAYS     PIC 9(03)  VALUE 45.
       01  WS-DEPEND-AGE-LIMIT        PIC 9(02)  VALUE 26.
       01  WS-GRACE-PERIOD-DAYS       PIC 9(03)  VALUE 90.
       01  WS-WAITING-PERIOD-DAYS     PIC 9(03)  VALUE ZEROES.
       01  WS-SEP-WINDOW-DAYS         PIC 9(03)  VALUE 60.
       01  WS-INTEGER-DATE-1          PIC 9(07).
       01  WS-INTEGER-DATE-2          PIC 9(07).
       01  WS-PCP-ASSIGN-DATE         PIC 9(08)  VALUE ZEROES.
       01  WS-PCP-PRIOR-DAY           PIC 9(08)  VALUE ZEROES.
       01  WS-CAP-RETRO-DATE          PIC 9(08)  VALUE ZEROES.

      *----------------------------------------------------------------*
      * PLAN BENEFIT CONFIGURATION TABLE (LOADED FROM DB)
           05  WS-AV-PERCENTAGE       PIC 9(03)  VALUE ZEROES.
           05  WS-ENHANCED-APTC-FL    PIC X(01)  VALUE 'N'.
               88  WS-ENHANCED-APTC             VALUE 'Y'.
           05  WS-APTC-PRIOR-DAY      PIC 9(08)  VALUE ZEROES.
           05  WS-NEW-ELIG-STATUS     PIC X(01)  VALUE 'A'.
               88  WS-NEW-ELIG-ACTIVE           VALUE 'A'.
               88  WS-NEW-ELIG-PENDING          VALUE 'E'.

       01  WS-ACA-METAL-TABLE.
           05  FILLER PIC X(08) VALUE 'BR056064'.
           05  HV-CT-STATUS           PIC X(01).
           05  HV-CT-SUBSIDY-IND      PIC X(01).
           05  HV-CT-PREMIUM-AMT      PIC S9(07)V99.
           05  HV-CT-NOTICE-DATE      PIC X(08).
           05  HV-CT-ELECT-DEADLINE   PIC X(08).
           05  HV-CT-PAY-DEADLINE     PIC X(08).
           05  HV-CT-OPEN-CNT         PIC S9(09) COMP.

       01  HV-ACA-EXCHANGE.
           05  HV-AX-MEMBER-ID        PIC X(12).
           05  HV-AX-ENHANCED-APTC    PIC X(01).
           05  HV-AX-EFF-DATE         PIC X(08).
           05  HV-AX-TERM-DATE        PIC X(08).
           05  HV-AX-PRIOR-TERM-DATE  PIC X(08).

       01  HV-COB-INFO.
           05  HV-COB-MEMBER-ID       PIC X(12).
               INTO   :HV-ME-STATUS
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-ME-MEMBER-ID
               AND    status IN ('A', 'E')
           END-EXEC

           IF SQLCODE = 0
           END-IF

      *    STEP 8: ACA EXCHANGE PROCESSING
      *    INDIVIDUAL EXCHANGE COVERAGE IS NOT EFFECTUATED UNTIL THE
      *    BINDER PAYMENT POSTS - LOAD IT PENDING (STATUS E); HCPREMBL
      *    INVOICES THE BINDER AND EFFECTUATES OR CANCELS
           SET WS-NEW-ELIG-ACTIVE TO TRUE
           IF E834-IS-EXCHANGE
               PERFORM 5000-ACA-EXCHANGE-PROCESSING
               IF WS-ACA-INVALID
                   GO TO 2100-EXIT
               END-IF
               SET WS-NEW-ELIG-PENDING TO TRUE
           END-IF

      *    STEP 9: PRE-EXISTING CONDITION CHECK (GRANDFATHERED ONLY)
                    :E834-CLASS-CODE,
                    :E834-COVERAGE-LEVEL,
                    :E834-EFF-DATE,
                    '99991231', :WS-NEW-ELIG-STATUS,
                    :E834-MEMBER-ID,
                    :E834-RELATION-CODE,
                    'N',
      *        INITIALIZE VISIT LIMITS
               PERFORM 4210-INITIALIZE-VISIT-LIMITS

      *        CHECK FOR RETROACTIVE ENROLLMENT (A PENDING
      *        ENROLLMENT'S CLAIMS ARE FLAGGED AT EFFECTUATION)
               IF E834-EFF-DATE < WS-CURR-DATE-8
                   AND WS-NEW-ELIG-ACTIVE
                   SET WS-IS-RETRO TO TRUE
                   MOVE 'EL0030' TO WS-ERR-CODE
                   STRING 'RETROACTIVE ENROLLMENT FROM '
                   PERFORM 6100-FLAG-CLAIMS-REPROCESS
               END-IF

      *        START THE MEMBER'S PCP ASSIGNMENT HISTORY
               IF WS-PLN-PCP-REQD(WS-PLAN-IDX) = 'Y'
                   AND WS-PCP-NPI NOT = SPACES
                   MOVE E834-EFF-DATE TO WS-PCP-ASSIGN-DATE
                   PERFORM 4065-RECORD-PCP-ASSIGNMENT
               END-IF

      *        AUDIT TRAIL
               MOVE 'ENRL' TO WS-AUD-ACTION
               MOVE E834-PLAN-CODE TO WS-AUD-NEW-VALUE
               PERFORM 7000-WRITE-AUDIT-TRAIL

               IF WS-NEW-ELIG-PENDING
                   MOVE 'PENDING BINDER     ' TO WS-RPT-MSG
               ELSE
                   MOVE 'ENROLLED OK        ' TO WS-RPT-MSG
               END-IF
           ELSE
               ADD 1 TO WS-834-ERROR-CNT
               MOVE 'EL0035' TO WS-ERR-CODE
                   SET WS-IS-RETRO TO TRUE
                   PERFORM 6000-RETRO-ACCUM-RECALC
                   PERFORM 6200-FLAG-CLAIMS-RECOUP
                   MOVE E834-TERM-DATE TO WS-CAP-RETRO-DATE
                   PERFORM 6300-QUEUE-CAPITATION-RETRO
               END-IF

      *        CASCADE TERM DEPENDENTS IF SUBSCRIBER TERMED
                   PERFORM 2210-CASCADE-DEPENDENT-TERM
               END-IF

      *        DECREMENT PCP PANEL AND END THE PCP ASSIGNMENT
               IF HV-ME-PCP-NPI NOT = SPACES
                   EXEC SQL
                       UPDATE T_PCP_PANEL
                       WHERE  pcp_npi = :HV-ME-PCP-NPI
                       AND    panel_current > 0
                   END-EXEC
                   EXEC SQL
                       UPDATE MEMBER_PCP_ASSIGNMENT
                       SET    TERM_DATE = :E834-TERM-DATE
                       WHERE  MEMBER_ID = :HV-ME-MEMBER-ID
                       AND    STATUS    = 'AC'
                       AND    (TERM_DATE IS NULL
                               OR TERM_DATE > :E834-TERM-DATE)
                   END-EXEC
               END-IF
           ELSE
               ADD 1 TO WS-834-ERROR-CNT
                           MOVE WS-MEMBER-ID-WORK
                               TO WS-CL-MEMBER-ID
                           PERFORM 2615-WRITE-COBRA-LETTER
                           MOVE WS-MEMBER-ID-WORK
                               TO HV-CT-MEMBER-ID
                           PERFORM 2620-OPEN-COBRA-TRACK
                               THRU 2620-EXIT
                       END-IF
                   END-PERFORM

      *    VALIDATE SUBSCRIBER EXISTS AND IS ACTIVE
           MOVE E834-MEMBER-ID TO HV-SUBSCRIBER-ID-IN

      *    A DEPENDENT ON A POLICY STILL PENDING ITS BINDER PAYMENT
      *    LOADS PENDING WITH THE SUBSCRIBER
           EXEC SQL
               SELECT member_id, plan_code, network_cd, pcp_npi,
                      status
               INTO   :HV-ME-MEMBER-ID, :HV-ME-PLAN-CODE,
                      :HV-ME-NETWORK-CD, :HV-ME-PCP-NPI,
                      :WS-NEW-ELIG-STATUS
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-SUBSCRIBER-ID-IN
               AND    status IN ('A', 'E')
               AND    relation_code = '18'
           END-EXEC

                    :HV-ME-PLAN-CODE,
                    :E834-GROUP-NUMBER,
                    :E834-EFF-DATE,
                    '99991231', :WS-NEW-ELIG-STATUS,
                    :HV-SUBSCRIBER-ID-IN,
                    :E834-RELATION-CODE,
                    'N',
           MOVE E834-MEMBER-ID TO HV-ME-MEMBER-ID

           EXEC SQL
               SELECT subscriber_id, plan_code, pcp_npi,
                      coverage_level
               INTO   :HV-ME-SUBSCRIBER-ID, :HV-ME-PLAN-CODE,
                      :HV-ME-PCP-NPI, :HV-ME-COVERAGE-LEVEL
               FROM   T_MEMBER_ELIG
               WHERE  member_id    = :HV-ME-MEMBER-ID
               AND    status       = 'A'
      *        ACCUMULATOR TRANSFER LOGIC
               PERFORM 4510-TRANSFER-ACCUMULATORS

      *        EXCHANGE MEMBERS - APTC/CSR FOLLOW THE CHANGE
               IF E834-IS-EXCHANGE
                   PERFORM 5300-PROCESS-APTC
               END-IF

               MOVE 'PLAN CHANGED OK    ' TO WS-RPT-MSG
           ELSE
               ADD 1 TO WS-834-ERROR-CNT
               GO TO 2600-EXIT
           END-IF

      *    DETERMINE COBRA END DATE FROM THE QUALIFYING EVENT
           MOVE E834-COBRA-QUAL-EVENT TO HV-CT-QUAL-EVENT
           MOVE E834-COBRA-EVENT-DATE TO HV-CT-EVENT-DATE
           PERFORM 2605-COMPUTE-COBRA-END-DATE

      *    CALCULATE COBRA PREMIUM (102% OF FULL PREMIUM)
           EXEC SQL
               MOVE ZEROES TO WS-PREMIUM-COBRA
           END-IF

      *    THE ELECTION IS ONLY RECORDED HERE - COVERAGE IS
      *    REINSTATED BACK TO THE LOSS OF COVERAGE BY HCCOBRTK ONCE
      *    THE INITIAL PREMIUM IS PAID WITHIN 45 DAYS OF ELECTION
           MOVE E834-EFF-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-INTEGER-DATE-1 =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC)
           ADD WS-COBRA-INIT-PAY-DAYS TO WS-INTEGER-DATE-1
           COMPUTE WS-COBRA-PAY-DEADLINE =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE-1)

           MOVE E834-MEMBER-ID       TO HV-CT-MEMBER-ID
           MOVE E834-EFF-DATE        TO HV-CT-ELECT-DATE
           MOVE WS-COBRA-END-DATE   TO HV-CT-END-DATE
           MOVE WS-COBRA-PAY-DEADLINE TO HV-CT-PAY-DEADLINE
           MOVE 'E'                  TO HV-CT-STATUS
           MOVE 'N'                  TO HV-CT-SUBSIDY-IND
           MOVE WS-PREMIUM-COBRA    TO HV-CT-PREMIUM-AMT

      *    ELECTION AGAINST THE OPEN ELECTION WINDOW FROM THE NOTICE
           EXEC SQL
               SELECT elect_deadline
               INTO   :HV-CT-ELECT-DEADLINE
               FROM   T_COBRA_TRACK
               WHERE  member_id = :HV-CT-MEMBER-ID
               AND    status    = 'N'
           END-EXEC

           IF SQLCODE = 0
               AND HV-CT-ELECT-DATE > HV-CT-ELECT-DEADLINE
               ADD 1 TO WS-834-ERROR-CNT
               MOVE 'COBRA ELECT LATE   ' TO WS-RPT-MSG
           ELSE
               PERFORM 2625-RECORD-COBRA-ELECTION
           END-IF

           PERFORM 8100-WRITE-DETAIL-LINE
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2605-COMPUTE-COBRA-END-DATE.
      *----------------------------------------------------------------*
      *    MAXIMUM CONTINUATION PERIOD FOR THE QUALIFYING EVENT IN
      *    HV-CT-QUAL-EVENT, COUNTED FROM HV-CT-EVENT-DATE
           MOVE 18 TO WS-COBRA-MAX-MONTHS
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > 7
               IF WS-COBRA-DUR-EVENT(WS-SUB-1) = HV-CT-QUAL-EVENT
                   MOVE WS-COBRA-DUR-MONTHS(WS-SUB-1) TO
                       WS-COBRA-MAX-MONTHS
               END-IF
           END-PERFORM

           MOVE HV-CT-EVENT-DATE TO WS-DATE-WORK
           ADD WS-COBRA-MAX-MONTHS TO WS-DATE-WORK-MM
           PERFORM UNTIL WS-DATE-WORK-MM <= 12
               SUBTRACT 12 FROM WS-DATE-WORK-MM
               ADD 1 TO WS-DATE-WORK-YYYY
           END-PERFORM
           STRING WS-DATE-WORK-YYYY WS-DATE-WORK-MM
                  WS-DATE-WORK-DD
                  DELIMITED BY SIZE INTO WS-COBRA-END-DATE
           .

      *----------------------------------------------------------------*
       2610-GENERATE-COBRA-NOTICE.
      *----------------------------------------------------------------*
           MOVE E834-MEMBER-ID TO WS-CL-MEMBER-ID
           STRING E834-LAST-NAME ', ' E834-FIRST-NAME
               DELIMITED BY SIZE INTO WS-CL-MEMBER-NAME
      *    A TERMINATION CARRIES NO QUALIFYING EVENT OF ITS OWN -
      *    TAKE IT FROM THE TERM REASON AND THE TERM DATE
           IF E834-COBRA-QUAL-EVENT = SPACES
               EVALUATE TRUE
                   WHEN E834-TERM-DIVORCE
                       MOVE '03' TO WS-CL-QUAL-EVENT-CD
                   WHEN E834-TERM-AGE-OUT
                       MOVE '06' TO WS-CL-QUAL-EVENT-CD
                   WHEN OTHER
                       MOVE '01' TO WS-CL-QUAL-EVENT-CD
               END-EVALUATE
           ELSE
               MOVE E834-COBRA-QUAL-EVENT TO WS-CL-QUAL-EVENT-CD
           END-IF
           IF E834-COBRA-EVENT-DATE = SPACES
               MOVE E834-TERM-DATE TO WS-CL-EVENT-DATE
           ELSE
               MOVE E834-COBRA-EVENT-DATE TO WS-CL-EVENT-DATE
           END-IF
           MOVE WS-CURR-DATE-8 TO WS-CL-NOTICE-DATE
           MOVE HV-ME-PLAN-CODE TO WS-CL-PLAN-CODE

           MOVE WS-COBRA-ELECT-DEADLINE TO WS-CL-ELECT-DEADLINE

      *    MAP QUALIFYING EVENT TO DESCRIPTION
           EVALUATE WS-CL-QUAL-EVENT-CD
               WHEN '01'
                   MOVE 'TERMINATION OF EMPLOYMENT'
                       TO WS-CL-QUAL-EVENT-DESC
                       TO WS-CL-QUAL-EVENT-DESC
           END-EVALUATE

      *    MAXIMUM CONTINUATION AND THE 102% COBRA PREMIUM
           MOVE WS-CL-QUAL-EVENT-CD TO HV-CT-QUAL-EVENT
           MOVE WS-CL-EVENT-DATE    TO HV-CT-EVENT-DATE
           PERFORM 2605-COMPUTE-COBRA-END-DATE
           MOVE WS-COBRA-END-DATE TO WS-CL-COVERAGE-END

           EXEC SQL
               SELECT premium_amount
               INTO   :WS-PREMIUM-FULL
               FROM   T_PLAN_BENEFIT
               WHERE  plan_code = :HV-ME-PLAN-CODE
               AND    coverage_level = :HV-ME-COVERAGE-LEVEL
           END-EXEC

           IF SQLCODE = 0
               COMPUTE WS-PREMIUM-COBRA =
                   WS-PREMIUM-FULL * 1.02
           ELSE
               MOVE ZEROES TO WS-PREMIUM-COBRA
           END-IF
           MOVE WS-PREMIUM-COBRA TO WS-CL-PREMIUM-AMT

           PERFORM 2615-WRITE-COBRA-LETTER

           MOVE E834-MEMBER-ID TO HV-CT-MEMBER-ID
           PERFORM 2620-OPEN-COBRA-TRACK THRU 2620-EXIT
           .

      *----------------------------------------------------------------*
           ADD 1 TO WS-COBRA-LTR-CNT
           .

      *----------------------------------------------------------------*
       2620-OPEN-COBRA-TRACK.
      *----------------------------------------------------------------*
      *    OPEN THE ELECTION WINDOW FOR THE QUALIFIED BENEFICIARY IN
      *    HV-CT-MEMBER-ID. HCCOBRTK WORKS THE ROW FROM HERE - THE
      *    ELECTION, THE INITIAL AND MONTHLY PREMIUMS, AND THE LAPSE
      *    OR END OF CONTINUATION
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-CT-OPEN-CNT
               FROM   T_COBRA_TRACK
               WHERE  member_id = :HV-CT-MEMBER-ID
               AND    status IN ('N', 'E', 'A')
           END-EXEC

           IF SQLCODE NOT = 0 OR HV-CT-OPEN-CNT > 0
               GO TO 2620-EXIT
           END-IF

           MOVE WS-CL-NOTICE-DATE    TO HV-CT-NOTICE-DATE
           MOVE WS-CL-ELECT-DEADLINE TO HV-CT-ELECT-DEADLINE
           MOVE WS-CL-COVERAGE-END   TO HV-CT-END-DATE
           MOVE WS-CL-PREMIUM-AMT    TO HV-CT-PREMIUM-AMT

           EXEC SQL
               INSERT INTO T_COBRA_TRACK
                   (member_id, qual_event, event_date,
                    notice_date, elect_deadline, end_date, status,
                    subsidy_ind, premium_amount,
                    paid_thru_period, due_notice_period,
                    end_notice_ind, update_dt, update_pgm)
               VALUES
                   (:HV-CT-MEMBER-ID,
                    :HV-CT-QUAL-EVENT,
                    :HV-CT-EVENT-DATE,
                    :HV-CT-NOTICE-DATE,
                    :HV-CT-ELECT-DEADLINE,
                    :HV-CT-END-DATE,
                    'N', 'N',
                    :HV-CT-PREMIUM-AMT,
                    '000000', '000000', 'N',
                    :WS-CURR-DATE-8, 'HCELIGVR')
           END-EXEC
           .
       2620-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       2625-RECORD-COBRA-ELECTION.
      *----------------------------------------------------------------*
      *    SQLCODE IS FROM THE OPEN ELECTION WINDOW LOOKUP IN 2600
           IF SQLCODE = 0
               EXEC SQL
                   UPDATE T_COBRA_TRACK
                   SET    status         = :HV-CT-STATUS,
                          elect_date     = :HV-CT-ELECT-DATE,
                          pay_deadline   = :HV-CT-PAY-DEADLINE,
                          end_date       = :HV-CT-END-DATE,
                          premium_amount = :HV-CT-PREMIUM-AMT,
                          update_dt      = :WS-CURR-DATE-8,
                          update_pgm     = 'HCELIGVR'
                   WHERE  member_id      = :HV-CT-MEMBER-ID
                   AND    status         = 'N'
               END-EXEC
           ELSE
      *        NO NOTICE ON FILE - OPEN THE TRACKING RECORD AT ELECTION
               MOVE HV-CT-ELECT-DATE TO HV-CT-NOTICE-DATE
               MOVE HV-CT-ELECT-DATE TO HV-CT-ELECT-DEADLINE

               EXEC SQL
                   INSERT INTO T_COBRA_TRACK
                       (member_id, qual_event, event_date,
                        notice_date, elect_deadline,
                        elect_date, pay_deadline, end_date, status,
                        subsidy_ind, premium_amount,
                        paid_thru_period, due_notice_period,
                        end_notice_ind, update_dt, update_pgm)
                   VALUES
                       (:HV-CT-MEMBER-ID,
                        :HV-CT-QUAL-EVENT,
                        :HV-CT-EVENT-DATE,
                        :HV-CT-NOTICE-DATE,
                        :HV-CT-ELECT-DEADLINE,
                        :HV-CT-ELECT-DATE,
                        :HV-CT-PAY-DEADLINE,
                        :HV-CT-END-DATE,
                        :HV-CT-STATUS,
                        :HV-CT-SUBSIDY-IND,
                        :HV-CT-PREMIUM-AMT,
                        '000000', '000000', 'N',
                        :WS-CURR-DATE-8, 'HCELIGVR')
               END-EXEC
           END-IF

           IF SQLCODE = 0
               ADD 1 TO WS-COBRA-CNT
               MOVE 'COBR' TO WS-AUD-ACTION
               PERFORM 7000-WRITE-AUDIT-TRAIL
               MOVE 'COBRA ELECTED      ' TO WS-RPT-MSG
           ELSE
               ADD 1 TO WS-834-ERROR-CNT
               MOVE 'COBRA ELECT FAILED ' TO WS-RPT-MSG
           END-IF
           .

      *----------------------------------------------------------------*
       2700-OPEN-ENROLLMENT.
      *----------------------------------------------------------------*
      *        FLAG AFFECTED CLAIMS FOR REPROCESSING
               PERFORM 6100-FLAG-CLAIMS-REPROCESS

      *        RE-RATE CAPITATION FROM THE RETRO DATE
               MOVE E834-EFF-DATE TO WS-CAP-RETRO-DATE
               PERFORM 6300-QUEUE-CAPITATION-RETRO

               MOVE 'RETRO CHANGE OK    ' TO WS-RPT-MSG
           ELSE
               ADD 1 TO WS-834-ERROR-CNT
                           END-EXEC

                           ADD 1 TO WS-PCP-CHG-CNT

      *                    NEW ASSIGNMENT FROM THE CHANGE DATE
                           IF E834-EFF-DATE NUMERIC
                               MOVE E834-EFF-DATE
                                   TO WS-PCP-ASSIGN-DATE
                           ELSE
                               MOVE WS-CURR-DATE-8
                                   TO WS-PCP-ASSIGN-DATE
                           END-IF
                           PERFORM 4065-RECORD-PCP-ASSIGNMENT

                           MOVE E834-PCP-NPI TO WS-AUD-NEW-VALUE
                           MOVE 'PCPC' TO WS-AUD-ACTION
                           PERFORM 7000-WRITE-AUDIT-TRAIL
               PERFORM 4200-INITIALIZE-ACCUMULATORS
               PERFORM 4210-INITIALIZE-VISIT-LIMITS
               PERFORM 4300-FAMILY-ACCUM-ROLLUP
               IF HV-ME-PCP-NPI NOT = SPACES
                   MOVE HV-ME-PCP-NPI TO WS-PCP-NPI
                   MOVE E834-EFF-DATE TO WS-PCP-ASSIGN-DATE
                   PERFORM 4065-RECORD-PCP-ASSIGNMENT
               END-IF
               MOVE 'NEWB' TO WS-AUD-ACTION
               PERFORM 7000-WRITE-AUDIT-TRAIL
               MOVE 'NEWBORN ENROLLED   ' TO WS-RPT-MSG
           END-IF
           .

      *----------------------------------------------------------------*
       4065-RECORD-PCP-ASSIGNMENT.
      *----------------------------------------------------------------*
      *    END THE MEMBER'S OPEN PCP ASSIGNMENT THE DAY BEFORE
      *    WS-PCP-ASSIGN-DATE AND START WS-PCP-NPI FROM THAT DATE.
      *    A BACKDATED ASSIGNMENT IS QUEUED FOR CAPITATION RETRO.
           COMPUTE WS-INTEGER-DATE-1 =
               FUNCTION INTEGER-OF-DATE(WS-PCP-ASSIGN-DATE) - 1
           COMPUTE WS-PCP-PRIOR-DAY =
               FUNCTION DATE-OF-INTEGER(WS-INTEGER-DATE-1)

           EXEC SQL
               UPDATE MEMBER_PCP_ASSIGNMENT
               SET    TERM_DATE = :WS-PCP-PRIOR-DAY
               WHERE  MEMBER_ID = :E834-MEMBER-ID
               AND    STATUS    = 'AC'
               AND    (TERM_DATE IS NULL
                       OR TERM_DATE >= :WS-PCP-ASSIGN-DATE)
           END-EXEC

           EXEC SQL
               INSERT INTO MEMBER_PCP_ASSIGNMENT
                   (MEMBER_ID, PROVIDER_ID, EFFECTIVE_DATE,
                    STATUS, CREATED_DATE, CREATED_BY)
               VALUES
                   (:E834-MEMBER-ID, :WS-PCP-NPI,
                    :WS-PCP-ASSIGN-DATE,
                    'AC', :WS-CURR-DATE-8, 'HCELIGVR')
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'EL0027' TO WS-ERR-CODE
               MOVE 'PCP ASSIGNMENT HISTORY INSERT FAILED'
                   TO WS-ERR-MSG
               MOVE 'W' TO WS-ERR-SEV
               PERFORM 8200-WRITE-ERROR-RECORD
           ELSE
               IF WS-PCP-ASSIGN-DATE < WS-CURR-DATE-8
                   MOVE WS-PCP-ASSIGN-DATE TO WS-CAP-RETRO-DATE
                   PERFORM 6300-QUEUE-CAPITATION-RETRO
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
       4070-CALCULATE-WAITING-PERIOD.
      *----------------------------------------------------------------*
               MOVE 'N' TO HV-AX-ENHANCED-APTC
           END-IF

      *    END-DATE ANY OPEN APTC ROW THE DAY BEFORE THE NEW ONE
           MOVE HV-AX-EFF-DATE TO WS-APTC-PRIOR-DAY
           COMPUTE WS-APTC-PRIOR-DAY =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-APTC-PRIOR-DAY) - 1)
           MOVE WS-APTC-PRIOR-DAY TO HV-AX-PRIOR-TERM-DATE

           EXEC SQL
               UPDATE T_APTC_DETAIL
               SET    term_date = :HV-AX-PRIOR-TERM-DATE
               WHERE  member_id = :HV-AX-MEMBER-ID
               AND    term_date = '99991231'
               AND    eff_date  < :HV-AX-EFF-DATE
           END-EXEC

           EXEC SQL
               INSERT INTO T_APTC_DETAIL
                   (member_id, aptc_amount, aptc_applied,
           END-IF
           .

      *----------------------------------------------------------------*
       6300-QUEUE-CAPITATION-RETRO.
      *----------------------------------------------------------------*
      *    QUEUE A BACKDATED ADD, TERM OR PCP CHANGE FOR THE NEXT
      *    CAPITATION RUN (HCCAPPAY), WHICH RE-RATES EACH MONTH PAID
      *    SINCE WS-CAP-RETRO-DATE
           EXEC SQL
               INSERT INTO T_RETRO_QUEUE
                   (member_id, retro_eff_date, retro_term_date,
                    plan_code, queue_status, queue_type,
                    created_date, created_pgm)
               VALUES
                   (:E834-MEMBER-ID, :WS-CAP-RETRO-DATE,
                    :E834-TERM-DATE, :E834-PLAN-CODE,
                    'P', 'CAP',
                    :WS-CURRENT-DATE-TIME, 'HCELIGVR')
           END-EXEC
           .

      *================================================================*
      * AUDIT TRAIL AND LOGGING
      *================================================================*
