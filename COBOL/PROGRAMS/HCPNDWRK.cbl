      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-03-06 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 AGARCIA  D0012 REGROUPED-DRG MISMATCH PENDS GO TO   *
      *                     THE CODING QUEUE; A DECISION CLOSES THE    *
      *                     CLAIM'S DRG_VALIDATION REVIEW              *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  HV-OPEN-COUNT          PIC S9(09) COMP.
           05  HV-PAST-DUE-COUNT      PIC S9(09) COMP.
           05  HV-SLA-DAYS            PIC 9(03).
           05  HV-DRGV-REVIEW-STATUS  PIC X(08).
      *--- CLAIM REBUILD HOST VARS (CLAIM_HEADER/CLAIM_LINE) ---
           05  HV-CLAIM-TYPE          PIC X(02).
           05  HV-CLAIM-SUB-TYPE      PIC X(02).
                   MOVE 15 TO HV-SLA-DAYS
           END-EVALUATE

      *--- A BILLED DRG ABOVE THE REGROUPED DRG NEEDS A CODER, NOT A
      *--- PRICER, WHATEVER THE DOLLARS ---
           IF PI-PEND-REASON = 'D0012'
               MOVE 'CODING  ' TO HV-ASSIGNED-QUEUE
               MOVE 15 TO HV-SLA-DAYS
           END-IF

           IF PI-TOTAL-BILLED > 10000
              AND PI-PEND-REASON(1:1) NOT = 'S'
              AND PI-PEND-REASON NOT = 'D0012'
               MOVE 'SENIOR  ' TO HV-ASSIGNED-QUEUE
           END-IF

               GO TO 3100-APPLY-ONE-DECISION-EXIT
           END-IF

      *--- CLOSE ANY OPEN DRG CODING REVIEW: A RELEASE ACCEPTS THE
      *--- BILLED DRG, SO HCCLMADJ PRICES IT WITHOUT REGROUPING ---
           IF DC-ACTION-RELEASE
               MOVE 'RELEASED' TO HV-DRGV-REVIEW-STATUS
           ELSE
               MOVE 'DENIED' TO HV-DRGV-REVIEW-STATUS
           END-IF
           EXEC SQL
               UPDATE DRG_VALIDATION
               SET    REVIEW_STATUS = :HV-DRGV-REVIEW-STATUS
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    REVIEW_STATUS = 'PENDING'
           END-EXEC

           IF DC-ACTION-RELEASE
               PERFORM 3200-BUILD-RELEASE-TXN
                   THRU 3200-BUILD-RELEASE-TXN-EXIT
