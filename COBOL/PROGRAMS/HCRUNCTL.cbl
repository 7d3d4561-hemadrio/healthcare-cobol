      *              CHAIN. THE SEQUENCE HCCLMVAL - HCCLMADJ -         *
      *              HCREMIT - HCRPTGEN WAS ORDERED ONLY BY SCHEDULER  *
      *              CONVENTION; THIS PROGRAM MAKES THE ORDER A HARD   *
      *              RULE. (HCRIAUDT, THE REFERENTIAL INTEGRITY AUDIT, *
      *              NOW SITS BETWEEN HCCLMADJ AND HCREMIT.) IT IS A   *
      *              GATE STEP RUN DIRECTLY BEFORE AND                 *
      *              AFTER EACH CHAIN PROGRAM (THE JCL COND CHAIN      *
      *              STOPS THE JOB ON RC 16), SO EVERY PROGRAM'S       *
      *              INITIALIZATION IS EFFECTIVELY PRECEDED BY THE     *
      *                                STOPS THE CHAIN.                *
      *              P <JOB> <GEN>   - POST: RECORD THE JOB COMPLETE   *
      *                                WITH ITS CONTROL TOTALS AND     *
      *                                OUTPUT GENERATION NUMBER. A     *
      *                                STEP WITH NO OUTPUT FILE POSTS  *
      *                                GENERATION ZERO AND INHERITS    *
      *                                ITS PREDECESSOR'S. THE CARD MAY *
      *                                CARRY THE STEP'S RC; A POSTED   *
      *                                RC OF 8 OR MORE (A CRITICAL     *
      *                                INTEGRITY FAILURE) CLOSES THE   *
      *                                SUCCESSOR'S GATE.               *
      *              V <JOB>         - OVERRIDE: OPERATOR TRANSACTION  *
      *                                CLEARING A COMPLETION SO A JOB  *
      *                                CAN BE RERUN FOR THE DATE.      *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-08-09 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 VRAMOS   HCRIAUDT ADDED TO THE CHAIN AHEAD OF       *
      *                     HCREMIT; POSTED RC CARRIED ON THE CARD AND *
      *                     RC 8+ BLOCKS THE SUCCESSOR; GENERATION     *
      *                     ZERO POSTS INHERIT THE PREDECESSOR'S       *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  RC-OPERATOR-ID          PIC X(08).
           05  RC-CTRL-COUNT           PIC 9(09).
           05  RC-CTRL-AMOUNT          PIC S9(13)V99.
           05  RC-POSTED-RC            PIC 9(02).
           05  FILLER                  PIC X(21).

       WORKING-STORAGE SECTION.

           05  FILLER                  PIC X(16)
               VALUE 'HCCLMADJHCCLMVAL'.
           05  FILLER                  PIC X(16)
               VALUE 'HCRIAUDTHCCLMADJ'.
           05  FILLER                  PIC X(16)
               VALUE 'HCREMIT HCRIAUDT'.
           05  FILLER                  PIC X(16)
               VALUE 'HCRPTGENHCREMIT '.
       01  WS-CHAIN-TABLE-R REDEFINES WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 5 TIMES.
               10  WS-CHAIN-JOB        PIC X(08).
               10  WS-CHAIN-PRED       PIC X(08).

           05  HV-JOB-STATUS           PIC X(01).
           05  HV-GENERATION-NO        PIC 9(04).
           05  HV-PRED-GEN-NO          PIC 9(04).
           05  HV-POSTED-RC            PIC 9(02).
           05  HV-CTRL-COUNT           PIC 9(09).
           05  HV-CTRL-AMOUNT          PIC S9(13)V99.
           05  HV-OPERATOR-ID          PIC X(08).
           MOVE RC-BUSINESS-DATE TO HV-BUSINESS-DATE

           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 5
               MOVE WS-CHAIN-JOB(WS-CHAIN-SUB) TO HV-JOB-NAME
               EXEC SQL
                   INSERT INTO RUN_CONTROL
           MOVE SPACES TO WS-PRED-NAME
           MOVE 0 TO WS-CHAIN-SUB
           PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 5
               IF WS-CHAIN-JOB(WS-CHAIN-SUB) = RC-JOB-NAME
                   MOVE WS-CHAIN-PRED(WS-CHAIN-SUB)
                     TO WS-PRED-NAME
                   MOVE 10 TO WS-CHAIN-SUB
               END-IF
           END-PERFORM

           IF WS-CHAIN-SUB NOT = 11
               DISPLAY 'HCRUNCTL - JOB NOT IN CHAIN TABLE: '
                   RC-JOB-NAME
               MOVE 16 TO WS-GATE-RC
           IF WS-PRED-NAME NOT = SPACES
               MOVE WS-PRED-NAME TO HV-PRED-NAME
               EXEC SQL
                   SELECT JOB_STATUS, GENERATION_NO,
                          ISNULL(POSTED_RC, 0)
                   INTO   :HV-JOB-STATUS, :HV-PRED-GEN-NO,
                          :HV-POSTED-RC
                   FROM   RUN_CONTROL
                   WHERE  BUSINESS_DATE = :HV-BUSINESS-DATE
                   AND    JOB_NAME = :HV-PRED-NAME
                   GO TO 3000-CHECK-JOB-GATE-EXIT
               END-IF

               IF HV-POSTED-RC >= 8
                   DISPLAY 'HCRUNCTL - PREDECESSOR ' HV-PRED-NAME
                       ' POSTED RC ' HV-POSTED-RC
                       ' - CRITICAL INTEGRITY FAILURE, '
                       HV-JOB-NAME ' HELD'
                   MOVE 16 TO WS-GATE-RC
                   GO TO 3000-CHECK-JOB-GATE-EXIT
               END-IF

               IF RC-GENERATION-NO NOT = 0
                  AND HV-PRED-GEN-NO NOT = RC-GENERATION-NO
                   DISPLAY 'HCRUNCTL - GENERATION MISMATCH: '
           MOVE RC-GENERATION-NO TO HV-GENERATION-NO
           MOVE RC-CTRL-COUNT TO HV-CTRL-COUNT
           MOVE RC-CTRL-AMOUNT TO HV-CTRL-AMOUNT
           IF RC-POSTED-RC NUMERIC
               MOVE RC-POSTED-RC TO HV-POSTED-RC
           ELSE
               MOVE 0 TO HV-POSTED-RC
           END-IF

      *--- A STEP THAT WRITES NO CHAINED FILE POSTS GENERATION ZERO;
      *--- IT PASSES ITS PREDECESSOR'S GENERATION THROUGH SO THE
      *--- SUCCESSOR'S STALE-FILE CHECK STILL HOLDS ---
           IF HV-GENERATION-NO = 0
               MOVE SPACES TO WS-PRED-NAME
               PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
                   UNTIL WS-CHAIN-SUB > 5
                   IF WS-CHAIN-JOB(WS-CHAIN-SUB) = RC-JOB-NAME
                       MOVE WS-CHAIN-PRED(WS-CHAIN-SUB)
                         TO WS-PRED-NAME
                   END-IF
               END-PERFORM
               IF WS-PRED-NAME NOT = SPACES
                   MOVE WS-PRED-NAME TO HV-PRED-NAME
                   EXEC SQL
                       SELECT GENERATION_NO
                       INTO   :HV-PRED-GEN-NO
                       FROM   RUN_CONTROL
                       WHERE  BUSINESS_DATE = :HV-BUSINESS-DATE
                       AND    JOB_NAME = :HV-PRED-NAME
                   END-EXEC
                   IF WS-SQLCODE = 0
                       MOVE HV-PRED-GEN-NO TO HV-GENERATION-NO
                   END-IF
               END-IF
           END-IF

           EXEC SQL
               UPDATE RUN_CONTROL
                      GENERATION_NO = :HV-GENERATION-NO,
                      CTRL_COUNT = :HV-CTRL-COUNT,
                      CTRL_AMOUNT = :HV-CTRL-AMOUNT,
                      POSTED_RC = :HV-POSTED-RC,
                      UPDATE_TIMESTAMP = :HV-TIMESTAMP
               WHERE  BUSINESS_DATE = :HV-BUSINESS-DATE
               AND    JOB_NAME = :HV-JOB-NAME
           ELSE
               DISPLAY 'HCRUNCTL - ' HV-JOB-NAME
                   ' POSTED COMPLETE, GENERATION '
                   HV-GENERATION-NO ' RC ' HV-POSTED-RC
           END-IF
           .
       4000-POST-JOB-COMPLETE-EXIT.
