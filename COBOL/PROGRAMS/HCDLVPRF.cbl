      *              VENDOR'S BOUNCE FILE RUNS THROUGH HERE TOO:       *
      *              EVERY BOUNCED MEMBER AUTOMATICALLY REVERTS TO     *
      *              PAPER SO NOBODY STOPS RECEIVING EOBS.             *
      *              A MEMBER TRANSACTION ALSO CARRIES THE EOB         *
      *              FREQUENCY ELECTION - PER-CLAIM EOBS OR THE        *
      *              MONTHLY HCEOBSTM STATEMENT (SPACE = PAYER         *
      *              DEFAULT).                                         *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 RTHOMPSON INITIAL DEVELOPMENT                       *
      * 2026-10-15 SCHEN    MEMBER EOB FREQUENCY ELECTION (PER-CLAIM / *
      *                     MONTHLY STATEMENT)                         *
      *================================================================*

       ENVIRONMENT DIVISION.
               88  PT-PREF-ELECTRONIC      VALUE 'E'.
               88  PT-PREF-BOTH            VALUE 'B'.
           05  PT-KEYED-BY                 PIC X(08).
           05  PT-EOB-FREQUENCY            PIC X(01).
               88  PT-EOB-PAYER-DEFAULT    VALUE SPACE.
               88  PT-EOB-PER-CLAIM        VALUE 'C'.
               88  PT-EOB-MONTHLY          VALUE 'M'.
           05  FILLER                      PIC X(49).

       FD  BOUNCE-FILE
           RECORDING MODE IS F
           05  HV-ENTITY-TYPE              PIC X(01).
           05  HV-ENTITY-ID                PIC X(20).
           05  HV-PREF-CODE                PIC X(01).
           05  HV-EOB-FREQUENCY            PIC X(01).

       01  WS-RPT-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
               GO TO 2100-APPLY-ONE-PREFERENCE-EXIT
           END-IF

      *    THE EOB FREQUENCY ELECTION IS A MEMBER-ONLY FIELD
           IF (NOT PT-EOB-PAYER-DEFAULT AND NOT PT-EOB-PER-CLAIM
               AND NOT PT-EOB-MONTHLY)
              OR (PT-TYPE-PROVIDER AND NOT PT-EOB-PAYER-DEFAULT)
               ADD 1 TO WS-CTR-TXNS-REJECTED
               MOVE 'TXN REJECTED' TO WS-RPT-LABEL
               STRING PT-ENTITY-TYPE ' ' PT-ENTITY-ID
                   ' - BAD EOB FREQUENCY ' PT-EOB-FREQUENCY
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
               END-STRING
               PERFORM 1300-WRITE-DETAIL-LINE
               GO TO 2100-APPLY-ONE-PREFERENCE-EXIT
           END-IF

           MOVE PT-ENTITY-TYPE TO HV-ENTITY-TYPE
           MOVE PT-ENTITY-ID TO HV-ENTITY-ID
           MOVE PT-PREFERENCE-CODE TO HV-PREF-CODE
           MOVE PT-EOB-FREQUENCY TO HV-EOB-FREQUENCY

           EXEC SQL
               UPDATE DELIVERY_PREFERENCE
               SET    PREFERENCE_CODE = :HV-PREF-CODE,
                      EOB_FREQUENCY = :HV-EOB-FREQUENCY,
                      LAST_UPDATE_DATE = :WS-CURR-DATE-8,
                      LAST_UPDATE_USER = :PT-KEYED-BY
               WHERE  ENTITY_TYPE = :HV-ENTITY-TYPE
               EXEC SQL
                   INSERT INTO DELIVERY_PREFERENCE
                       (ENTITY_TYPE, ENTITY_ID, PREFERENCE_CODE,
                        EOB_FREQUENCY,
                        LAST_UPDATE_DATE, LAST_UPDATE_USER)
                   VALUES
                       (:HV-ENTITY-TYPE, :HV-ENTITY-ID,
                        :HV-PREF-CODE, :HV-EOB-FREQUENCY,
                        :WS-CURR-DATE-8,
                        :PT-KEYED-BY)
               END-EXEC
           END-IF
               MOVE 'PREFERENCE SET' TO WS-RPT-LABEL
               STRING PT-ENTITY-TYPE ' ' PT-ENTITY-ID
                   ' -> ' PT-PREFERENCE-CODE
                   ' EOB FREQ ' PT-EOB-FREQUENCY
                   ' BY ' PT-KEYED-BY
                   DELIMITED BY SIZE
                   INTO WS-RPT-VALUE
