      *              THIS PLAN'S DEDUCTIBLE AND WHAT WAS IT BEFORE"    *
      *              MEANS KNOWING WHICH PROGRAM TO ASK. THIS JOB,     *
      *              BUILT IN THE STYLE OF HCEVTINQ, NORMALIZES THE    *
      *              SEVEN MAINTENANCE AUDIT TRAILS - HCBENMNT         *
      *              (BENAUDIT), HCACCADJ (ACCAUDIT), HCCARMNT         *
      *              (CARCAUDT), HCMNDMNT (MNDAUDIT), HCPRVMNT         *
      *              (AUDTRL), HCCRTMNT (CRTAUDIT), AND HCGRPMNT       *
      *              (GRPAUDIT) - INTO THE MAINT_AUDIT_REPOSITORY      *
      *              TABLE                                             *
      *              WITH FULL BEFORE/AFTER IMAGES, THEN ANSWERS       *
      *              INQUIRY CARDS: FOR EACH KEY (PLAN CODE, MEMBER,   *
      *              PROVIDER NPI, TABLE NAME) THE COMPLETE CHANGE     *
      *               CARCAUDT - HCCARMNT AUDIT TRAIL (150)            *
      *               MNDAUDIT - HCMNDMNT AUDIT TRAIL (150)            *
      *               AUDTRL   - HCPRVMNT AUDIT TRAIL (500)            *
      *               CRTAUDIT - HCCRTMNT AUDIT TRAIL (250)            *
      *               GRPAUDIT - HCGRPMNT AUDIT TRAIL (300)            *
      *               AUDINQRY - INQUIRY CARDS (KEY VALUES)            *
      * OUTPUT FILES: AUDHIST  - CHANGE HISTORY REPORT                 *
      *                                                                *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 NCARTER  INITIAL DEVELOPMENT                        *
      * 2026-10-15 JMILLER  LOAD HCCRTMNT CONTRACT RATE AUDIT TRAIL    *
      * 2026-10-15 PSHAH    LOAD HCGRPMNT GROUP MASTER AUDIT TRAIL     *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAUD-STATUS.

           SELECT CRT-AUDIT-FILE
               ASSIGN TO CRTAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RAUD-STATUS.

           SELECT GRP-AUDIT-FILE
               ASSIGN TO GRPAUDIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GAUD-STATUS.

           SELECT AUDIT-INQUIRY-FILE
               ASSIGN TO AUDINQRY
               ORGANIZATION IS SEQUENTIAL
           05  PA-RESULT-MSG               PIC X(80).
           05  FILLER                      PIC X(75).

       FD  CRT-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 250 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CRT-AUDIT-REC.
           05  RA-TABLE-ID                 PIC X(04).
           05  RA-CONTRACT-ID              PIC X(10).
           05  RA-RATE-CODE                PIC X(07).
           05  RA-ACTION-CD                PIC X(01).
           05  RA-ACTION-RESULT            PIC X(08).
           05  RA-REJECT-REASON            PIC X(60).
           05  RA-SUBMITTED-BY             PIC X(20).
           05  RA-SUBMITTED-DT             PIC 9(08).
           05  RA-PROCESSED-TS             PIC X(26).
           05  RA-OLD-VALUE                PIC X(40).
           05  RA-NEW-VALUE                PIC X(40).
           05  RA-PCT-CHANGE               PIC S9(05)V99.
           05  RA-LINES-AFFECTED           PIC 9(09).
           05  RA-FILLER                   PIC X(10).

       FD  GRP-AUDIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 300 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GRP-AUDIT-REC.
           05  GA-TABLE-ID                 PIC X(04).
           05  GA-GROUP-NUM                PIC X(10).
           05  GA-SUB-KEY                  PIC X(10).
           05  GA-ACTION-CD                PIC X(01).
           05  GA-ACTION-RESULT            PIC X(08).
           05  GA-REJECT-REASON            PIC X(60).
           05  GA-SUBMITTED-BY             PIC X(20).
           05  GA-SUBMITTED-DT             PIC 9(08).
           05  GA-PROCESSED-TS             PIC X(26).
           05  GA-EFF-DT                   PIC 9(08).
           05  GA-FIELD-NAME               PIC X(30).
           05  GA-OLD-VALUE                PIC X(50).
           05  GA-NEW-VALUE                PIC X(50).
           05  GA-FILLER                   PIC X(15).

       FD  AUDIT-INQUIRY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
               88  MAUD-OK                 VALUE '00'.
           05  WS-PAUD-STATUS              PIC X(02).
               88  PAUD-OK                 VALUE '00'.
           05  WS-RAUD-STATUS              PIC X(02).
               88  RAUD-OK                 VALUE '00'.
           05  WS-GAUD-STATUS              PIC X(02).
               88  GAUD-OK                 VALUE '00'.
           05  WS-AINQ-STATUS              PIC X(02).
               88  AINQ-OK                 VALUE '00'.
           05  WS-AHST-STATUS              PIC X(02).

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - LOAD THE SEVEN TRAILS, THEN ANSWER THE INQUIRIES    *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-LOAD-BEN-AUDIT
               THRU 2300-LOAD-MND-AUDIT-EXIT
           PERFORM 2400-LOAD-PRV-AUDIT
               THRU 2400-LOAD-PRV-AUDIT-EXIT
           PERFORM 2500-LOAD-CRT-AUDIT
               THRU 2500-LOAD-CRT-AUDIT-EXIT
           PERFORM 2600-LOAD-GRP-AUDIT
               THRU 2600-LOAD-GRP-AUDIT-EXIT
           PERFORM 3000-ANSWER-INQUIRIES
               THRU 3000-ANSWER-INQUIRIES-EXIT
           PERFORM 9000-TERMINATION
           OPEN INPUT CARC-AUDIT-FILE
           OPEN INPUT MND-AUDIT-FILE
           OPEN INPUT PRV-AUDIT-FILE
           OPEN INPUT CRT-AUDIT-FILE
           OPEN INPUT GRP-AUDIT-FILE

           OPEN INPUT AUDIT-INQUIRY-FILE
           IF NOT AINQ-OK
       2400-LOAD-PRV-AUDIT-EXIT.
           EXIT.

      *================================================================*
      * 2500 - HCCRTMNT CONTRACT RATE CHANGES (KEYED BY CONTRACT AND   *
      * RATE CODE, FIELD NAMED FOR THE RATE TABLE)                     *
      *================================================================*
       2500-LOAD-CRT-AUDIT.
           IF NOT RAUD-OK
               GO TO 2500-LOAD-CRT-AUDIT-EXIT
           END-IF
           MOVE 'N' TO WS-FEED-EOF-SW
           PERFORM UNTIL FEED-AT-EOF
               READ CRT-AUDIT-FILE
                   AT END
                       SET FEED-AT-EOF TO TRUE
                   NOT AT END
                       MOVE 'HCCRTMNT' TO HV-SOURCE-PGM
                       MOVE SPACES TO HV-ENTITY-KEY
                       STRING RA-CONTRACT-ID RA-RATE-CODE
                           DELIMITED BY SIZE
                           INTO HV-ENTITY-KEY
                       END-STRING
                       MOVE SPACES TO HV-FIELD-NAME
                       STRING 'CONTRACT RATE ' RA-TABLE-ID
                           DELIMITED BY SIZE
                           INTO HV-FIELD-NAME
                       END-STRING
                       MOVE RA-OLD-VALUE TO HV-BEFORE-IMAGE
                       MOVE RA-NEW-VALUE TO HV-AFTER-IMAGE
                       MOVE RA-SUBMITTED-BY TO HV-USER-ID
                       MOVE RA-PROCESSED-TS TO HV-AUDIT-TS
                       PERFORM 1500-INSERT-REPO-ROW
               END-READ
           END-PERFORM
           .
       2500-LOAD-CRT-AUDIT-EXIT.
           EXIT.

      *================================================================*
      * 2600 - HCGRPMNT GROUP MASTER CHANGES (KEYED BY GROUP AND       *
      * DIVISION/SUBGROUP, ONE ROW PER FIELD CHANGED)                  *
      *================================================================*
       2600-LOAD-GRP-AUDIT.
           IF NOT GAUD-OK
               GO TO 2600-LOAD-GRP-AUDIT-EXIT
           END-IF
           MOVE 'N' TO WS-FEED-EOF-SW
           PERFORM UNTIL FEED-AT-EOF
               READ GRP-AUDIT-FILE
                   AT END
                       SET FEED-AT-EOF TO TRUE
                   NOT AT END
                       MOVE 'HCGRPMNT' TO HV-SOURCE-PGM
                       MOVE SPACES TO HV-ENTITY-KEY
                       STRING GA-GROUP-NUM GA-SUB-KEY
                           DELIMITED BY SIZE
                           INTO HV-ENTITY-KEY
                       END-STRING
                       MOVE GA-FIELD-NAME TO HV-FIELD-NAME
                       MOVE GA-OLD-VALUE TO HV-BEFORE-IMAGE
                       MOVE GA-NEW-VALUE TO HV-AFTER-IMAGE
                       MOVE GA-SUBMITTED-BY TO HV-USER-ID
                       MOVE GA-PROCESSED-TS TO HV-AUDIT-TS
                       PERFORM 1500-INSERT-REPO-ROW
               END-READ
           END-PERFORM
           .
       2600-LOAD-GRP-AUDIT-EXIT.
           EXIT.

      *================================================================*
      * 3000 - ANSWER THE INQUIRY CARDS                                *
      *================================================================*
           CLOSE CARC-AUDIT-FILE
           CLOSE MND-AUDIT-FILE
           CLOSE PRV-AUDIT-FILE
           CLOSE CRT-AUDIT-FILE
           CLOSE GRP-AUDIT-FILE
           CLOSE AUDIT-INQUIRY-FILE
           CLOSE AUDIT-HISTORY-RPT
           .
