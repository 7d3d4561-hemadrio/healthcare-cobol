      * PROGRAM:     HCGRPEXP                                          *
      * DESCRIPTION: EMPLOYER GROUP CLAIMS EXPERIENCE REPORTING        *
      *              PACKAGE. FOR EVERY GROUP FLAGGED ON               *
      *              GROUP_MASTER (ASO AND EXPERIENCE-RATED),          *
      *              ONE RUN PRODUCES THE MONTHLY PACKAGE KEYED OFF    *
      *              THE CLAIM SUBSCRIBER GROUP NUMBER:                *
      *                PP - PAID CLAIMS VS PREMIUM BY COVERAGE TIER    *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 KWASHINGTON INITIAL DEVELOPMENT                     *
      * 2026-10-15 PSHAH    READ GROUP ATTRIBUTES FROM GROUP_MASTER;   *
      *                     RENEWAL PERIOD FROM THE RENEWAL DATE       *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  HV-STOP-LOSS-DEDUCT         PIC S9(09)V99.
           05  HV-MASK-FLAG                PIC X(01).
           05  HV-RENEWAL-START            PIC 9(08).
           05  HV-RENEWAL-DATE             PIC 9(08).
           05  HV-COV-TIER                 PIC X(02).
           05  HV-SVC-CATEGORY             PIC X(03).
           05  HV-MEMBER-ID                PIC X(20).
           .

      *================================================================*
      * 2000 - EVERY GROUP FLAGGED FOR THE EXPERIENCE PACKAGE THAT WAS *
      * IN FORCE DURING THE REPORT MONTH. THE RENEWAL PERIOD STARTS ON *
      * THE GROUP'S RENEWAL DATE WHEN THAT HAS BEEN REACHED, OTHERWISE *
      * ONE YEAR BEFORE IT.                                            *
      *================================================================*
       2000-RUN-ALL-GROUPS.
           EXEC SQL
               DECLARE GRPEXP_GROUP_CURSOR CURSOR FOR
               SELECT GROUP_NUM, SL_SPECIFIC_ATTACH,
                      MASK_MEMBER_IND, RENEWAL_DATE
               FROM   GROUP_MASTER
               WHERE  EXPERIENCE_PKG_IND = 'Y'
               AND    EFF_DATE          <= :WS-MONTH-END
               AND    TERM_DATE         >= :WS-MONTH-START
               ORDER BY GROUP_NUM
           END-EXEC

           EXEC SQL
               EXEC SQL
                   FETCH GRPEXP_GROUP_CURSOR
                   INTO  :HV-GROUP-NO, :HV-STOP-LOSS-DEDUCT,
                         :HV-MASK-FLAG, :HV-RENEWAL-DATE
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET GRP-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-GROUPS-RUN
                   IF HV-RENEWAL-DATE > WS-MONTH-END
                       COMPUTE HV-RENEWAL-START =
                           HV-RENEWAL-DATE - 10000
                   ELSE
                       MOVE HV-RENEWAL-DATE TO HV-RENEWAL-START
                   END-IF
                   PERFORM 3000-PAID-VS-PREMIUM
                       THRU 3000-PAID-VS-PREMIUM-EXIT
                   PERFORM 4000-LARGE-CLAIMANTS
