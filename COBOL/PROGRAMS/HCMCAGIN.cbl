      *              MEDICARE BECOMES PRIMARY, WRITES THE MEMBER       *
      *              NOTIFICATION EXTRACT, AND FLAGS CLAIMS RECENTLY   *
      *              PAID UNDER THE WRONG PRIMACY FOR REWORK.          *
      *              EMPLOYER SIZE IS THE ELIGIBLE-EMPLOYEE COUNT ON   *
      *              GROUP_MASTER, FALLING BACK TO THE ELIGIBILITY     *
      *              RECORD WHEN THE GROUP IS NOT ON THE MASTER.       *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-09-01 RSALAZAR INITIAL DEVELOPMENT                        *
      * 2026-10-15 PSHAH    EMPLOYER SIZE FROM GROUP_MASTER            *
      *================================================================*

       ENVIRONMENT DIVISION.
               SELECT P.pat_mrn, E.ELG_MEMBER_ID,
                      P.LAST_NAME, P.FIRST_NAME,
                      P.DATE_OF_BIRTH, P.EMPLOYMENT_STATUS,
                      ISNULL(G.ELIGIBLE_EE_COUNT, E.EMPLOYER_SIZE),
                      E.ELG_COB_SEQ
               FROM   PATIENT_MASTER P,
                      ELIGIBILITY E
               LEFT OUTER JOIN GROUP_MASTER G
                 ON   G.GROUP_NUM = E.ELG_GROUP_NO
               WHERE  E.ELG_MEMBER_ID = P.PRI_MEMBER_ID
               AND    E.ELG_COV_STATUS = 'A'
               AND    P.DATE_OF_BIRTH <= :WS-CUTOFF-DOB
