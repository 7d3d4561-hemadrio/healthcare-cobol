      *              CONTROL CARD:                                     *
      *                - ACCUMULATES EARNED PREMIUM BY GROUP AND       *
      *                  MARKET SEGMENT FROM T_PREMIUM_INVOICE (THE    *
      *                  INVOICE DATA HCPREMBL GENERATES). ASO GROUPS  *
      *                  (GROUP_MASTER FUNDING TYPE A) CARRY NO        *
      *                  INSURED PREMIUM AND ARE LEFT OUT OF THE MLR   *
      *                - ACCUMULATES INCURRED CLAIMS FROM              *
      *                  CLAIM_HEADER AND ALLOWABLE QUALITY-           *
      *                  IMPROVEMENT AMOUNTS FROM QI_EXPENSE           *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-08-19 KWILSON  INITIAL DEVELOPMENT                        *
      * 2026-10-15 PSHAH    EXCLUDE ASO GROUPS BY GROUP_MASTER FUNDING *
      *                     TYPE                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
                      COUNT(DISTINCT I.subscriber_id)
               FROM   T_PREMIUM_INVOICE I, GROUP_MASTER G
               WHERE  I.group_num = G.GROUP_NUM
               AND    G.FUNDING_TYPE <> 'A'
               AND    I.invoice_period >= :HV-YEAR-START
               AND    I.invoice_period <= :HV-YEAR-END
               GROUP BY I.group_num, G.MARKET_SEGMENT
               SELECT G.MARKET_SEGMENT, SUM(C.PAID_AMOUNT)
               FROM   CLAIM_HEADER C, GROUP_MASTER G
               WHERE  C.GROUP_NUM = G.GROUP_NUM
               AND    G.FUNDING_TYPE <> 'A'
               AND    C.SERVICE_FROM_DATE >= :HV-YEAR-START
               AND    C.SERVICE_FROM_DATE <= :HV-YEAR-END
               AND    C.CLAIM_STATUS = 'PA'
