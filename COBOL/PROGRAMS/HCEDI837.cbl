      *                     INTERCHANGE CANNOT TRANSLATE TWICE, AND    *
      *                     PER-PARTNER INTAKE STATISTICS PRINT ON     *
      *                     THE CONTROL REPORT                          *
      * 2026-10-15 NCARTER  REF*X4 CLIA NUMBER CARRIED ON THE CLAIM    *
      *                     (2300) AND ON THE LINE (2400, DEFAULTING   *
      *                     TO THE CLAIM'S) FOR THE HCCLMVAL LAB EDIT  *
      *================================================================*

       ENVIRONMENT DIVISION.
           MOVE WS-CLM-THRU-DOS TO WS-CLN-THRU-DOS
           MOVE WS-CLM-REND-PROV-NPI TO WS-CLN-REND-PROV-NPI
           MOVE WS-CLM-REND-PROV-NAME TO WS-CLN-REND-PROV-NAME
           MOVE WS-CLM-CLIA-NO TO WS-CLN-CLIA-NO
           .

       3800-PROCESS-REF.
      *----------------------------------------------------------------*
      * REF REFERENCE SEGMENTS AT THE CLAIM LEVEL: G1 = PRIOR AUTH,    *
      * F8 = ORIGINAL CLAIM NUMBER (REPLACEMENT/VOID), D9 = ICN,       *
      * X4 = CLIA NUMBER. AN X4 INSIDE A SERVICE LINE (2400) NAMES     *
      * THE LAB FOR THAT LINE ONLY.                                    *
      *----------------------------------------------------------------*
           IF NOT CLAIM-IN-PROGRESS
               GO TO 3800-PROCESS-REF-DONE
                   MOVE WS-ELEM(2)(1:15) TO WS-CLM-ORIG-CLM-NO
               WHEN 'D9'
                   MOVE WS-ELEM(2)(1:20) TO WS-CLM-ICN
               WHEN 'X4'
                   IF LINE-IN-PROGRESS
                       MOVE WS-ELEM(2)(1:10) TO WS-CLN-CLIA-NO
                   ELSE
                       MOVE WS-ELEM(2)(1:10) TO WS-CLM-CLIA-NO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
