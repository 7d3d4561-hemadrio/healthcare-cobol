      *================================================================*
      * COPYBOOK: CPYEDHIT                                             *
      * DESCRIPTION: CLAIM EDIT HIT RECORD. ONE RECORD PER EDIT LEFT   *
      *              STANDING ON A CLAIM AFTER THE LINE-OF-BUSINESS    *
      *              DISPOSITION OVERRIDES, WRITTEN BY HCCLMVAL AND    *
      *              LOADED TO EDIT_HIT_HISTORY BY THE HCEDYLD EDIT    *
      *              YIELD ANALYSIS. CARRIES THE FULL SIX-CHARACTER    *
      *              EDIT CODE, WHICH THE LIFECYCLE EVENT REASON CODE  *
      *              CANNOT. 80-BYTE FIXED RECORD.                     *
      * SYSTEM: HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)             *
      * AUTHOR: SYSTEMS DEVELOPMENT GROUP                              *
      * DATE WRITTEN: 2026-10-15                                       *
      *================================================================*

       01  EDIT-HIT-REC.
           05  EH-CLAIM-ID                  PIC X(15).
           05  EH-EDIT-CODE                 PIC X(06).
           05  EH-SEVERITY                  PIC X(01).
               88  EH-SEV-REJECT            VALUE 'F'.
               88  EH-SEV-PEND              VALUE 'P'.
               88  EH-SEV-WARN              VALUE 'W'.
           05  EH-CLAIM-RESULT              PIC X(02).
               88  EH-CLAIM-VALIDATED       VALUE 'VL'.
               88  EH-CLAIM-REJECTED        VALUE 'RJ'.
           05  EH-PAYER-TYPE                PIC X(02).
           05  EH-BILLED-AMOUNT             PIC S9(09)V99 COMP-3.
           05  EH-TIMESTAMP                 PIC X(26).
           05  FILLER                       PIC X(22).
