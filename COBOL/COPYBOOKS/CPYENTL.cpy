      *================================================================*
      * COPYBOOK: CPYENTL                                              *
      * DESCRIPTION: USER ENTITLEMENT CHECK AREA FOR THE KEYED         *
      *              MAINTENANCE PROGRAMS. BEFORE APPLYING A           *
      *              TRANSACTION THE PROGRAM LOADS THE SUBMITTING      *
      *              USER, ITS OWN PROGRAM NAME, THE TRANSACTION TYPE  *
      *              AND THE DOLLAR AMOUNT AT STAKE, THEN CHECKS       *
      *              USER_ENTITLEMENT: AN UNEXPIRED ROW FOR THE USER   *
      *              AND PROGRAM WHOSE TRANSACTION TYPE MATCHES (OR IS *
      *              '*' FOR EVERY TYPE) AND WHOSE DOLLAR LIMIT COVERS *
      *              THE AMOUNT (NULL LIMIT = NO LIMIT). A FAILED      *
      *              CHECK REJECTS THE TRANSACTION TO THE CONTROL      *
      *              REPORT WITH A SECURITY-VIOLATION CODE:            *
      *                SV01 - USER NOT ENTITLED TO THE TRANSACTION     *
      *                SV02 - AMOUNT OVER THE USER'S DOLLAR LIMIT      *
      *              HCENTREC PRINTS THE TABLE QUARTERLY FOR MANAGER   *
      *              RECERTIFICATION.                                  *
      * SYSTEM: HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)             *
      * AUTHOR: SYSTEMS DEVELOPMENT GROUP                              *
      * DATE WRITTEN: 2026-10-15                                       *
      *================================================================*

       01  WS-ENTITLEMENT-AREA.
           05  HV-ENT-USER-ID             PIC X(20).
           05  HV-ENT-PROGRAM             PIC X(08).
           05  HV-ENT-TXN-TYPE            PIC X(04).
           05  HV-ENT-AMOUNT              PIC S9(09)V99.
           05  HV-ENT-LIMIT               PIC S9(09)V99.
           05  HV-ENT-ROW-COUNT           PIC S9(09) COMP.
           05  HV-ENT-AS-OF-DATE          PIC 9(08).
           05  WS-ENT-RESULT              PIC X(04).
               88  ENT-AUTHORIZED         VALUE SPACES.
               88  ENT-NOT-ENTITLED       VALUE 'SV01'.
               88  ENT-OVER-LIMIT         VALUE 'SV02'.
           05  WS-ENT-REJECT-REASON       PIC X(50).
           05  WS-CTR-SEC-VIOLATIONS      PIC 9(05) VALUE 0.
