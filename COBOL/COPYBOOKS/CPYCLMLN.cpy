      * DATE WRITTEN: 1994-03-15                                       *
      * DATE MODIFIED: 2015-10-01 - ICD-10 IMPLEMENTATION              *
      *                2026-09-01 - 340B DRUG INDICATOR                *
      *                2026-10-15 - ASC PAYMENT GROUP PRICE METHOD     *
      *                2026-10-15 - FQHC/RHC ENCOUNTER PRICE METHOD    *
      *                2026-10-15 - REFERENCE-BASED PRICE METHOD       *
      *                2026-10-15 - OON VENDOR REPRICED PRICE METHOD   *
      *                2026-10-15 - SINGLE CASE AGREEMENT PRICE METHOD *
      *                2026-10-15 - PERFORMING LAB CLIA NUMBER         *
      *                2026-10-15 - FOREIGN CURRENCY CHARGE AND RATE   *
      *================================================================*

       01  WS-CLAIM-LINE-REC.
                   88  WS-CLN-CASE-RATE       VALUE 'CR'.
                   88  WS-CLN-CAPITATED       VALUE 'CP'.
                   88  WS-CLN-MANUAL-PRICE    VALUE 'MP'.
                   88  WS-CLN-ASC-GROUP       VALUE 'AS'.
                   88  WS-CLN-ENCOUNTER-RATE  VALUE 'EN'.
                   88  WS-CLN-REF-BASED       VALUE 'RB'.
                   88  WS-CLN-VENDOR-REPRICED VALUE 'VR'.
                   88  WS-CLN-SINGLE-CASE     VALUE 'SC'.
               10  WS-CLN-CONTRACT-CD        PIC X(10).
               10  WS-CLN-CONTRACT-RATE      PIC S9(05)V9999 COMP-3.
           05  WS-CLN-STATUS-INFO.
           05  WS-CLN-340B-INFO.
               10  WS-CLN-340B-IND           PIC X(01).
                   88  WS-CLN-IS-340B         VALUE 'Y'.
           05  WS-CLN-LAB-INFO.
               10  WS-CLN-CLIA-NO            PIC X(10).
           05  WS-CLN-FOREIGN-INFO.
               10  WS-CLN-FOREIGN-CHARGE     PIC S9(11)V99 COMP-3.
               10  WS-CLN-EXCH-RATE          PIC S9(05)V9(08) COMP-3.
               10  WS-CLN-EXCH-RATE-DT       PIC 9(08).
