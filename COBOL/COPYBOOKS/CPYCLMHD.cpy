      *                2015-10-01 - ICD-10 IMPLEMENTATION              *
      *                2024-06-10 - NO SURPRISES ACT QPA FIELD         *
      *                2026-09-01 - COBA CROSSOVER SOURCE CODE         *
      *                2026-10-15 - CLIA CERTIFICATE NUMBER (REF*X4)   *
      *                2026-10-15 - FOREIGN CLAIM SOURCE AND CURRENCY  *
      *                2026-10-15 - MEMBER-SUBMITTED SOURCE, PAY-TO    *
      *                             SUBSCRIBER INDICATOR               *
      *================================================================*

       01  WS-CLAIM-HEADER-REC.
                   88  WS-CLM-EDI-837I        VALUE '7I'.
                   88  WS-CLM-EDI-837P        VALUE '7P'.
                   88  WS-CLM-COBA-XOVER      VALUE 'CB'.
                   88  WS-CLM-FOREIGN-CLAIM   VALUE 'FC'.
                   88  WS-CLM-MEMBER-SUBMITTED VALUE 'MS'.
           05  WS-CLM-STATUS-INFO.
               10  WS-CLM-STATUS             PIC X(02).
                   88  WS-CLM-RECEIVED        VALUE 'RC'.
               10  WS-CLM-QPA-CALC-METHOD   PIC X(01).
                   88  QPA-FROM-MEDIAN-TBL  VALUE 'M'.
                   88  QPA-FROM-UCR-FALLBACK VALUE 'U'.
           05  WS-CLM-LAB-INFO.
               10  WS-CLM-CLIA-NO           PIC X(10).
           05  WS-CLM-FOREIGN-INFO.
               10  WS-CLM-COUNTRY-CD        PIC X(02).
               10  WS-CLM-CURRENCY-CD       PIC X(03).
               10  WS-CLM-FOREIGN-CHARGES   PIC S9(13)V99 COMP-3.
           05  WS-CLM-PAYEE-INFO.
               10  WS-CLM-PAY-TO-SUBSCRIBER PIC X(01).
                   88  WS-CLM-PAY-SUBSCRIBER VALUE 'Y'.
