      *================================================================*
      * COPYBOOK: CPYDSCLG                                             *
      * DESCRIPTION: PHI DISCLOSURE LOG RECORD. ONE RECORD PER MEMBER  *
      *              WHOSE PROTECTED HEALTH INFORMATION LEAVES THE     *
      *              PLAN ON AN OUTBOUND EXTRACT, WRITTEN BY EVERY     *
      *              EXTRACT THAT SENDS MEMBER DATA TO AN OUTSIDE      *
      *              PARTY AND LOADED TO PHI_DISCLOSURE_LOG BY THE     *
      *              HCDSCACC ACCOUNTING OF DISCLOSURES JOB. THE       *
      *              PURPOSE CODE DECIDES WHETHER THE DISCLOSURE IS    *
      *              ONE THE MEMBER'S ACCOUNTING MUST SHOW (45 CFR     *
      *              164.528). 150-BYTE FIXED RECORD.                  *
      * SYSTEM: HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)             *
      * AUTHOR: SYSTEMS DEVELOPMENT GROUP                              *
      * DATE WRITTEN: 2026-10-15                                       *
      *================================================================*

       01  DISCLOSURE-LOG-REC.
           05  DL-MEMBER-ID                 PIC X(20).
           05  DL-RECIPIENT-ID              PIC X(10).
           05  DL-RECIPIENT-NAME            PIC X(40).
      *--- PURPOSE OF THE DISCLOSURE. TRT/PAY/HCO (TREATMENT, PAYMENT,
      *--- HEALTH CARE OPERATIONS), IND (TO THE MEMBER) AND AUT (ON
      *--- THE MEMBER'S AUTHORIZATION) ARE EXEMPT FROM THE ACCOUNTING
           05  DL-PURPOSE-CODE              PIC X(03).
               88  DL-PURP-TREATMENT        VALUE 'TRT'.
               88  DL-PURP-PAYMENT          VALUE 'PAY'.
               88  DL-PURP-OPERATIONS       VALUE 'HCO'.
               88  DL-PURP-TO-INDIVIDUAL    VALUE 'IND'.
               88  DL-PURP-AUTHORIZED       VALUE 'AUT'.
               88  DL-PURP-REQUIRED-BY-LAW  VALUE 'LAW'.
               88  DL-PURP-PUBLIC-HEALTH    VALUE 'PHO'.
               88  DL-PURP-HEALTH-OVERSIGHT VALUE 'OVS'.
               88  DL-PURP-EXEMPT           VALUE 'TRT' 'PAY' 'HCO'
                                                  'IND' 'AUT'.
      *--- UP TO FIVE CATEGORIES OF DATA SENT:
      *--- DEM DEMOGRAPHICS    ENR ENROLLMENT     CLM CLAIMS/SERVICES
      *--- DGN DIAGNOSES       PRC PROCEDURES     RXC PHARMACY
      *--- FIN PAYMENT AMOUNTS CVG OTHER COVERAGE ATH AUTHORIZATIONS
      *--- ACC ACCIDENT/INJURY
           05  DL-DATA-CATEGORIES           PIC X(15).
           05  DL-DATA-CATEGORY-TBL
                   REDEFINES DL-DATA-CATEGORIES.
               10  DL-DATA-CATEGORY         PIC X(03)
                                            OCCURS 5 TIMES.
           05  DL-DISCLOSURE-DATE           PIC 9(08).
           05  DL-PROGRAM                   PIC X(08).
           05  DL-REFERENCE                 PIC X(20).
           05  FILLER                       PIC X(26).
