       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCFHREOB.
      *================================================================*
      * PROGRAM:     HCFHREOB                                          *
      * DESCRIPTION: NIGHTLY FHIR EXPLANATIONOFBENEFIT EXTRACT FOR     *
      *              THE CMS PATIENT ACCESS API. EVERY CLAIM           *
      *              ADJUDICATED OR ADJUSTED ON THE RUN DATE FOR A     *
      *              MEDICARE ADVANTAGE, MEDICAID OR EXCHANGE MEMBER   *
      *              IS TURNED INTO AN EXPLANATIONOFBENEFIT RESOURCE   *
      *              UNDER THE CARIN BLUE BUTTON PROFILE FOR ITS       *
      *              CLAIM TYPE (INSTITUTIONAL INPATIENT/OUTPATIENT,   *
      *              PROFESSIONAL, PHARMACY, ORAL), WITH THE MEMBER'S  *
      *              PATIENT AND COVERAGE RESOURCES BUILT FROM         *
      *              T_MEMBER_ELIG. CLAIMS COME FROM THE CPYCLMHD/     *
      *              CPYCLMLN RECORD IMAGES THE SAME WAY HCARCHIV      *
      *              READS THEM; COST SHARING IS CARRIED AS TOTAL AND  *
      *              ITEM ADJUDICATION AMOUNTS, AND EACH LINE'S CARC   *
      *              AND RARC ARE DESCRIBED FROM CARC_CODES/RARC_CODES.*
      *              RESOURCES ARE WRITTEN AS JSON LINES (JSON         *
      *              GENERATE, THE SAME WAY HCTICGEN BUILDS ITS MRF),  *
      *              ONE OBJECT PER ELEMENT WITH THE FHIR ELEMENT      *
      *              NAMES. DIAGNOSES AND ITEMS ARE WRITTEN ONE PER    *
      *              LINE CARRYING THEIR EOB ID, AND TOTAL AND ITEM    *
      *              ADJUDICATION AMOUNTS ARE KEYED BY THEIR CARIN     *
      *              CATEGORY CODE. THE API LOADER NESTS DIAGNOSES     *
      *              AND ITEMS UNDER THE EOB, WRAPS THE REPEATING      *
      *              ELEMENTS (PROFILE, CODING, TOTAL, ADJUDICATION,   *
      *              MODIFIER, CLASS) AS ARRAYS, FOLDS THE LINE'S      *
      *              ADJUDICATION REASON AND REMARK INTO ITS           *
      *              ADJUDICATION AND PROCESSNOTE, AND MARKS THE       *
      *              SINGLE INSURANCE ENTRY FOCAL.                     *
      *              CONFIDENTIAL COMMUNICATIONS FOLLOW THE HCREMIT    *
      *              EOB RULES: A SUPPRESS PREFERENCE OR RETURNED-MAIL *
      *              ADDRESS WITH NO ALTERNATE WITHHOLDS THE MEMBER'S  *
      *              CLAIMS, AND WHEN THE PATIENT IS A DEPENDENT WITH  *
      *              NO MEMBER-ONLY DELIVERY THE SENSITIVE-SERVICE     *
      *              LINES (AND THE CLAIM'S DIAGNOSES) ARE WITHHELD.   *
      *                                                                *
      * SYSTEM:      HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)        *
      * AUTHOR:      SYSTEMS DEVELOPMENT GROUP                         *
      * DATE WRITTEN: 2026-10-15                                       *
      *                                                                *
      * INPUT FILES:  FHRCTRL  - RUN DATE CARD (CCYYMMDD)              *
      * OUTPUT FILES: FHREOB   - EXPLANATIONOFBENEFIT (JSON LINES)     *
      *               FHRITEM  - EOB DIAGNOSES/ITEMS (JSON LINES)      *
      *               FHRPAT   - PATIENT RESOURCES (JSON LINES)        *
      *               FHRCOV   - COVERAGE RESOURCES (JSON LINES)       *
      *               FHRRPT   - EXTRACT CONTROL REPORT                *
      *               DSCLOG   - PHI DISCLOSURE LOG (CPYDSCLG)         *
      *                                                                *
      * MODIFICATION LOG:                                              *
      * DATE       AUTHOR   DESCRIPTION                                *
      * ---------- -------- ------------------------------------------ *
      * 2026-10-15 DNGUYEN  INITIAL DEVELOPMENT                        *
      * 2026-10-15 LOKONKWO PHI DISCLOSURE LOG RECORD PER MEMBER MADE  *
      *                     AVAILABLE TO THE API (DSCLOG)              *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHR-CONTROL-FILE
               ASSIGN TO FHRCTRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.

           SELECT FHR-EOB-FILE
               ASSIGN TO FHREOB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EOB-STATUS.

           SELECT FHR-ITEM-FILE
               ASSIGN TO FHRITEM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT FHR-PATIENT-FILE
               ASSIGN TO FHRPAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.

           SELECT FHR-COVERAGE-FILE
               ASSIGN TO FHRCOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COV-STATUS.

           SELECT FHR-CONTROL-RPT
               ASSIGN TO FHRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRPT-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FHR-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FHR-CONTROL-REC.
           05  FC-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  FHR-EOB-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 2000 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FHR-EOB-REC                     PIC X(2000).

       FD  FHR-ITEM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 2000 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FHR-ITEM-REC                    PIC X(2000).

       FD  FHR-PATIENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1000 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FHR-PATIENT-REC                 PIC X(1000).

       FD  FHR-COVERAGE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1000 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FHR-COVERAGE-REC                PIC X(1000).

       FD  FHR-CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FHR-CONTROL-RPT-REC             PIC X(133).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG - ONE PER MEMBER WHOSE RESOURCES GO TO THE  *
      * API, LOADED TO PHI_DISCLOSURE_LOG BY HCDSCACC                  *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CTRL-STATUS              PIC X(02).
               88  CTRL-OK                 VALUE '00'.
           05  WS-EOB-STATUS               PIC X(02).
               88  EOB-OK                  VALUE '00'.
           05  WS-ITEM-STATUS              PIC X(02).
               88  ITEM-OK                 VALUE '00'.
           05  WS-PAT-STATUS               PIC X(02).
               88  PAT-OK                  VALUE '00'.
           05  WS-COV-STATUS               PIC X(02).
               88  COV-OK                  VALUE '00'.
           05  WS-CRPT-STATUS              PIC X(02).
               88  CRPT-OK                 VALUE '00'.
           05  WS-DLOG-STATUS              PIC X(02).
               88  DLOG-OK                 VALUE '00'.

       01  WS-SWITCHES.
           05  WS-CLAIM-EOF-SW             PIC X(01) VALUE 'N'.
               88  CLAIMS-AT-EOF           VALUE 'Y'.
           05  WS-LINE-EOF-SW              PIC X(01) VALUE 'N'.
               88  LINES-AT-EOF            VALUE 'Y'.
           05  WS-ELIG-FOUND-SW            PIC X(01) VALUE 'N'.
               88  ELIG-FOUND              VALUE 'Y'.
           05  WS-IN-SCOPE-SW              PIC X(01) VALUE 'N'.
               88  MEMBER-IN-SCOPE         VALUE 'Y'.
           05  WS-PAT-WRITTEN-SW           PIC X(01) VALUE 'N'.
               88  PATIENT-WRITTEN         VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-CTR-CLAIMS-READ          PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-EOBS-WRITTEN         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-ITEMS-WRITTEN        PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-DIAGS-WRITTEN        PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-PATIENTS-WRITTEN     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-COVERAGES-WRITTEN    PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-OUT-OF-SCOPE         PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-NO-ELIGIBILITY       PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-EOBS-SUPPRESSED      PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-LINES-SUPPRESSED     PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-JSON-ERRORS          PIC 9(07) COMP-3 VALUE 0.
           05  WS-CTR-DISCLOSURES          PIC 9(07) COMP-3 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-CURR-DATE-8              PIC 9(08).
           05  WS-RUN-DATE-X               PIC X(10).
           05  WS-PREV-MEMBER-ID           PIC X(12) VALUE SPACES.
           05  WS-EOB-ID                   PIC X(20).
           05  WS-COVERAGE-ID              PIC X(24).
           05  WS-LAST-COVERAGE-ID         PIC X(24) VALUE SPACES.
           05  WS-DX-IX                    PIC 9(02) COMP.
           05  WS-DX-SEQ                   PIC 9(02) COMP.
           05  WS-FMT-DATE-IN              PIC 9(08).
           05  WS-FMT-DATE-IN-R REDEFINES WS-FMT-DATE-IN.
               10  WS-FMT-CCYY             PIC X(04).
               10  WS-FMT-MM               PIC X(02).
               10  WS-FMT-DD               PIC X(02).
           05  WS-FMT-DATE-OUT             PIC X(10).

      *--- CONFIDENTIAL COMMUNICATIONS (SAME RULES AS HCREMIT 5050) ---
       01  WS-CONF-COMM-FIELDS.
           05  WS-CC-PREF-CODE             PIC X(01) VALUE SPACE.
               88  WS-CC-SUPPRESS          VALUE 'S'.
               88  WS-CC-ALT-ADDRESS       VALUE 'A'.
               88  WS-CC-MEMBER-ONLY       VALUE 'M'.
           05  WS-CC-ADDR-STATUS           PIC X(01).
           05  WS-CC-PAT-RELATION          PIC X(02).
           05  WS-CC-NOT-PATIENT-FLAG      PIC X(01) VALUE 'N'.
               88  WS-CC-ADDRESSEE-NOT-PATIENT VALUE 'Y'.
           05  WS-CC-SENSITIVE-FLAG        PIC X(01) VALUE 'N'.
               88  WS-CC-LINE-SENSITIVE    VALUE 'Y'.
           05  WS-CC-CLAIM-SENS-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CC-CLAIM-HAS-SENSITIVE VALUE 'Y'.

      *================================================================*
      * FHIR CODE SYSTEM AND PROFILE URIS                              *
      *================================================================*
       01  WS-FHIR-URIS.
           05  WS-URI-PROFILE-BASE.
               10  FILLER                  PIC X(32)
                   VALUE 'http://hl7.org/fhir/us/carin-bb/'.
               10  FILLER                  PIC X(25)
                   VALUE 'StructureDefinition/C4BB-'.
           05  WS-URI-CLAIM-TYPE.
               10  FILLER                  PIC X(30)
                   VALUE 'http://terminology.hl7.org/Cod'.
               10  FILLER                  PIC X(18)
                   VALUE 'eSystem/claim-type'.
           05  WS-URI-POS.
               10  FILLER                  PIC X(42)
                   VALUE 'https://www.cms.gov/Medicare/Coding/place-'.
               10  FILLER                  PIC X(42)
                   VALUE 'of-service-codes/Place_of_Service_Code_Set'.
           05  WS-URI-HCPCS.
               10  FILLER                  PIC X(35)
                   VALUE 'https://bluebutton.cms.gov/resource'.
               10  FILLER                  PIC X(18)
                   VALUE 's/codesystem/hcpcs'.
           05  WS-URI-CARC.
               10  FILLER                  PIC X(30)
                   VALUE 'https://x12.org/codes/claim-ad'.
               10  FILLER                  PIC X(22)
                   VALUE 'justment-reason-codes'.
           05  WS-URI-RARC.
               10  FILLER                  PIC X(30)
                   VALUE 'https://x12.org/codes/remittan'.
               10  FILLER                  PIC X(24)
                   VALUE 'ce-advice-remark-codes'.
           05  WS-URI-DATA-ABSENT.
               10  FILLER                  PIC X(30)
                   VALUE 'http://terminology.hl7.org/Cod'.
               10  FILLER                  PIC X(26)
                   VALUE 'eSystem/data-absent-reason'.
           05  WS-URI-RELATIONSHIP.
               10  FILLER                  PIC X(30)
                   VALUE 'http://terminology.hl7.org/Cod'.
               10  FILLER                  PIC X(31)
                   VALUE 'eSystem/subscriber-relationship'.
           05  WS-URI-COVERAGE-CLASS.
               10  FILLER                  PIC X(30)
                   VALUE 'http://terminology.hl7.org/Cod'.
               10  FILLER                  PIC X(22)
                   VALUE 'eSystem/coverage-class'.
           05  WS-URI-IDENTIFIER-TYPE.
               10  FILLER                  PIC X(30)
                   VALUE 'http://terminology.hl7.org/Cod'.
               10  FILLER                  PIC X(15)
                   VALUE 'eSystem/v2-0203'.
           05  WS-URI-NUBC-REVENUE         PIC X(45)
               VALUE 'https://www.nubc.org/CodeSystem/RevenueCodes'.
           05  WS-URI-CPT                  PIC X(30)
               VALUE 'http://www.ama-assn.org/go/cpt'.
           05  WS-URI-NDC                  PIC X(27)
               VALUE 'http://hl7.org/fhir/sid/ndc'.
           05  WS-URI-CDT                  PIC X(22)
               VALUE 'http://www.ada.org/cdt'.
           05  WS-URI-NPI                  PIC X(30)
               VALUE 'http://hl7.org/fhir/sid/us-npi'.
           05  WS-URI-ICD10                PIC X(33)
               VALUE 'http://hl7.org/fhir/sid/icd-10-cm'.
           05  WS-URI-ICD9                 PIC X(32)
               VALUE 'http://hl7.org/fhir/sid/icd-9-cm'.
           05  WS-URI-SOPT                 PIC X(22)
               VALUE 'https://nahdo.org/sopt'.

       01  WS-JSON-BUFFERS.
           05  WS-JSON-EOB-BUFFER          PIC X(2000).
           05  WS-JSON-ITEM-BUFFER         PIC X(2000).
           05  WS-JSON-MBR-BUFFER          PIC X(1000).

      *================================================================*
      * FHIR JSON SOURCE STRUCTURES (JSON GENERATE)                    *
      *================================================================*
       01  FHIR-EOB-RESOURCE.
           05  EOB-RESOURCE-TYPE           PIC X(20).
           05  EOB-ID                      PIC X(20).
           05  EOB-META.
               10  EOB-PROFILE             PIC X(110).
               10  EOB-LAST-UPDATED        PIC X(10).
           05  EOB-IDENTIFIER.
               10  EOB-IDENT-VALUE         PIC X(20).
           05  EOB-STATUS                  PIC X(16).
           05  EOB-TYPE.
               10  EOB-TYPE-SYSTEM         PIC X(50).
               10  EOB-TYPE-CODE           PIC X(13).
           05  EOB-USE                     PIC X(05).
           05  EOB-PATIENT.
               10  EOB-PATIENT-REF         PIC X(30).
           05  EOB-BILLABLE-PERIOD.
               10  EOB-PERIOD-START        PIC X(10).
               10  EOB-PERIOD-END          PIC X(10).
           05  EOB-CREATED                 PIC X(10).
           05  EOB-INSURER.
               10  EOB-INSURER-DISPLAY     PIC X(40).
           05  EOB-PROVIDER.
               10  EOB-PROV-IDENTIFIER.
                   15  EOB-PROV-SYSTEM     PIC X(30).
                   15  EOB-PROV-NPI        PIC X(10).
               10  EOB-PROV-DISPLAY        PIC X(50).
           05  EOB-OUTCOME                 PIC X(08).
           05  EOB-INSURANCE.
               10  EOB-COVERAGE.
                   15  EOB-COVERAGE-REF    PIC X(40).
           05  EOB-TOTAL.
               10  EOB-TOT-SUBMITTED       PIC S9(09)V99.
               10  EOB-TOT-ELIGIBLE        PIC S9(09)V99.
               10  EOB-TOT-DEDUCTIBLE      PIC S9(09)V99.
               10  EOB-TOT-COPAY           PIC S9(09)V99.
               10  EOB-TOT-COINSURANCE     PIC S9(09)V99.
               10  EOB-TOT-MBR-LIABILITY   PIC S9(09)V99.
               10  EOB-TOT-BENEFIT         PIC S9(09)V99.
               10  EOB-TOT-CURRENCY        PIC X(03).
           05  EOB-PAYMENT.
               10  EOB-PAY-DATE            PIC X(10).
               10  EOB-PAY-AMOUNT.
                   15  EOB-PAY-VALUE       PIC S9(09)V99.
                   15  EOB-PAY-CURRENCY    PIC X(03).

       01  FHIR-EOB-DIAGNOSIS.
           05  DX-EOB-ID                   PIC X(20).
           05  DX-DETAIL.
               10  DX-SEQUENCE             PIC 9(02).
               10  DX-CONCEPT.
                   15  DX-SYSTEM           PIC X(33).
                   15  DX-CODE             PIC X(09).

       01  FHIR-EOB-ITEM.
           05  ITM-EOB-ID                  PIC X(20).
           05  ITM-DETAIL.
               10  ITM-SEQUENCE            PIC 9(03).
               10  ITM-REVENUE.
                   15  ITM-REV-SYSTEM      PIC X(45).
                   15  ITM-REV-CODE        PIC X(04).
               10  ITM-PRODUCT.
                   15  ITM-PROD-SYSTEM     PIC X(60).
                   15  ITM-PROD-CODE       PIC X(14).
               10  ITM-MODIFIER.
                   15  ITM-MOD-SYSTEM      PIC X(30).
                   15  ITM-MOD-CODE-1      PIC X(02).
                   15  ITM-MOD-CODE-2      PIC X(02).
                   15  ITM-MOD-CODE-3      PIC X(02).
                   15  ITM-MOD-CODE-4      PIC X(02).
               10  ITM-SERVICED-PERIOD.
                   15  ITM-SVC-START       PIC X(10).
                   15  ITM-SVC-END         PIC X(10).
               10  ITM-LOCATION.
                   15  ITM-LOC-SYSTEM      PIC X(84).
                   15  ITM-LOC-CODE        PIC X(02).
               10  ITM-QUANTITY.
                   15  ITM-QTY-VALUE       PIC S9(07)V999.
               10  ITM-ADJUDICATION.
                   15  ITM-ADJ-SUBMITTED   PIC S9(09)V99.
                   15  ITM-ADJ-ELIGIBLE    PIC S9(09)V99.
                   15  ITM-ADJ-DEDUCTIBLE  PIC S9(09)V99.
                   15  ITM-ADJ-COPAY       PIC S9(09)V99.
                   15  ITM-ADJ-COINSURANCE PIC S9(09)V99.
                   15  ITM-ADJ-MBR-LIABILITY PIC S9(09)V99.
                   15  ITM-ADJ-BENEFIT     PIC S9(09)V99.
                   15  ITM-ADJ-CURRENCY    PIC X(03).
               10  ITM-ADJ-REASON.
                   15  ITM-RSN-SYSTEM      PIC X(52).
                   15  ITM-RSN-CODE        PIC X(05).
                   15  ITM-RSN-DISPLAY     PIC X(80).
                   15  ITM-RSN-GROUP       PIC X(02).
               10  ITM-REMARK.
                   15  ITM-RMK-SYSTEM      PIC X(54).
                   15  ITM-RMK-CODE        PIC X(05).
                   15  ITM-RMK-DISPLAY     PIC X(80).

       01  FHIR-PATIENT-RESOURCE.
           05  PAT-RESOURCE-TYPE           PIC X(07).
           05  PAT-ID                      PIC X(12).
           05  PAT-META.
               10  PAT-PROFILE             PIC X(70).
           05  PAT-IDENTIFIER.
               10  PAT-IDENT-TYPE.
                   15  PAT-IDENT-SYSTEM    PIC X(45).
                   15  PAT-IDENT-CODE      PIC X(02).
               10  PAT-IDENT-VALUE         PIC X(12).
           05  PAT-NAME.
               10  PAT-FAMILY              PIC X(30).
               10  PAT-GIVEN               PIC X(20).
           05  PAT-GENDER                  PIC X(07).
           05  PAT-BIRTH-DATE              PIC X(10).

       01  FHIR-COVERAGE-RESOURCE.
           05  COV-RESOURCE-TYPE           PIC X(08).
           05  COV-ID                      PIC X(24).
           05  COV-META.
               10  COV-PROFILE             PIC X(70).
           05  COV-STATUS                  PIC X(09).
           05  COV-TYPE.
               10  COV-TYPE-SYSTEM         PIC X(22).
               10  COV-TYPE-CODE           PIC X(01).
           05  COV-SUBSCRIBER-ID           PIC X(12).
           05  COV-BENEFICIARY.
               10  COV-BENE-REF            PIC X(30).
           05  COV-RELATIONSHIP.
               10  COV-REL-SYSTEM          PIC X(61).
               10  COV-REL-CODE            PIC X(06).
           05  COV-PERIOD.
               10  COV-PERIOD-START        PIC X(10).
               10  COV-PERIOD-END          PIC X(10).
           05  COV-PAYOR.
               10  COV-PAYOR-DISPLAY       PIC X(40).
           05  COV-CLASS.
               10  COV-CLASS-SYSTEM        PIC X(52).
               10  COV-CLASS-GROUP         PIC X(10).
               10  COV-CLASS-PLAN          PIC X(08).

       01  HV-FHIR-VARS.
           05  HV-RUN-DATE                 PIC 9(08).
           05  HV-MEMBER-ID                PIC X(12).
           05  HV-CLAIM-ID                 PIC X(15).
           05  HV-SVC-DATE                 PIC 9(08).
           05  HV-EL-SUBSCRIBER-ID         PIC X(12).
           05  HV-EL-LAST-NAME             PIC X(30).
           05  HV-EL-FIRST-NAME            PIC X(20).
           05  HV-EL-DOB                   PIC 9(08).
           05  HV-EL-GENDER                PIC X(01).
           05  HV-EL-EFF-DATE              PIC 9(08).
           05  HV-EL-TERM-DATE             PIC 9(08).
           05  HV-EL-STATUS                PIC X(01).
           05  HV-EL-PLAN-CODE             PIC X(08).
           05  HV-EL-GROUP-NUM             PIC X(10).
           05  HV-EL-RELATION              PIC X(02).
           05  HV-EL-PLAN-TYPE             PIC X(03).
           05  HV-EL-EXCHANGE-IND          PIC X(01).
           05  HV-PROC-CODE                PIC X(05).
           05  HV-REASON-CODE              PIC X(05).
           05  HV-REASON-DESC              PIC X(80).
           05  HV-REMARK-CODE              PIC X(05).
           05  HV-REMARK-DESC              PIC X(80).
           05  HV-ROW-COUNT                PIC S9(09) COMP VALUE 0.

       01  WS-RPT-HEADER-1.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(50)
               VALUE 'HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)'.
           05  FILLER                      PIC X(30) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE 'DATE: '.
           05  WS-RPT-DATE                 PIC X(10).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(50)
               VALUE 'FHIR PATIENT ACCESS API EOB EXTRACT'.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RPT-LABEL                PIC X(40).
           05  FILLER                      PIC X(03) VALUE ' : '.
           05  WS-RPT-VALUE                PIC X(89).

           COPY CPYCLMHD.
           COPY CPYCLMLN.
           COPY CPYSQLCA.
           COPY CPYERROR.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
      *================================================================*
      * MAINLINE - ONE PASS OVER THE DAY'S ADJUDICATED CLAIMS          *
      *================================================================*
           PERFORM 1000-INITIALIZATION
           PERFORM 2000-EXPORT-CLAIMS
               THRU 2000-EXPORT-CLAIMS-EXIT
           PERFORM 9000-TERMINATION
           STOP RUN
           .

       1000-INITIALIZATION.
      *----------------------------------------------------------------*
      * RUN DATE CARD, FILES, DATABASE                                 *
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RPT-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-8

           OPEN INPUT FHR-CONTROL-FILE
           IF NOT CTRL-OK
               MOVE 'FHR-CONTROL-FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           READ FHR-CONTROL-FILE
           IF NOT CTRL-OK OR FC-RUN-DATE NOT NUMERIC
               MOVE 'RUN DATE CARD MISSING OR BAD' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           CLOSE FHR-CONTROL-FILE
           MOVE FC-RUN-DATE TO HV-RUN-DATE
           MOVE FC-RUN-DATE TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO WS-RUN-DATE-X

           OPEN OUTPUT FHR-EOB-FILE
                       FHR-ITEM-FILE
                       FHR-PATIENT-FILE
                       FHR-COVERAGE-FILE
                       FHR-CONTROL-RPT
           IF NOT EOB-OK OR NOT ITEM-OK OR NOT PAT-OK
              OR NOT COV-OK OR NOT CRPT-OK
               MOVE 'OUTPUT FILE OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           OPEN OUTPUT DISCLOSURE-LOG-FILE
           IF NOT DLOG-OK
               DISPLAY 'HCFHREOB - WARNING: DISCLOSURE LOG OPEN FAILED'
           END-IF

           EXEC SQL
               CONNECT TO :WS-SYB-SERVER
               USER :WS-SYB-USER
               USING :WS-SYB-PASSWORD
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'DATABASE CONNECT FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF
           SET WS-DB-CONNECTED TO TRUE

           EXEC SQL
               USE :WS-SYB-DATABASE
           END-EXEC

           WRITE FHR-CONTROL-RPT-REC FROM WS-RPT-HEADER-1
           WRITE FHR-CONTROL-RPT-REC FROM WS-RPT-HEADER-2
           MOVE SPACES TO FHR-CONTROL-RPT-REC
           WRITE FHR-CONTROL-RPT-REC
           .

       1300-WRITE-DETAIL-LINE.
      *----------------------------------------------------------------*
      * WRITE ONE LABEL/VALUE LINE TO THE CONTROL REPORT               *
      *----------------------------------------------------------------*
           WRITE FHR-CONTROL-RPT-REC FROM WS-RPT-DETAIL-LINE
           .

      *================================================================*
      * 2000 - EVERY CLAIM ADJUDICATED OR ADJUSTED ON THE RUN DATE,    *
      * IN MEMBER ORDER SO EACH MEMBER'S PATIENT RESOURCE AND          *
      * CONFIDENTIAL-COMMUNICATION CHECK HAPPEN ONCE                   *
      *================================================================*
       2000-EXPORT-CLAIMS.
           EXEC SQL
               DECLARE FHR_CLAIM_CURSOR CURSOR FOR
               SELECT MEMBER_ID, CLAIM_RECORD_IMAGE
               FROM   CLAIM_HEADER
               WHERE  (ADJUDICATION_DATE = :HV-RUN-DATE
                       OR LAST_UPDATE_DATE = :HV-RUN-DATE)
               AND    CLAIM_STATUS IN ('PA', 'AJ', 'DN', 'VD')
               ORDER BY MEMBER_ID, CLAIM_ID
           END-EXEC

           EXEC SQL
               OPEN FHR_CLAIM_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'F' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
           END-IF

           MOVE 'N' TO WS-CLAIM-EOF-SW
           PERFORM UNTIL CLAIMS-AT-EOF
               EXEC SQL
                   FETCH FHR_CLAIM_CURSOR
                   INTO  :HV-MEMBER-ID, :WS-CLAIM-HEADER-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET CLAIMS-AT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CTR-CLAIMS-READ
                   IF HV-MEMBER-ID NOT = WS-PREV-MEMBER-ID
                       PERFORM 2100-MEMBER-BREAK
                   END-IF
                   PERFORM 3000-EXPORT-ONE-CLAIM
                       THRU 3000-EXPORT-ONE-CLAIM-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FHR_CLAIM_CURSOR
           END-EXEC
           .
       2000-EXPORT-CLAIMS-EXIT.
           EXIT.

       2100-MEMBER-BREAK.
      *----------------------------------------------------------------*
      * NEW MEMBER - RESET THE PER-MEMBER STATE AND LOOK UP THEIR      *
      * CONFIDENTIAL-COMMUNICATION PREFERENCE                          *
      *----------------------------------------------------------------*
           MOVE HV-MEMBER-ID TO WS-PREV-MEMBER-ID
           MOVE 'N' TO WS-PAT-WRITTEN-SW
           MOVE SPACES TO WS-LAST-COVERAGE-ID
           PERFORM 2200-CHECK-CONF-COMM-PREF
           .

       2200-CHECK-CONF-COMM-PREF.
      *----------------------------------------------------------------*
      * SUPPRESS / ALTERNATE ADDRESS / MEMBER-ONLY PREFERENCE, THE     *
      * RETURNED-MAIL FLAG, AND WHETHER THE EOB GOES TO SOMEONE OTHER  *
      * THAN THE PATIENT - THE SAME TESTS HCREMIT APPLIES TO THE       *
      * PRINTED EOB                                                    *
      *----------------------------------------------------------------*
           MOVE SPACE TO WS-CC-PREF-CODE
           MOVE 'N' TO WS-CC-NOT-PATIENT-FLAG

           EXEC SQL
               SELECT PREF_CODE
               INTO   :WS-CC-PREF-CODE
               FROM   CONFIDENTIAL_COMM_PREF
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PREF_STATUS = 'A'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE SPACE TO WS-CC-PREF-CODE
           END-IF

      *--- A RETURNED-MAIL ADDRESS WITH NO ALTERNATE SUPPRESSES ---
           MOVE SPACE TO WS-CC-ADDR-STATUS
           EXEC SQL
               SELECT pat_addr_status
               INTO   :WS-CC-ADDR-STATUS
               FROM   PATIENT_MASTER
               WHERE  PRI_MEMBER_ID = :HV-MEMBER-ID
           END-EXEC
           IF WS-SQLCODE = 0
              AND WS-CC-ADDR-STATUS = 'U'
              AND NOT WS-CC-ALT-ADDRESS
               MOVE 'S' TO WS-CC-PREF-CODE
           END-IF

      *--- A DEPENDENT'S EOB REACHES THE SUBSCRIBER'S HOUSEHOLD ---
      *--- UNLESS MEMBER-ONLY DELIVERY IS ON FILE               ---
           MOVE '18' TO WS-CC-PAT-RELATION
           EXEC SQL
               SELECT RELATIONSHIP_CODE
               INTO   :WS-CC-PAT-RELATION
               FROM   MEMBER
               WHERE  MEMBER_ID = :HV-MEMBER-ID
           END-EXEC
           IF WS-CC-PAT-RELATION NOT = '18'
              AND NOT WS-CC-MEMBER-ONLY
               SET WS-CC-ADDRESSEE-NOT-PATIENT TO TRUE
           END-IF
           .

      *================================================================*
      * 3000 - ONE CLAIM: ELIGIBILITY AND SCOPE, SUPPRESSION, THEN     *
      * THE MEMBER'S PATIENT/COVERAGE, THE EOB, AND ITS ITEMS          *
      *================================================================*
       3000-EXPORT-ONE-CLAIM.
           PERFORM 3100-LOAD-ELIGIBILITY
           IF NOT ELIG-FOUND
               ADD 1 TO WS-CTR-NO-ELIGIBILITY
               GO TO 3000-EXPORT-ONE-CLAIM-EXIT
           END-IF
           IF NOT MEMBER-IN-SCOPE
               ADD 1 TO WS-CTR-OUT-OF-SCOPE
               GO TO 3000-EXPORT-ONE-CLAIM-EXIT
           END-IF

           IF WS-CC-SUPPRESS
               ADD 1 TO WS-CTR-EOBS-SUPPRESSED
               GO TO 3000-EXPORT-ONE-CLAIM-EXIT
           END-IF

           IF NOT PATIENT-WRITTEN
               PERFORM 4000-WRITE-PATIENT
           END-IF

           MOVE SPACES TO WS-COVERAGE-ID
           STRING HV-MEMBER-ID     DELIMITED BY SPACE
                  '-'              DELIMITED BY SIZE
                  HV-EL-EFF-DATE   DELIMITED BY SIZE
                  INTO WS-COVERAGE-ID
           END-STRING
           IF WS-COVERAGE-ID NOT = WS-LAST-COVERAGE-ID
               PERFORM 4100-WRITE-COVERAGE
           END-IF

      *--- WOULD THIS CLAIM SHOW A SENSITIVE SERVICE TO SOMEONE ---
      *--- OTHER THAN THE PATIENT                               ---
           MOVE 'N' TO WS-CC-CLAIM-SENS-FLAG
           MOVE WS-CLM-NUMBER TO HV-CLAIM-ID
           IF WS-CC-ADDRESSEE-NOT-PATIENT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-ROW-COUNT
                   FROM   CLAIM_LINE L,
                          SENSITIVE_SERVICE_CODES S
                   WHERE  L.CLAIM_ID = :HV-CLAIM-ID
                   AND    S.CODE_FROM <= L.HCPCS_CODE
                   AND    S.CODE_THRU >= L.HCPCS_CODE
               END-EXEC
               IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
                   SET WS-CC-CLAIM-HAS-SENSITIVE TO TRUE
               END-IF
           END-IF

           PERFORM 3200-BUILD-EOB-RESOURCE
           MOVE SPACES TO WS-JSON-EOB-BUFFER
           JSON GENERATE WS-JSON-EOB-BUFFER
               FROM FHIR-EOB-RESOURCE
               NAME OF EOB-RESOURCE-TYPE   IS 'resourceType'
                       EOB-ID              IS 'id'
                       EOB-META            IS 'meta'
                       EOB-PROFILE         IS 'profile'
                       EOB-LAST-UPDATED    IS 'lastUpdated'
                       EOB-IDENTIFIER      IS 'identifier'
                       EOB-IDENT-VALUE     IS 'value'
                       EOB-STATUS          IS 'status'
                       EOB-TYPE            IS 'type'
                       EOB-TYPE-SYSTEM     IS 'system'
                       EOB-TYPE-CODE       IS 'code'
                       EOB-USE             IS 'use'
                       EOB-PATIENT         IS 'patient'
                       EOB-PATIENT-REF     IS 'reference'
                       EOB-BILLABLE-PERIOD IS 'billablePeriod'
                       EOB-PERIOD-START    IS 'start'
                       EOB-PERIOD-END      IS 'end'
                       EOB-CREATED         IS 'created'
                       EOB-INSURER         IS 'insurer'
                       EOB-INSURER-DISPLAY IS 'display'
                       EOB-PROVIDER        IS 'provider'
                       EOB-PROV-IDENTIFIER IS 'identifier'
                       EOB-PROV-SYSTEM     IS 'system'
                       EOB-PROV-NPI        IS 'value'
                       EOB-PROV-DISPLAY    IS 'display'
                       EOB-OUTCOME         IS 'outcome'
                       EOB-INSURANCE       IS 'insurance'
                       EOB-COVERAGE        IS 'coverage'
                       EOB-COVERAGE-REF    IS 'reference'
                       EOB-TOTAL           IS 'total'
                       EOB-TOT-SUBMITTED   IS 'submitted'
                       EOB-TOT-ELIGIBLE    IS 'eligible'
                       EOB-TOT-DEDUCTIBLE  IS 'deductible'
                       EOB-TOT-COPAY       IS 'copay'
                       EOB-TOT-COINSURANCE IS 'coinsurance'
                       EOB-TOT-MBR-LIABILITY
                           IS 'memberliability'
                       EOB-TOT-BENEFIT     IS 'benefit'
                       EOB-TOT-CURRENCY    IS 'currency'
                       EOB-PAYMENT         IS 'payment'
                       EOB-PAY-DATE        IS 'date'
                       EOB-PAY-AMOUNT      IS 'amount'
                       EOB-PAY-VALUE       IS 'value'
                       EOB-PAY-CURRENCY    IS 'currency'
               ON EXCEPTION
                   ADD 1 TO WS-CTR-JSON-ERRORS
                   MOVE 'EOB JSON GENERATE FAILED' TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
                   GO TO 3000-EXPORT-ONE-CLAIM-EXIT
           END-JSON
           WRITE FHR-EOB-REC FROM WS-JSON-EOB-BUFFER
           ADD 1 TO WS-CTR-EOBS-WRITTEN

           PERFORM 3250-EXPORT-EOB-DIAGNOSES
           PERFORM 3300-EXPORT-EOB-ITEMS
               THRU 3300-EXPORT-EOB-ITEMS-EXIT
           .
       3000-EXPORT-ONE-CLAIM-EXIT.
           EXIT.

       3100-LOAD-ELIGIBILITY.
      *----------------------------------------------------------------*
      * THE ELIGIBILITY SPAN IN FORCE ON THE CLAIM'S FIRST DATE OF     *
      * SERVICE. ONLY MEDICARE ADVANTAGE, MEDICAID AND EXCHANGE        *
      * COVERAGE FALLS UNDER THE PATIENT ACCESS RULE.                  *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ELIG-FOUND-SW
           MOVE 'N' TO WS-IN-SCOPE-SW
           MOVE WS-CLM-FROM-DOS TO HV-SVC-DATE

           EXEC SQL
               SELECT TOP 1
                      subscriber_id, last_name, first_name, dob,
                      gender, eff_date, ISNULL(term_date, 0),
                      status, plan_code, group_num, relation_code,
                      plan_type, ISNULL(aca_exchange_ind, 'N')
               INTO   :HV-EL-SUBSCRIBER-ID, :HV-EL-LAST-NAME,
                      :HV-EL-FIRST-NAME, :HV-EL-DOB,
                      :HV-EL-GENDER, :HV-EL-EFF-DATE,
                      :HV-EL-TERM-DATE, :HV-EL-STATUS,
                      :HV-EL-PLAN-CODE, :HV-EL-GROUP-NUM,
                      :HV-EL-RELATION, :HV-EL-PLAN-TYPE,
                      :HV-EL-EXCHANGE-IND
               FROM   T_MEMBER_ELIG
               WHERE  member_id = :HV-MEMBER-ID
               AND    status IN ('A', 'T')
               AND    eff_date <= :HV-SVC-DATE
               AND    (term_date IS NULL
                       OR term_date >= :HV-SVC-DATE)
               ORDER BY eff_date DESC
           END-EXEC
           IF WS-SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET ELIG-FOUND TO TRUE

           IF HV-EL-PLAN-TYPE = 'MCR' OR HV-EL-PLAN-TYPE = 'MCD'
              OR HV-EL-EXCHANGE-IND = 'Y'
               SET MEMBER-IN-SCOPE TO TRUE
           END-IF
           .

       3200-BUILD-EOB-RESOURCE.
      *----------------------------------------------------------------*
      * EXPLANATIONOFBENEFIT HEADER: CARIN PROFILE BY CLAIM TYPE,      *
      * PERIOD, PROVIDER, TOTALS (COST SHARING) AND PAYMENT            *
      *----------------------------------------------------------------*
           INITIALIZE FHIR-EOB-RESOURCE
           MOVE 'ExplanationOfBenefit' TO EOB-RESOURCE-TYPE

           MOVE SPACES TO WS-EOB-ID
           IF WS-CLM-SUFFIX = SPACES
               MOVE WS-CLM-NUMBER TO WS-EOB-ID
           ELSE
               STRING WS-CLM-NUMBER DELIMITED BY SPACE
                      '-'           DELIMITED BY SIZE
                      WS-CLM-SUFFIX DELIMITED BY SPACE
                      INTO WS-EOB-ID
               END-STRING
           END-IF
           MOVE WS-EOB-ID TO EOB-ID
           MOVE WS-EOB-ID TO EOB-IDENT-VALUE
           MOVE WS-RUN-DATE-X TO EOB-LAST-UPDATED

      *--- CARIN BLUE BUTTON PROFILE AND CLAIM-TYPE CODE ---
           MOVE WS-URI-CLAIM-TYPE TO EOB-TYPE-SYSTEM
           EVALUATE TRUE
               WHEN WS-CLM-INSTITUTIONAL AND WS-CLM-ADMIT-DT > 0
                   STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                          'ExplanationOfBenefit-Inpatient-'
                                              DELIMITED BY SIZE
                          'Institutional'     DELIMITED BY SIZE
                          INTO EOB-PROFILE
                   END-STRING
                   MOVE 'institutional' TO EOB-TYPE-CODE
               WHEN WS-CLM-INSTITUTIONAL
                   STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                          'ExplanationOfBenefit-Outpatient-'
                                              DELIMITED BY SIZE
                          'Institutional'     DELIMITED BY SIZE
                          INTO EOB-PROFILE
                   END-STRING
                   MOVE 'institutional' TO EOB-TYPE-CODE
               WHEN WS-CLM-PHARMACY
                   STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                          'ExplanationOfBenefit-Pharmacy'
                                              DELIMITED BY SIZE
                          INTO EOB-PROFILE
                   END-STRING
                   MOVE 'pharmacy' TO EOB-TYPE-CODE
               WHEN WS-CLM-DENTAL
                   STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                          'ExplanationOfBenefit-Oral'
                                              DELIMITED BY SIZE
                          INTO EOB-PROFILE
                   END-STRING
                   MOVE 'oral' TO EOB-TYPE-CODE
               WHEN OTHER
                   STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                          'ExplanationOfBenefit-Professional-'
                                              DELIMITED BY SIZE
                          'NonClinician'      DELIMITED BY SIZE
                          INTO EOB-PROFILE
                   END-STRING
                   MOVE 'professional' TO EOB-TYPE-CODE
           END-EVALUATE

      *--- A VOIDED CLAIM TELLS THE API TO WITHDRAW THE EOB ---
           IF WS-CLM-VOIDED OR WS-CLM-VOID
               MOVE 'entered-in-error' TO EOB-STATUS
           ELSE
               MOVE 'active' TO EOB-STATUS
           END-IF
           MOVE 'claim' TO EOB-USE
           MOVE 'complete' TO EOB-OUTCOME

           STRING 'Patient/'    DELIMITED BY SIZE
                  HV-MEMBER-ID  DELIMITED BY SPACE
                  INTO EOB-PATIENT-REF
           END-STRING
           STRING 'Coverage/'     DELIMITED BY SIZE
                  WS-COVERAGE-ID  DELIMITED BY SPACE
                  INTO EOB-COVERAGE-REF
           END-STRING

           MOVE WS-CLM-FROM-DOS TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO EOB-PERIOD-START
           MOVE WS-CLM-THRU-DOS TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO EOB-PERIOD-END
           IF WS-CLM-ADJUD-DT > 0
               MOVE WS-CLM-ADJUD-DT TO WS-FMT-DATE-IN
               PERFORM 7000-FORMAT-FHIR-DATE
               MOVE WS-FMT-DATE-OUT TO EOB-CREATED
           ELSE
               MOVE WS-RUN-DATE-X TO EOB-CREATED
           END-IF

           MOVE WS-CLM-PAYER-NAME TO EOB-INSURER-DISPLAY
           MOVE WS-URI-NPI TO EOB-PROV-SYSTEM
           MOVE WS-CLM-BILL-PROV-NPI TO EOB-PROV-NPI
           MOVE WS-CLM-BILL-PROV-NAME TO EOB-PROV-DISPLAY

      *--- COST SHARING TOTALS ---
           MOVE WS-CLM-TOTAL-CHARGES   TO EOB-TOT-SUBMITTED
           MOVE WS-CLM-ALLOWED-AMT     TO EOB-TOT-ELIGIBLE
           MOVE WS-CLM-DEDUCTIBLE-AMT  TO EOB-TOT-DEDUCTIBLE
           MOVE WS-CLM-COPAY-AMT       TO EOB-TOT-COPAY
           MOVE WS-CLM-COINSURANCE-AMT TO EOB-TOT-COINSURANCE
           MOVE WS-CLM-PAT-RESP-AMT    TO EOB-TOT-MBR-LIABILITY
           MOVE WS-CLM-NET-PAID-AMT    TO EOB-TOT-BENEFIT
           MOVE 'USD' TO EOB-TOT-CURRENCY

           IF WS-CLM-PAID-DT > 0
               MOVE WS-CLM-PAID-DT TO WS-FMT-DATE-IN
               PERFORM 7000-FORMAT-FHIR-DATE
               MOVE WS-FMT-DATE-OUT TO EOB-PAY-DATE
           END-IF
           MOVE WS-CLM-NET-PAID-AMT TO EOB-PAY-VALUE
           MOVE 'USD' TO EOB-PAY-CURRENCY
           .

       3250-EXPORT-EOB-DIAGNOSES.
      *----------------------------------------------------------------*
      * DIAGNOSES IN ICD DOTTED FORM, ONE LINE EACH. WITHHELD          *
      * ENTIRELY WHEN A SENSITIVE LINE IS BEING WITHHELD - THE         *
      * DIAGNOSIS WOULD DISCLOSE THE SERVICE.                          *
      *----------------------------------------------------------------*
           IF WS-CC-CLAIM-HAS-SENSITIVE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DX-SEQ
           PERFORM VARYING WS-DX-IX FROM 1 BY 1
               UNTIL WS-DX-IX > 25
               IF WS-CLM-DIAG-CD(WS-DX-IX) NOT = SPACES
                   INITIALIZE FHIR-EOB-DIAGNOSIS
                   ADD 1 TO WS-DX-SEQ
                   MOVE WS-EOB-ID TO DX-EOB-ID
                   MOVE WS-DX-SEQ TO DX-SEQUENCE
                   IF WS-CLM-ICD9
                       MOVE WS-URI-ICD9 TO DX-SYSTEM
                   ELSE
                       MOVE WS-URI-ICD10 TO DX-SYSTEM
                   END-IF
                   IF WS-CLM-DIAG-CD(WS-DX-IX)(4:1) = SPACE
                       MOVE WS-CLM-DIAG-CD(WS-DX-IX) TO DX-CODE
                   ELSE
                       STRING WS-CLM-DIAG-CD(WS-DX-IX)(1:3)
                                  DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              WS-CLM-DIAG-CD(WS-DX-IX)(4:5)
                                  DELIMITED BY SPACE
                              INTO DX-CODE
                       END-STRING
                   END-IF
                   MOVE SPACES TO WS-JSON-ITEM-BUFFER
                   JSON GENERATE WS-JSON-ITEM-BUFFER
                       FROM FHIR-EOB-DIAGNOSIS
                       NAME OF DX-EOB-ID   IS 'eobId'
                               DX-DETAIL   IS 'diagnosis'
                               DX-SEQUENCE IS 'sequence'
                               DX-CONCEPT
                                   IS 'diagnosisCodeableConcept'
                               DX-SYSTEM   IS 'system'
                               DX-CODE     IS 'code'
                       ON EXCEPTION
                           ADD 1 TO WS-CTR-JSON-ERRORS
                       NOT ON EXCEPTION
                           WRITE FHR-ITEM-REC
                               FROM WS-JSON-ITEM-BUFFER
                           ADD 1 TO WS-CTR-DIAGS-WRITTEN
                   END-JSON
               END-IF
           END-PERFORM
           .

      *================================================================*
      * 3300 - THE CLAIM'S SERVICE LINES AS EOB ITEMS, LESS ANY        *
      * SENSITIVE SERVICE THE PATIENT'S HOUSEHOLD MUST NOT SEE         *
      *================================================================*
       3300-EXPORT-EOB-ITEMS.
           EXEC SQL
               DECLARE FHR_LINE_CURSOR CURSOR FOR
               SELECT LINE_RECORD_IMAGE
               FROM   CLAIM_LINE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               ORDER BY LINE_NUMBER
           END-EXEC

           EXEC SQL
               OPEN FHR_LINE_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 'LINE CURSOR OPEN FAILED' TO WS-ERR-MESSAGE
               MOVE 'E' TO WS-ERR-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               GO TO 3300-EXPORT-EOB-ITEMS-EXIT
           END-IF

           MOVE 'N' TO WS-LINE-EOF-SW
           PERFORM UNTIL LINES-AT-EOF
               EXEC SQL
                   FETCH FHR_LINE_CURSOR
                   INTO  :WS-CLAIM-LINE-REC
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET LINES-AT-EOF TO TRUE
               ELSE
                   PERFORM 3350-EXPORT-ONE-ITEM
                       THRU 3350-EXPORT-ONE-ITEM-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE FHR_LINE_CURSOR
           END-EXEC
           .
       3300-EXPORT-EOB-ITEMS-EXIT.
           EXIT.

       3350-EXPORT-ONE-ITEM.
      *----------------------------------------------------------------*
      * ONE SERVICE LINE: PRODUCT/SERVICE CODE, DATES, PLACE, UNITS,   *
      * ADJUDICATION AMOUNTS, CARC AND RARC                            *
      *----------------------------------------------------------------*
           IF WS-CC-ADDRESSEE-NOT-PATIENT
               PERFORM 3360-CHECK-SENSITIVE-SERVICE
               IF WS-CC-LINE-SENSITIVE
                   ADD 1 TO WS-CTR-LINES-SUPPRESSED
                   GO TO 3350-EXPORT-ONE-ITEM-EXIT
               END-IF
           END-IF

           INITIALIZE FHIR-EOB-ITEM
           MOVE WS-EOB-ID TO ITM-EOB-ID
           MOVE WS-CLN-LINE-NO TO ITM-SEQUENCE

           IF WS-CLM-INSTITUTIONAL
               MOVE WS-URI-NUBC-REVENUE TO ITM-REV-SYSTEM
               MOVE WS-CLN-REV-CD TO ITM-REV-CODE
           END-IF

           EVALUATE TRUE
               WHEN WS-CLM-PHARMACY
                   MOVE WS-URI-NDC TO ITM-PROD-SYSTEM
                   MOVE WS-CLN-NDC-CD TO ITM-PROD-CODE
               WHEN WS-CLN-HCPCS-CD = SPACES
                   MOVE WS-URI-DATA-ABSENT TO ITM-PROD-SYSTEM
                   MOVE 'not-applicable' TO ITM-PROD-CODE
               WHEN WS-CLM-DENTAL
                   MOVE WS-URI-CDT TO ITM-PROD-SYSTEM
                   MOVE WS-CLN-HCPCS-CD TO ITM-PROD-CODE
               WHEN WS-CLN-HCPCS-CD(1:1) IS NUMERIC
                   MOVE WS-URI-CPT TO ITM-PROD-SYSTEM
                   MOVE WS-CLN-HCPCS-CD TO ITM-PROD-CODE
               WHEN OTHER
                   MOVE WS-URI-HCPCS TO ITM-PROD-SYSTEM
                   MOVE WS-CLN-HCPCS-CD TO ITM-PROD-CODE
           END-EVALUATE

           MOVE WS-CLN-FROM-DOS TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO ITM-SVC-START
           MOVE WS-CLN-THRU-DOS TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO ITM-SVC-END

           MOVE WS-URI-POS TO ITM-LOC-SYSTEM
           MOVE WS-CLN-PLACE-OF-SVC TO ITM-LOC-CODE
           IF WS-CLM-PHARMACY
               MOVE WS-CLN-NDC-QTY TO ITM-QTY-VALUE
           ELSE
               MOVE WS-CLN-UNITS TO ITM-QTY-VALUE
           END-IF

           MOVE WS-CLN-CHARGE-AMT      TO ITM-ADJ-SUBMITTED
           MOVE WS-CLN-ALLOWED-AMT     TO ITM-ADJ-ELIGIBLE
           MOVE WS-CLN-DEDUCTIBLE-AMT  TO ITM-ADJ-DEDUCTIBLE
           MOVE WS-CLN-COPAY-AMT       TO ITM-ADJ-COPAY
           MOVE WS-CLN-COINSURANCE-AMT TO ITM-ADJ-COINSURANCE
           MOVE WS-CLN-PAT-RESP-AMT    TO ITM-ADJ-MBR-LIABILITY
           MOVE WS-CLN-NET-PAID-AMT    TO ITM-ADJ-BENEFIT
           MOVE 'USD' TO ITM-ADJ-CURRENCY

           PERFORM 3370-DESCRIBE-REASON-CODES

           IF WS-CLN-HCPCS-MOD-1 NOT = SPACES
               MOVE WS-URI-CPT TO ITM-MOD-SYSTEM
               MOVE WS-CLN-HCPCS-MOD-1 TO ITM-MOD-CODE-1
               MOVE WS-CLN-HCPCS-MOD-2 TO ITM-MOD-CODE-2
               MOVE WS-CLN-HCPCS-MOD-3 TO ITM-MOD-CODE-3
               MOVE WS-CLN-HCPCS-MOD-4 TO ITM-MOD-CODE-4
           END-IF

           MOVE SPACES TO WS-JSON-ITEM-BUFFER
           JSON GENERATE WS-JSON-ITEM-BUFFER
               FROM FHIR-EOB-ITEM
               NAME OF ITM-EOB-ID          IS 'eobId'
                       ITM-DETAIL          IS 'item'
                       ITM-SEQUENCE        IS 'sequence'
                       ITM-REVENUE         IS 'revenue'
                       ITM-REV-SYSTEM      IS 'system'
                       ITM-REV-CODE        IS 'code'
                       ITM-PRODUCT         IS 'productOrService'
                       ITM-PROD-SYSTEM     IS 'system'
                       ITM-PROD-CODE       IS 'code'
                       ITM-MODIFIER        IS 'modifier'
                       ITM-MOD-SYSTEM      IS 'system'
                       ITM-MOD-CODE-1      IS 'code1'
                       ITM-MOD-CODE-2      IS 'code2'
                       ITM-MOD-CODE-3      IS 'code3'
                       ITM-MOD-CODE-4      IS 'code4'
                       ITM-SERVICED-PERIOD IS 'servicedPeriod'
                       ITM-SVC-START       IS 'start'
                       ITM-SVC-END         IS 'end'
                       ITM-LOCATION
                           IS 'locationCodeableConcept'
                       ITM-LOC-SYSTEM      IS 'system'
                       ITM-LOC-CODE        IS 'code'
                       ITM-QUANTITY        IS 'quantity'
                       ITM-QTY-VALUE       IS 'value'
                       ITM-ADJUDICATION    IS 'adjudication'
                       ITM-ADJ-SUBMITTED   IS 'submitted'
                       ITM-ADJ-ELIGIBLE    IS 'eligible'
                       ITM-ADJ-DEDUCTIBLE  IS 'deductible'
                       ITM-ADJ-COPAY       IS 'copay'
                       ITM-ADJ-COINSURANCE IS 'coinsurance'
                       ITM-ADJ-MBR-LIABILITY
                           IS 'memberliability'
                       ITM-ADJ-BENEFIT     IS 'benefit'
                       ITM-ADJ-CURRENCY    IS 'currency'
                       ITM-ADJ-REASON      IS 'adjudicationReason'
                       ITM-RSN-SYSTEM      IS 'system'
                       ITM-RSN-CODE        IS 'code'
                       ITM-RSN-DISPLAY     IS 'display'
                       ITM-RSN-GROUP       IS 'groupCode'
                       ITM-REMARK          IS 'remark'
                       ITM-RMK-SYSTEM      IS 'system'
                       ITM-RMK-CODE        IS 'code'
                       ITM-RMK-DISPLAY     IS 'display'
               ON EXCEPTION
                   ADD 1 TO WS-CTR-JSON-ERRORS
                   MOVE 'ITEM JSON GENERATE FAILED' TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
                   GO TO 3350-EXPORT-ONE-ITEM-EXIT
           END-JSON
           WRITE FHR-ITEM-REC FROM WS-JSON-ITEM-BUFFER
           ADD 1 TO WS-CTR-ITEMS-WRITTEN
           .
       3350-EXPORT-ONE-ITEM-EXIT.
           EXIT.

       3360-CHECK-SENSITIVE-SERVICE.
      *----------------------------------------------------------------*
      * IS THIS LINE IN A SENSITIVE-SERVICE CODE RANGE (BEHAVIORAL     *
      * HEALTH, REPRODUCTIVE CARE)? SAME TEST AS HCREMIT 5060.         *
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CC-SENSITIVE-FLAG
           MOVE WS-CLN-HCPCS-CD TO HV-PROC-CODE
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ROW-COUNT
               FROM   SENSITIVE_SERVICE_CODES
               WHERE  CODE_FROM <= :HV-PROC-CODE
               AND    CODE_THRU >= :HV-PROC-CODE
           END-EXEC
           IF WS-SQLCODE = 0 AND HV-ROW-COUNT > 0
               SET WS-CC-LINE-SENSITIVE TO TRUE
           END-IF
           .

       3370-DESCRIBE-REASON-CODES.
      *----------------------------------------------------------------*
      * THE LINE'S CARC (WITH ITS GROUP CODE) AND RARC, DESCRIBED      *
      * FROM THE CODE TABLES HCCARMNT MAINTAINS                        *
      *----------------------------------------------------------------*
           IF WS-CLN-CARC-CD NOT = SPACES
               MOVE WS-CLN-CARC-CD TO HV-REASON-CODE
               MOVE SPACES TO HV-REASON-DESC
               EXEC SQL
                   SELECT REASON_DESC
                   INTO   :HV-REASON-DESC
                   FROM   CARC_CODES
                   WHERE  REASON_CODE = :HV-REASON-CODE
               END-EXEC
               MOVE WS-URI-CARC TO ITM-RSN-SYSTEM
               MOVE HV-REASON-CODE TO ITM-RSN-CODE
               MOVE HV-REASON-DESC TO ITM-RSN-DISPLAY
               MOVE WS-CLN-CARC-GRP-CD TO ITM-RSN-GROUP
           END-IF

           IF WS-CLN-RARC-CD NOT = SPACES
               MOVE WS-CLN-RARC-CD TO HV-REMARK-CODE
               MOVE SPACES TO HV-REMARK-DESC
               EXEC SQL
                   SELECT REMARK_DESC
                   INTO   :HV-REMARK-DESC
                   FROM   RARC_CODES
                   WHERE  REMARK_CODE = :HV-REMARK-CODE
               END-EXEC
               MOVE WS-URI-RARC TO ITM-RMK-SYSTEM
               MOVE HV-REMARK-CODE TO ITM-RMK-CODE
               MOVE HV-REMARK-DESC TO ITM-RMK-DISPLAY
           END-IF
           .

      *================================================================*
      * 4000 - THE MEMBER'S PATIENT RESOURCE, ONCE PER MEMBER          *
      *================================================================*
       4000-WRITE-PATIENT.
           INITIALIZE FHIR-PATIENT-RESOURCE
           MOVE 'Patient' TO PAT-RESOURCE-TYPE
           MOVE HV-MEMBER-ID TO PAT-ID
           STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                  'Patient'           DELIMITED BY SIZE
                  INTO PAT-PROFILE
           END-STRING
           MOVE WS-URI-IDENTIFIER-TYPE TO PAT-IDENT-SYSTEM
           MOVE 'MB' TO PAT-IDENT-CODE
           MOVE HV-MEMBER-ID TO PAT-IDENT-VALUE
           MOVE HV-EL-LAST-NAME TO PAT-FAMILY
           MOVE HV-EL-FIRST-NAME TO PAT-GIVEN
           EVALUATE HV-EL-GENDER
               WHEN 'M'
                   MOVE 'male' TO PAT-GENDER
               WHEN 'F'
                   MOVE 'female' TO PAT-GENDER
               WHEN OTHER
                   MOVE 'unknown' TO PAT-GENDER
           END-EVALUATE
           MOVE HV-EL-DOB TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO PAT-BIRTH-DATE

           MOVE SPACES TO WS-JSON-MBR-BUFFER
           JSON GENERATE WS-JSON-MBR-BUFFER
               FROM FHIR-PATIENT-RESOURCE
               NAME OF PAT-RESOURCE-TYPE   IS 'resourceType'
                       PAT-ID              IS 'id'
                       PAT-META            IS 'meta'
                       PAT-PROFILE         IS 'profile'
                       PAT-IDENTIFIER      IS 'identifier'
                       PAT-IDENT-TYPE      IS 'type'
                       PAT-IDENT-SYSTEM    IS 'system'
                       PAT-IDENT-CODE      IS 'code'
                       PAT-IDENT-VALUE     IS 'value'
                       PAT-NAME            IS 'name'
                       PAT-FAMILY          IS 'family'
                       PAT-GIVEN           IS 'given'
                       PAT-GENDER          IS 'gender'
                       PAT-BIRTH-DATE      IS 'birthDate'
               ON EXCEPTION
                   ADD 1 TO WS-CTR-JSON-ERRORS
                   MOVE 'PATIENT JSON GENERATE FAILED'
                       TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               NOT ON EXCEPTION
                   WRITE FHR-PATIENT-REC FROM WS-JSON-MBR-BUFFER
                   ADD 1 TO WS-CTR-PATIENTS-WRITTEN
                   PERFORM 4050-WRITE-DISCLOSURE-LOG
           END-JSON
           SET PATIENT-WRITTEN TO TRUE
           .

       4050-WRITE-DISCLOSURE-LOG.
      *----------------------------------------------------------------*
      * LOG THE MEMBER'S RESOURCES AS A PHI DISCLOSURE THROUGH THE     *
      * PATIENT ACCESS API. THE API RELEASES THEM ONLY TO THE MEMBER   *
      * OR THE APP THE MEMBER CHOSE, SO THE PURPOSE IS TO-INDIVIDUAL   *
      *----------------------------------------------------------------*
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE HV-MEMBER-ID TO DL-MEMBER-ID
           MOVE 'PTACCAPI' TO DL-RECIPIENT-ID
           MOVE 'PATIENT ACCESS API (MEMBER OR MEMBER APP)'
             TO DL-RECIPIENT-NAME
           SET DL-PURP-TO-INDIVIDUAL TO TRUE
           MOVE 'DEM' TO DL-DATA-CATEGORY(1)
           MOVE 'ENR' TO DL-DATA-CATEGORY(2)
           MOVE 'CLM' TO DL-DATA-CATEGORY(3)
           MOVE 'DGN' TO DL-DATA-CATEGORY(4)
           MOVE 'FIN' TO DL-DATA-CATEGORY(5)
           MOVE HV-RUN-DATE TO DL-DISCLOSURE-DATE
           MOVE 'HCFHREOB' TO DL-PROGRAM
           MOVE 'FHIR EOB EXTRACT' TO DL-REFERENCE
           WRITE DISCLOSURE-LOG-REC
           IF DLOG-OK
               ADD 1 TO WS-CTR-DISCLOSURES
           END-IF
           .

      *================================================================*
      * 4100 - THE COVERAGE RESOURCE FOR THE ELIGIBILITY SPAN THE      *
      * CLAIM FELL IN                                                  *
      *================================================================*
       4100-WRITE-COVERAGE.
           INITIALIZE FHIR-COVERAGE-RESOURCE
           MOVE 'Coverage' TO COV-RESOURCE-TYPE
           MOVE WS-COVERAGE-ID TO COV-ID
           STRING WS-URI-PROFILE-BASE DELIMITED BY SPACE
                  'Coverage'          DELIMITED BY SIZE
                  INTO COV-PROFILE
           END-STRING
           IF HV-EL-STATUS = 'A'
               MOVE 'active' TO COV-STATUS
           ELSE
               MOVE 'cancelled' TO COV-STATUS
           END-IF

      *--- SOURCE OF PAYMENT TYPOLOGY: 1 MEDICARE, 2 MEDICAID, ---
      *--- 5 PRIVATE (EXCHANGE)                                ---
           MOVE WS-URI-SOPT TO COV-TYPE-SYSTEM
           EVALUATE HV-EL-PLAN-TYPE
               WHEN 'MCR'
                   MOVE '1' TO COV-TYPE-CODE
               WHEN 'MCD'
                   MOVE '2' TO COV-TYPE-CODE
               WHEN OTHER
                   MOVE '5' TO COV-TYPE-CODE
           END-EVALUATE

           MOVE HV-EL-SUBSCRIBER-ID TO COV-SUBSCRIBER-ID
           STRING 'Patient/'    DELIMITED BY SIZE
                  HV-MEMBER-ID  DELIMITED BY SPACE
                  INTO COV-BENE-REF
           END-STRING
           MOVE WS-URI-RELATIONSHIP TO COV-REL-SYSTEM
           EVALUATE HV-EL-RELATION
               WHEN '18'
                   MOVE 'self' TO COV-REL-CODE
               WHEN '01'
                   MOVE 'spouse' TO COV-REL-CODE
               WHEN '19'
                   MOVE 'child' TO COV-REL-CODE
               WHEN OTHER
                   MOVE 'other' TO COV-REL-CODE
           END-EVALUATE

           MOVE HV-EL-EFF-DATE TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO COV-PERIOD-START
           MOVE HV-EL-TERM-DATE TO WS-FMT-DATE-IN
           PERFORM 7000-FORMAT-FHIR-DATE
           MOVE WS-FMT-DATE-OUT TO COV-PERIOD-END

           MOVE WS-CLM-PAYER-NAME TO COV-PAYOR-DISPLAY
           MOVE WS-URI-COVERAGE-CLASS TO COV-CLASS-SYSTEM
           MOVE HV-EL-GROUP-NUM TO COV-CLASS-GROUP
           MOVE HV-EL-PLAN-CODE TO COV-CLASS-PLAN

           MOVE SPACES TO WS-JSON-MBR-BUFFER
           JSON GENERATE WS-JSON-MBR-BUFFER
               FROM FHIR-COVERAGE-RESOURCE
               NAME OF COV-RESOURCE-TYPE   IS 'resourceType'
                       COV-ID              IS 'id'
                       COV-META            IS 'meta'
                       COV-PROFILE         IS 'profile'
                       COV-STATUS          IS 'status'
                       COV-TYPE            IS 'type'
                       COV-TYPE-SYSTEM     IS 'system'
                       COV-TYPE-CODE       IS 'code'
                       COV-SUBSCRIBER-ID   IS 'subscriberId'
                       COV-BENEFICIARY     IS 'beneficiary'
                       COV-BENE-REF        IS 'reference'
                       COV-RELATIONSHIP    IS 'relationship'
                       COV-REL-SYSTEM      IS 'system'
                       COV-REL-CODE        IS 'code'
                       COV-PERIOD          IS 'period'
                       COV-PERIOD-START    IS 'start'
                       COV-PERIOD-END      IS 'end'
                       COV-PAYOR           IS 'payor'
                       COV-PAYOR-DISPLAY   IS 'display'
                       COV-CLASS           IS 'class'
                       COV-CLASS-SYSTEM    IS 'system'
                       COV-CLASS-GROUP     IS 'group'
                       COV-CLASS-PLAN      IS 'plan'
               ON EXCEPTION
                   ADD 1 TO WS-CTR-JSON-ERRORS
                   MOVE 'COVERAGE JSON GENERATE FAILED'
                       TO WS-ERR-MESSAGE
                   MOVE 'E' TO WS-ERR-SEVERITY
                   PERFORM 8000-ERROR-HANDLER
               NOT ON EXCEPTION
                   WRITE FHR-COVERAGE-REC FROM WS-JSON-MBR-BUFFER
                   ADD 1 TO WS-CTR-COVERAGES-WRITTEN
           END-JSON
           MOVE WS-COVERAGE-ID TO WS-LAST-COVERAGE-ID
           .

       7000-FORMAT-FHIR-DATE.
      *----------------------------------------------------------------*
      * CCYYMMDD TO THE FHIR CCYY-MM-DD FORM; ZERO STAYS BLANK         *
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-FMT-DATE-OUT
           IF WS-FMT-DATE-IN > 0
               STRING WS-FMT-CCYY '-' WS-FMT-MM '-' WS-FMT-DD
                   DELIMITED BY SIZE INTO WS-FMT-DATE-OUT
               END-STRING
           END-IF
           .

       8000-ERROR-HANDLER.
      *================================================================*
      * CENTRALIZED ERROR HANDLING                                     *
      *================================================================*
           ADD 1 TO WS-ERR-COUNT
           MOVE 'HCFHREOB' TO WS-ERR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO WS-ERR-TIMESTAMP

           DISPLAY 'HCFHREOB - ERROR: ' WS-ERR-MESSAGE
           DISPLAY 'HCFHREOB - SEVERITY: ' WS-ERR-SEVERITY

           IF WS-ERR-FATAL
               DISPLAY 'HCFHREOB - FATAL ERROR - ABENDING'
               PERFORM 9000-TERMINATION
               STOP RUN
           END-IF
           .

       9000-TERMINATION.
      *================================================================*
      * PRINT CONTROL TOTALS, CLOSE FILES, AND END THE RUN             *
      *================================================================*
           MOVE FUNCTION CURRENT-DATE TO WS-STAT-END-TIME

           MOVE 'RUN DATE' TO WS-RPT-LABEL
           MOVE HV-RUN-DATE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'CLAIMS ADJUDICATED/ADJUSTED' TO WS-RPT-LABEL
           MOVE WS-CTR-CLAIMS-READ TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  NOT MA/MEDICAID/EXCHANGE' TO WS-RPT-LABEL
           MOVE WS-CTR-OUT-OF-SCOPE TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  NO ELIGIBILITY SPAN ON FIRST DOS' TO WS-RPT-LABEL
           MOVE WS-CTR-NO-ELIGIBILITY TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE '  SUPPRESSED - CONFIDENTIAL COMM' TO WS-RPT-LABEL
           MOVE WS-CTR-EOBS-SUPPRESSED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'EXPLANATIONOFBENEFIT RESOURCES' TO WS-RPT-LABEL
           MOVE WS-CTR-EOBS-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'EOB DIAGNOSES' TO WS-RPT-LABEL
           MOVE WS-CTR-DIAGS-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'EOB ITEMS' TO WS-RPT-LABEL
           MOVE WS-CTR-ITEMS-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'SENSITIVE LINES WITHHELD' TO WS-RPT-LABEL
           MOVE WS-CTR-LINES-SUPPRESSED TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'PATIENT RESOURCES' TO WS-RPT-LABEL
           MOVE WS-CTR-PATIENTS-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'COVERAGE RESOURCES' TO WS-RPT-LABEL
           MOVE WS-CTR-COVERAGES-WRITTEN TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE
           MOVE 'JSON GENERATE FAILURES' TO WS-RPT-LABEL
           MOVE WS-CTR-JSON-ERRORS TO WS-RPT-VALUE
           PERFORM 1300-WRITE-DETAIL-LINE

           DISPLAY '================================================='
           DISPLAY 'HCFHREOB - PROCESSING STATISTICS'
           DISPLAY '================================================='
           DISPLAY 'CLAIMS READ:        ' WS-CTR-CLAIMS-READ
           DISPLAY 'OUT OF SCOPE:       ' WS-CTR-OUT-OF-SCOPE
           DISPLAY 'NO ELIGIBILITY:     ' WS-CTR-NO-ELIGIBILITY
           DISPLAY 'EOBS SUPPRESSED:    ' WS-CTR-EOBS-SUPPRESSED
           DISPLAY 'EOBS WRITTEN:       ' WS-CTR-EOBS-WRITTEN
           DISPLAY 'DIAGNOSES WRITTEN:  ' WS-CTR-DIAGS-WRITTEN
           DISPLAY 'ITEMS WRITTEN:      ' WS-CTR-ITEMS-WRITTEN
           DISPLAY 'LINES WITHHELD:     ' WS-CTR-LINES-SUPPRESSED
           DISPLAY 'PATIENTS WRITTEN:   ' WS-CTR-PATIENTS-WRITTEN
           DISPLAY 'COVERAGES WRITTEN:  ' WS-CTR-COVERAGES-WRITTEN
           DISPLAY 'DISCLOSURES LOGGED: ' WS-CTR-DISCLOSURES
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERR-COUNT
           DISPLAY 'START TIME:         ' WS-STAT-START-TIME
           DISPLAY 'END TIME:           ' WS-STAT-END-TIME
           DISPLAY '================================================='

           CLOSE FHR-EOB-FILE
           CLOSE FHR-ITEM-FILE
           CLOSE FHR-PATIENT-FILE
           CLOSE FHR-COVERAGE-FILE
           CLOSE FHR-CONTROL-RPT
           CLOSE DISCLOSURE-LOG-FILE
           .
