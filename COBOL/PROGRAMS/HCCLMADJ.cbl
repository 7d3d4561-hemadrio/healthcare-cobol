      *                                   CHECKED BEFORE THE PER-    *
      *                                   CLAIM DATABASE LOOKUPS,    *
      *                                   DB FALL-THROUGH ON MISS    *
      * 2026-10-15 D.WASHINGTON CPS-874  SNF/HOME HEALTH HIPPS CASE- *
      *                                   MIX PRICING: PDPM VARIABLE *
      *                                   PER DIEM ON REV 0022 DAYS, *
      *                                   PDGM PERIOD RATE WITH LUPA *
      *                                   ON REV 0023, CONTRACT PCT  *
      *                                   OF MEDICARE                *
      * 2026-10-15 D.WASHINGTON CPS-875  ASC PAYMENT-GROUP PRICING:  *
      *                                   PAYMENT INDICATOR/RATE     *
      *                                   TABLE, MULTIPLE-PROCEDURE  *
      *                                   DISCOUNT, PACKAGED LINES   *
      *                                   PAY ZERO, DEVICE PORTION   *
      *                                   PAID UNDISCOUNTED, METHOD  *
      *                                   STAMPED ON THE CLAIM LINE  *
      * 2026-10-15 D.WASHINGTON CPS-876  FQHC/RHC PPS ENCOUNTER RATE *
      *                                   ONCE PER QUALIFYING VISIT  *
      *                                   PER DAY; MEDICAID MANAGED  *
      *                                   CARE WRAPAROUND EXTRACT    *
      *                                   (WRAPEXT) FOR QUARTERLY    *
      *                                   STATE RECONCILIATION       *
      * 2026-10-15 D.WASHINGTON CPS-877  REFERENCE-BASED PRICING BY  *
      *                                   GROUP: PCT OF THE MEDICARE *
      *                                   RBRVS/DRG/APC AMOUNT, PCT  *
      *                                   OF CHARGE FALLBACK, 'RB'   *
      *                                   LINE STAMP FOR THE EOB     *
      * 2026-10-15 D.WASHINGTON CPS-878  OON REPRICING VENDOR: NON-  *
      *                                   NSA OON CLAIMS OVER THE    *
      *                                   PAYER THRESHOLD GO OUT ON  *
      *                                   ORPEXT AND HOLD IN THE ORP *
      *                                   QUEUE; HCORPIMP LOADS THE  *
      *                                   AGREED ALLOWED ('VR') OR   *
      *                                   THE REQUEST AGES OFF TO    *
      *                                   STANDARD PRICING           *
      * 2026-10-15 D.WASHINGTON CPS-879  SINGLE CASE AGREEMENTS: UM  *
      *                                   RATE TERMS ON THE BILLED   *
      *                                   AUTH (FLAT, PER DIEM, PCT  *
      *                                   OF MEDICARE) PRICE 'SC'    *
      *                                   WITH IN-NETWORK COST SHARE *
      * 2026-10-15 D.WASHINGTON CPS-880  PLAN-YEAR SPLIT: A LINE     *
      *                                   SPANNING A PLAN-YEAR OR    *
      *                                   ELIGIBILITY-SPAN BOUNDARY  *
      *                                   IS COST-SHARED PER PERIOD  *
      *                                   BY COVERED DAYS AND POSTED *
      *                                   TO EACH PLAN-YEAR ROW; THE *
      *                                   SPLIT RIDES ADJOUTFL       *
      * 2026-10-15 D.WASHINGTON CPS-881  MEDICAID SHARE OF COST: THE *
      *                                   MEMBER'S MONTHLY PATIENT   *
      *                                   LIABILITY COMES OFF THE    *
      *                                   PLAN PAYMENT ON THE FIRST  *
      *                                   CLAIMS OF THE MONTH AS     *
      *                                   PR-142; AMOUNT MET POSTED  *
      *                                   PER MEMBER-MONTH           *
      * 2026-10-15 D.WASHINGTON CPS-882  LINE PRICING TRACE: WITH    *
      *                                   THE PRCTRACE DD PRESENT,   *
      *                                   EACH PRICING STEP ON A     *
      *                                   LINE (RATE TABLE AND KEY,  *
      *                                   BASE RATE, PCT REDUCTIONS  *
      *                                   AND ADD-ONS, RUNNING       *
      *                                   AMOUNT) IS WRITTEN FOR THE *
      *                                   HCPRCINQ INQUIRY           *
      * 2026-10-15 D.WASHINGTON CPS-883  DRG VALIDATION: INPATIENT   *
      *                                   CLAIMS ARE REGROUPED FROM  *
      *                                   THE CODED DIAGNOSES, POA,  *
      *                                   ICD PROCEDURES AND         *
      *                                   DISCHARGE STATUS AGAINST   *
      *                                   MS_DRG_GROUPER_LOGIC; A    *
      *                                   BILLED DRG WEIGHING MORE   *
      *                                   THAN THE REGROUPED DRG     *
      *                                   PENDS D0012 TO CODING      *
      *                                   REVIEW (CDR)               *
      * 2026-10-15 D.WASHINGTON CPS-884  OUT-OF-COUNTRY CLAIMS:      *
      *                                   FOREIGN CLAIMS (SOURCE FC, *
      *                                   HCFORCLM) ADJUDICATE AS    *
      *                                   OON AT PERCENT OF THE      *
      *                                   CONVERTED CHARGE; NON-     *
      *                                   EMERGENCY CARE DENIES      *
      *                                   O0001 WHEN THE PLAN HAS NO *
      *                                   TRAVEL BENEFIT, WITH THE   *
      *                                   REASON KEPT ON             *
      *                                   FOREIGN_CLAIM FOR THE EOB  *
      * 2026-10-15 D.WASHINGTON CPS-885  MEMBER-SUBMITTED CLAIMS     *
      *                                   (SOURCE MS, HCMBRCLM): A   *
      *                                   RECEIPT WITH NO NPI IS     *
      *                                   ADJUDICATED OUT OF NETWORK *
      *                                   INSTEAD OF REJECTED        *
      * 2026-10-15 D.WASHINGTON CPS-886  HRA AUTO-DEBIT: AFTER COST  *
      *                                   SHARING, THE MEMBER'S OR   *
      *                                   FAMILY'S OPEN HRA_ACCOUNT  *
      *                                   PAYS THE ELIGIBLE          *
      *                                   DEDUCTIBLE, COINSURANCE    *
      *                                   AND COPAY UP TO ITS        *
      *                                   BALANCE; EACH DRAW IS      *
      *                                   LOGGED ON HRA_DRAW FOR     *
      *                                   EMPLOYER BILLING AND       *
      *                                   REVERSED ON A VOID         *
      * 2026-10-15 K.WONG       CPS-887  COBRA WINDOWS: A QUALIFIED  *
      *                                   BENEFICIARY STILL INSIDE   *
      *                                   THE ELECTION, INITIAL      *
      *                                   PREMIUM OR 30-DAY GRACE    *
      *                                   WINDOW ON T_COBRA_TRACK    *
      *                                   PENDS K0001 INSTEAD OF     *
      *                                   DENYING; HCCOBRTK RELEASES *
      *                                   THE PENDS                  *
      * 2026-10-15 L.OKONKWO    CPS-888  DISCLOSURE LOG: EACH MEMBER   *
      *                                   SENT ON THE MA ENCOUNTER     *
      *                                   (CMS), WRAPAROUND (STATE     *
      *                                   MEDICAID), AUDIT VENDOR OR   *
      *                                   OON REPRICING EXTRACT IS     *
      *                                   LOGGED TO DSCLOG FOR THE     *
      *                                   HCDSCACC ACCOUNTING OF       *
      *                                   DISCLOSURES                  *
      * 2026-10-15 K.WONG       CPS-889  MA SUPPLEMENTAL WALLET: AN    *
      *                                   MA LINE WHOSE HCPCS MAPS     *
      *                                   TO A SUPPLEMENTAL BENEFIT    *
      *                                   (SUPP_BENEFIT_CODE) PAYS     *
      *                                   ONLY UP TO THE MEMBER'S      *
      *                                   SUPP_WALLET BALANCE FOR      *
      *                                   THE SERVICE DATE; THE        *
      *                                   EXCESS GOES TO THE MEMBER    *
      *                                   AS PR-119. DRAWS ARE         *
      *                                   LOGGED ON SUPP_WALLET_TXN    *
      *                                   AND REVERSED ON A VOID       *
      * 2026-10-15 D.WASHINGTON CPS-881  SHARE OF COST IS POSTED       *
      *                                   ONLY FOR A CLAIM THAT DOES   *
      *                                   NOT PEND, LOGGED PER CLAIM   *
      *                                   ON MEDICAID_SOC_APPLIED AND  *
      *                                   GIVEN BACK ON A VOID; THE    *
      *                                   TOTALS CHECK ALLOWS FOR IT.  *
      *                                   COBRA CHECK USES THE LATEST  *
      *                                   OPEN EVENT; DRG, AGE-OFF,    *
      *                                   FOREIGN AND PRICE-METHOD     *
      *                                   WRITES ARE NOW CHECKED       *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDV-STATUS.

           SELECT WRAPAROUND-EXTRACT
               ASSIGN TO WRAPEXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WRAP-STATUS.

           SELECT OON-REPRICE-EXTRACT
               ASSIGN TO ORPEXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORP-STATUS.

           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DSCLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

           SELECT PRICING-TRACE-FILE
               ASSIGN TO PRCTRACE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PTRC-STATUS.

           SELECT ELG-PRELOAD-FILE
               ASSIGN TO ELGPRELD
               ORGANIZATION IS INDEXED
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-VENDOR-REC                PIC X(4096).

      *----------------------------------------------------------------*
      * FQHC/RHC MEDICAID WRAPAROUND EXTRACT (CPS-876) - ONE RECORD    *
      * PER PAID MEDICAID MANAGED CARE ENCOUNTER WHERE THE STATE PPS   *
      * RATE EXCEEDS THE PLAN PAYMENT; SUMMED BY SERVICE QUARTER FOR   *
      * THE STATE WRAPAROUND RECONCILIATION                            *
      *----------------------------------------------------------------*
       FD  WRAPAROUND-EXTRACT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.
       01  WRAPAROUND-RECORD.
           05  WRAP-CLAIM-ID               PIC X(15).
           05  WRAP-MEMBER-ID              PIC X(12).
           05  WRAP-MCAID-ID               PIC X(15).
           05  WRAP-MCAID-STATE            PIC X(02).
           05  WRAP-PROVIDER-NPI           PIC X(10).
           05  WRAP-CLINIC-TYPE            PIC X(01).
               88  WRAP-CLINIC-FQHC        VALUE 'F'.
               88  WRAP-CLINIC-RHC         VALUE 'R'.
           05  WRAP-SERVICE-DATE           PIC 9(08).
           05  WRAP-SERVICE-QTR            PIC 9(05).
           05  WRAP-HCPCS-CODE             PIC X(05).
           05  WRAP-REVENUE-CODE           PIC X(04).
           05  WRAP-STATE-PPS-RATE         PIC S9(07)V99.
           05  WRAP-PLAN-PAYMENT           PIC S9(07)V99.
           05  WRAP-AMOUNT                 PIC S9(07)V99.
           05  WRAP-BATCH-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(40).

      *----------------------------------------------------------------*
      * OUT-OF-NETWORK REPRICING VENDOR EXTRACT (CPS-878) - NON-NSA    *
      * OON CLAIMS OVER THE PAYER'S REPRICING THRESHOLD GO TO THE      *
      * REPRICING/NEGOTIATION VENDOR IN THE CPYCLMHD LAYOUT; LINE      *
      * DETAIL ACCOMPANIES FROM CLAIM_LINE                             *
      *----------------------------------------------------------------*
       FD  OON-REPRICE-EXTRACT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 4096 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OON-REPRICE-REC                 PIC X(4096).

      *----------------------------------------------------------------*
      * PHI DISCLOSURE LOG (CPS-888) - ONE RECORD PER MEMBER SENT ON   *
      * AN OUTBOUND EXTRACT ABOVE, LOADED BY HCDSCACC FOR THE MEMBER'S *
      * ACCOUNTING OF DISCLOSURES                                      *
      *----------------------------------------------------------------*
       FD  DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYDSCLG.

      *----------------------------------------------------------------*
      * LINE PRICING TRACE (CPS-882) - OPTIONAL; WRITTEN ONLY WHEN THE *
      * PRCTRACE DD IS SUPPLIED. READ BY THE HCPRCINQ INQUIRY JOB      *
      *----------------------------------------------------------------*
       FD  PRICING-TRACE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYPTRC.

      *----------------------------------------------------------------*
      * NIGHTLY PRELOAD FILES (CPS-873) - HCPRELOD EXTRACTS THE        *
      * NIGHT'S NEEDED ELIGIBILITY AND PROVIDER RECORDS FROM THE       *
           05  WS-ESTOU-STATUS             PIC X(02).
           05  WS-CEVT-STATUS              PIC X(02).
           05  WS-AUDV-STATUS              PIC X(02).
           05  WS-WRAP-STATUS              PIC X(02).
               88  WRAP-OK                 VALUE '00'.
           05  WS-ORP-STATUS               PIC X(02).
               88  ORP-OK                  VALUE '00'.
           05  WS-DLOG-STATUS              PIC X(02).
               88  DLOG-OK                 VALUE '00'.
           05  WS-PTRC-STATUS              PIC X(02).
               88  PTRC-OK                 VALUE '00'.
           05  WS-EPLD-STATUS              PIC X(02).
               88  EPLD-OK                 VALUE '00'.
               88  EPLD-NOT-FOUND          VALUE '23'.
               88  POS-SNF                VALUE '31' '32'.
               88  POS-TELEHEALTH         VALUE '02'.
               88  POS-LAB                VALUE '81'.
               88  POS-FQHC               VALUE '50'.
               88  POS-RHC                VALUE '72'.
           05  WS-CLM-LINE-COUNT          PIC 9(03) COMP-3.
           05  WS-CLM-STATUS              PIC X(02).
               88  CLM-STATUS-RECEIVED    VALUE 'RC'.
               88  CLM-FROM-EDI           VALUE 'ED'.
               88  CLM-FROM-PAPER         VALUE 'PP'.
               88  CLM-FROM-PORTAL        VALUE 'WB'.
               88  CLM-FROM-FOREIGN       VALUE 'FC'.
               88  CLM-FROM-MEMBER        VALUE 'MS'.
           05  WS-CLM-AUTH-NUMBER         PIC X(20).

      *================================================================*
               88  PRICE-BY-CONTRACT      VALUE 'CT'.
               88  PRICE-BY-APC           VALUE 'AP'.
               88  PRICE-BY-AMBULANCE     VALUE 'AB'.
               88  PRICE-BY-HIPPS         VALUE 'HP'.
               88  PRICE-BY-ASC           VALUE 'AS'.
               88  PRICE-BY-ENCOUNTER     VALUE 'EN'.
               88  PRICE-BY-REFERENCE     VALUE 'RB'.
               88  PRICE-BY-VENDOR-REPRICE VALUE 'VR'.
               88  PRICE-BY-SINGLE-CASE   VALUE 'SC'.
           05  WS-DTL-ADJUD-STATUS        PIC X(02).
               88  DTL-APPROVED           VALUE 'AP'.
               88  DTL-DENIED             VALUE 'DN'.
               88  PROV-TYPE-HOSP         VALUE 'HP'.
               88  PROV-TYPE-ASC          VALUE 'AS'.
               88  PROV-TYPE-SNF          VALUE 'SF'.
               88  PROV-TYPE-FQHC         VALUE 'FQ'.
               88  PROV-TYPE-RHC          VALUE 'RH'.
           05  WS-PROV-PAR-STATUS         PIC X(02).
               88  PROV-IS-PAR            VALUE 'PA'.
               88  PROV-IS-NON-PAR        VALUE 'NP'.
               88  PDM-NICU               VALUE 'NIC'.
               88  PDM-STEP-DOWN-ICU      VALUE 'SDI'.

      *================================================================*
      * SNF PDPM / HOME HEALTH PDGM HIPPS PRICING FIELDS (CPS-874)     *
      * REVENUE CODE 0022 (SNF) AND 0023 (HH) LINES CARRY THE HIPPS    *
      * CASE-MIX CODE IN THE HCPCS FIELD. SNF DAYS PRICE BY PDPM       *
      * COMPONENT WITH THE VARIABLE PER-DIEM SCHEDULE; A HOME HEALTH   *
      * 30-DAY PERIOD PRICES AT THE PDGM RATE, OR PER VISIT WHEN THE   *
      * PERIOD FALLS UNDER THE GROUP'S LUPA VISIT THRESHOLD.           *
      *================================================================*
       01  WS-HIPPS-PRICING.
           05  WS-HIP-CODE                PIC X(05).
           05  WS-HIP-RATE-TYPE           PIC X(01).
               88  HIP-RATE-PDPM          VALUE 'S'.
               88  HIP-RATE-PDGM          VALUE 'H'.
           05  WS-HIP-PT-RATE             PIC S9(05)V99 COMP-3.
           05  WS-HIP-OT-RATE             PIC S9(05)V99 COMP-3.
           05  WS-HIP-SLP-RATE            PIC S9(05)V99 COMP-3.
           05  WS-HIP-NURSING-RATE        PIC S9(05)V99 COMP-3.
           05  WS-HIP-NTA-RATE            PIC S9(05)V99 COMP-3.
           05  WS-HIP-NON-CASE-MIX-RATE   PIC S9(05)V99 COMP-3.
           05  WS-HIP-PERIOD-RATE         PIC S9(07)V99 COMP-3.
           05  WS-HIP-LUPA-THRESHOLD      PIC 9(03) COMP-3.
           05  WS-HIP-LUPA-VISIT-RATE     PIC S9(05)V99 COMP-3.
           05  WS-HIP-CONTRACT-PCT        PIC S9(03)V99 COMP-3.
           05  WS-HIP-FIRST-DAY           PIC 9(05) COMP-3.
           05  WS-HIP-STAY-DAY            PIC 9(05) COMP-3.
           05  WS-HIP-DAY-IDX             PIC 9(05) COMP-3.
           05  WS-HIP-COVERED-DAYS        PIC 9(05) COMP-3.
           05  WS-HIP-VISIT-COUNT         PIC 9(05) COMP-3.
           05  WS-HIP-VPD-STEPS           PIC 9(03) COMP-3.
           05  WS-HIP-PTOT-FACTOR         PIC S9(01)V9(04) COMP-3.
           05  WS-HIP-NTA-FACTOR          PIC S9(01)V9(04) COMP-3.
           05  WS-HIP-DAY-AMOUNT          PIC S9(07)V99 COMP-3.
           05  WS-HIP-TOTAL-PAYMENT       PIC S9(09)V99 COMP-3.
           05  WS-HIP-LUPA-SW             PIC X(01) VALUE 'N'.
               88  HIP-LUPA-APPLIES       VALUE 'Y'.
      *--- PDPM VARIABLE PER-DIEM SCHEDULE: PT/OT PAY IN FULL THROUGH
      *--- DAY 20 THEN DROP 2 PCT EVERY 7 DAYS; NTA PAYS 3X DAYS 1-3 ---
           05  WS-HIP-PTOT-FLAT-DAYS      PIC 9(03) COMP-3 VALUE 20.
           05  WS-HIP-PTOT-STEP-DAYS      PIC 9(03) COMP-3 VALUE 7.
           05  WS-HIP-PTOT-STEP-PCT       PIC S9(01)V9(04) COMP-3
                                           VALUE +0.0200.
           05  WS-HIP-NTA-HIGH-DAYS       PIC 9(03) COMP-3 VALUE 3.
           05  WS-HIP-NTA-HIGH-FACTOR     PIC S9(01)V9(04) COMP-3
                                           VALUE +3.0000.

      *================================================================*
      * CASE RATE PRICING FIELDS                                       *
      *================================================================*
           05  WS-HAC-REPRICED-WEIGHT     PIC S9(03)V9(04) COMP-3.
           05  WS-HAC-SAVINGS-AMT         PIC S9(09)V99 COMP-3.

      *================================================================*
      * DRG VALIDATION (REGROUPING) FIELDS (CPS-883)                   *
      * ONE RESULT PER CLAIM; LATER SERVICE LINES OF THE SAME CLAIM    *
      * REUSE IT RATHER THAN REGROUPING AGAIN.                         *
      *================================================================*
       01  WS-DRG-VALIDATION.
           05  WS-DRGV-LAST-CLAIM-ID      PIC X(15) VALUE SPACES.
           05  WS-DRGV-RESULT             PIC X(01).
               88  DRGV-MATCHED            VALUE 'M'.
               88  DRGV-BILLED-HIGHER      VALUE 'H'.
               88  DRGV-BILLED-LOWER       VALUE 'L'.
               88  DRGV-UNGROUPABLE        VALUE 'U'.
               88  DRGV-BYPASSED           VALUE 'B'.
           05  WS-DRGV-PEND-SW            PIC X(01) VALUE 'N'.
               88  DRGV-PEND-CODING-REVIEW VALUE 'Y'.
           05  WS-DRGV-IDX                PIC 9(03) COMP-3.
           05  WS-DRGV-PROC-COUNT         PIC 9(03) COMP-3.
           05  WS-DRGV-MDC                PIC X(02).
           05  WS-DRGV-FAMILY             PIC X(04).
           05  WS-DRGV-BEST-RANK          PIC 9(03).
           05  WS-DRGV-SEVERITY           PIC X(01).
               88  DRGV-SEV-NONE           VALUE 'N'.
               88  DRGV-SEV-CC             VALUE 'C'.
               88  DRGV-SEV-MCC            VALUE 'M'.
           05  WS-DRGV-DISCH-GROUP        PIC X(01).
           05  WS-DRGV-VALID-DRG          PIC X(04).
           05  WS-DRGV-VALID-WEIGHT       PIC S9(03)V9(04) COMP-3.

      *================================================================*
      * HIGH-DOLLAR BILL AUDIT FIELDS (CPS-870)                        *
      *================================================================*
                                           VALUE +100000.00.
           05  WS-BA-HOLD-STATUS          PIC X(08).

      *================================================================*
      * OUT-OF-NETWORK REPRICING VENDOR FIELDS (CPS-878)               *
      * THRESHOLD, RESPONSE WINDOW AND PERCENT-OF-SAVINGS FEE COME     *
      * FROM PAYER_CONFIG; THESE DEFAULTS COVER A PLAN WITHOUT THEM.   *
      *================================================================*
       01  WS-OON-REPRICE-FIELDS.
           05  WS-ORP-THRESHOLD           PIC S9(09)V99 COMP-3.
           05  WS-ORP-DEFAULT-THRESHOLD   PIC S9(09)V99 COMP-3
                                           VALUE +5000.00.
           05  WS-ORP-RESPONSE-DAYS       PIC 9(03) COMP-3.
           05  WS-ORP-DEFAULT-DAYS        PIC 9(03) COMP-3 VALUE 30.
           05  WS-ORP-FEE-PCT             PIC S9(03)V99 COMP-3.
           05  WS-ORP-DEFAULT-FEE-PCT     PIC S9(03)V99 COMP-3
                                           VALUE +25.00.
           05  WS-ORP-DUE-INT             PIC 9(07) COMP-3.

      *--- PER-CLAIM REPRICING STATE ---
       01  WS-ORP-CLAIM-FIELDS.
           05  WS-ORP-REQUEST-STATUS      PIC X(08).
           05  WS-ORP-REPRICED-SW         PIC X(01).
               88  ORP-VENDOR-REPRICED    VALUE 'Y'.
           05  WS-ORP-AGREED-ALLOWED      PIC S9(09)V99 COMP-3.
           05  WS-ORP-DUE-DATE            PIC 9(08).
           05  WS-ORP-CALC-AMOUNT         PIC S9(09)V99 COMP-3.

      *================================================================*
      * NDC UNIT NORMALIZATION FIELDS (CPS-868)                        *
      * MEDICAL DRUG (J-CODE) LINES PRICE FROM BILLING UNITS DERIVED   *
           05  WS-FRQ-LIMIT-FOUND-SW      PIC X(01).
               88  FREQ-LIMIT-FOUND        VALUE 'Y'.

      *================================================================*
      * OUT-OF-COUNTRY CLAIM FIELDS (CPS-884)                          *
      * BENEFIT_PLAN.OOC_TRAVEL_BENEFIT = 'Y' COVERS NON-EMERGENCY     *
      * CARE ABROAD; EMERGENCY CARE IS ALWAYS COVERED AS OON.          *
      *================================================================*
       01  WS-OUT-OF-COUNTRY-FIELDS.
           05  WS-OOC-EMERGENCY-SW        PIC X(01) VALUE 'N'.
               88  OOC-EMERGENCY           VALUE 'Y'.
           05  WS-OOC-TRAVEL-BENEFIT      PIC X(01) VALUE 'N'.
               88  OOC-TRAVEL-COVERED      VALUE 'Y'.
           05  WS-OOC-EXCLUDE-SW          PIC X(01) VALUE 'N'.
               88  OOC-EXCLUDED            VALUE 'Y'.
           05  WS-OOC-EXCLUSION-REASON    PIC X(40).

      *================================================================*
      * HOSPICE ELECTION FIELDS (CPS-866)                              *
      *================================================================*
           05  WS-APC-PAYMENT-RATE        PIC S9(07)V99 COMP-3.
           05  WS-APC-CALC-AMOUNT         PIC S9(09)V99 COMP-3.

      *================================================================*
      * ASC PAYMENT-GROUP PRICING FIELDS (CPS-875)                     *
      * THE HCPCS CODE MAPS TO AN ASC PAYMENT INDICATOR AND RATE.      *
      * A2/G2/P2/R2 PROCEDURES TAKE THE MULTIPLE-PROCEDURE DISCOUNT;   *
      * J8 DEVICE-INTENSIVE PROCEDURES CARRY A DEVICE PORTION THAT     *
      * PAYS IN FULL; N1 PACKAGED ANCILLARIES PAY ZERO.                *
      *================================================================*
       01  WS-ASC-PRICING.
           05  WS-ASC-PAYMENT-IND         PIC X(02).
               88  ASC-SURG-PROC          VALUE 'A2' 'G2' 'P2' 'R2'.
               88  ASC-DEVICE-INTENSIVE   VALUE 'J8'.
               88  ASC-PACKAGED           VALUE 'N1'.
           05  WS-ASC-PAYMENT-RATE        PIC S9(07)V99 COMP-3.
           05  WS-ASC-DEVICE-PORTION      PIC S9(07)V99 COMP-3.
           05  WS-ASC-DEVICE-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-ASC-SERVICE-AMOUNT      PIC S9(09)V99 COMP-3.
           05  WS-ASC-CALC-AMOUNT         PIC S9(09)V99 COMP-3.

      *================================================================*
      * FQHC/RHC ENCOUNTER PRICING FIELDS (CPS-876)                    *
      * A QUALIFYING HCPCS/REVENUE-CODE LINE PAYS THE CLINIC'S PPS     *
      * ENCOUNTER RATE ONCE PER MEMBER PER DAY; EVERY OTHER LINE OF    *
      * THE VISIT IS INCLUDED IN THAT RATE. FOR MEDICAID MANAGED CARE  *
      * THE STATE PPS RATE LESS THE PLAN PAYMENT IS THE WRAPAROUND,    *
      * WORKED OUT IN 8560 ONCE COST SHARE, COB AND TPL ARE APPLIED.   *
      *================================================================*
       01  WS-ENCOUNTER-PRICING.
           05  WS-ENC-CLINIC-TYPE         PIC X(01).
               88  ENC-CLINIC-FQHC        VALUE 'F'.
               88  ENC-CLINIC-RHC         VALUE 'R'.
           05  WS-ENC-SERVICE-DATE        PIC 9(08).
           05  WS-ENC-SERVICE-DATE-R REDEFINES WS-ENC-SERVICE-DATE.
               10  WS-ENC-SVC-YYYY        PIC 9(04).
               10  WS-ENC-SVC-MM          PIC 9(02).
               10  WS-ENC-SVC-DD          PIC 9(02).
           05  WS-ENC-QUALIFY-CNT         PIC 9(05) COMP-3.
           05  WS-ENC-PRIOR-VISITS        PIC 9(05) COMP-3.
           05  WS-ENC-PPS-RATE            PIC S9(07)V99 COMP-3.
           05  WS-ENC-STATE-PPS-RATE      PIC S9(07)V99 COMP-3.
           05  WS-ENC-WRAP-AMOUNT         PIC S9(07)V99 COMP-3.
           05  WS-ENC-WRAP-SW             PIC X(01).
               88  ENC-WRAP-DUE           VALUE 'Y'.
      *--- LAST ENCOUNTER PAID THIS RUN: CATCHES A SECOND QUALIFYING
      *--- LINE OF THE SAME VISIT BEFORE IT REACHES CLAIM_LINE ---
       01  WS-ENC-LAST-PAID-VISIT.
           05  WS-ENC-LAST-MEMBER-ID      PIC X(12) VALUE SPACES.
           05  WS-ENC-LAST-PROVIDER-NPI   PIC X(10) VALUE SPACES.
           05  WS-ENC-LAST-SERVICE-DATE   PIC 9(08) VALUE 0.

      *================================================================*
      * REFERENCE-BASED PRICING FIELDS (CPS-877)                       *
      * SELF-FUNDED GROUPS ON GROUP_RBP_TERMS PAY A PERCENT OF THE     *
      * MEDICARE AMOUNT FROM THE RBRVS, DRG OR APC PRICER; A CODE      *
      * MEDICARE DOES NOT PRICE PAYS THE GROUP'S PERCENT OF CHARGE.    *
      *================================================================*
       01  WS-RBP-PRICING.
           05  WS-RBP-APPLIES-SW          PIC X(01).
               88  RBP-GROUP-APPLIES      VALUE 'Y'.
           05  WS-RBP-SCOPE               PIC X(01).
               88  RBP-SCOPE-ALL          VALUE 'A'.
               88  RBP-SCOPE-OON-ONLY     VALUE 'O'.
           05  WS-RBP-MEDICARE-PCT        PIC S9(03)V99 COMP-3.
           05  WS-RBP-CHARGE-PCT          PIC S9(03)V99 COMP-3.
           05  WS-RBP-BASIS               PIC X(01).
               88  RBP-BASIS-MEDICARE     VALUE 'M'.
               88  RBP-BASIS-CHARGE       VALUE 'C'.
           05  WS-RBP-MEDICARE-AMT        PIC S9(09)V99 COMP-3.
           05  WS-RBP-CALC-AMOUNT         PIC S9(09)V99 COMP-3.
      *--- PEND STATE AND CONTRACT HELD ACROSS THE MEDICARE PRICER
      *--- CALL SO A CODE MEDICARE CANNOT PRICE FALLS BACK INSTEAD
      *--- OF PENDING ---
           05  WS-RBP-SAVE-PEND-SW        PIC X(01).
           05  WS-RBP-SAVE-PEND-CODE      PIC X(05).
           05  WS-RBP-SAVE-PEND-DESC      PIC X(50).
           05  WS-RBP-SAVE-PEND-QUEUE     PIC X(03).
           05  WS-RBP-SAVE-CONTRACT-ID    PIC X(10).

      *================================================================*
      * SINGLE CASE AGREEMENT FIELDS (CPS-879)                         *
      * A ONE-OFF RATE UM NEGOTIATED WITH A NON-CONTRACTED PROVIDER,   *
      * KEYED TO THE AUTHORIZATION BILLED ON THE CLAIM. THE FLAT AND   *
      * PER DIEM TERMS ARE CLAIM AMOUNTS SPREAD OVER THE COVERED       *
      * LINES BY BILLED CHARGE; PERCENT OF MEDICARE IS PER LINE.       *
      *================================================================*
       01  WS-SCA-PRICING.
           05  WS-SCA-APPLIES-SW          PIC X(01).
               88  SCA-APPLIES            VALUE 'Y'.
           05  WS-SCA-ID                  PIC X(12).
           05  WS-SCA-RATE-TYPE           PIC X(01).
               88  SCA-RATE-FLAT          VALUE 'F'.
               88  SCA-RATE-PER-DIEM      VALUE 'D'.
               88  SCA-RATE-PCT-MEDICARE  VALUE 'M'.
           05  WS-SCA-AGREED-RATE         PIC S9(09)V99 COMP-3.
           05  WS-SCA-MEDICARE-PCT        PIC S9(03)V99 COMP-3.
           05  WS-SCA-DAYS                PIC S9(05) COMP-3.
           05  WS-SCA-CLAIM-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WS-SCA-CALC-AMOUNT         PIC S9(09)V99 COMP-3.

      *================================================================*
      * PLAN PERIOD SPLIT FIELDS (CPS-880)                             *
      * A CLAIM WHOSE DATES CROSS A PLAN-YEAR BOUNDARY OR THE END OF   *
      * THE MEMBER'S ELIGIBILITY SPAN IS COST-SHARED ONCE PER PERIOD.  *
      * PERIOD 1 RUNS TO THE DAY BEFORE WS-PYS-SPLIT-DATE, PERIOD 2    *
      * STARTS ON IT. EACH PERIOD POSTS TO ITS OWN ACCUMULATOR ROW.    *
      *================================================================*
       01  WS-PLAN-PERIOD-SPLIT.
           05  WS-PYS-SPLIT-SW            PIC X(01).
               88  PYS-CLAIM-SPLIT        VALUE 'Y'.
           05  WS-PYS-SPLIT-TYPE          PIC X(01).
               88  PYS-SPLIT-PLAN-YEAR    VALUE 'Y'.
               88  PYS-SPLIT-ELIG-SPAN    VALUE 'E'.
           05  WS-PYS-COPAY-SW            PIC X(01).
               88  PYS-COPAY-TAKEN        VALUE 'Y'.
           05  WS-PYS-ACTIVE-SW           PIC X(01).
               88  PYS-PERIOD-ACTIVE      VALUE 'Y'.
           05  WS-PYS-SPLIT-DATE          PIC 9(08).
           05  WS-PYS-SPLIT-DATE-R REDEFINES WS-PYS-SPLIT-DATE.
               10  WS-PYS-SPLIT-YYYY      PIC 9(04).
               10  WS-PYS-SPLIT-MMDD      PIC 9(04).
           05  WS-PYS-WORK-DATE           PIC 9(08).
           05  WS-PYS-FROM-DATE           PIC 9(08).
           05  WS-PYS-THRU-DATE           PIC 9(08).
           05  WS-PYS-TOTAL-DAYS          PIC S9(05) COMP-3.
           05  WS-PYS-P1-DAYS             PIC S9(05) COMP-3.
           05  WS-PYS-SAVE-PLAN-CODE      PIC X(06).
           05  WS-PYS-SAVE-ALLOWED        PIC S9(07)V99 COMP-3.
           05  WS-PYS-SAVE-DEDUCT         PIC S9(07)V99 COMP-3.
           05  WS-PYS-SAVE-COPAY          PIC S9(07)V99 COMP-3.
           05  WS-PYS-SAVE-COINS          PIC S9(07)V99 COMP-3.
           05  WS-PYS-SAVE-PAID           PIC S9(07)V99 COMP-3.
           05  WS-PYS-PERIOD OCCURS 2 TIMES.
               10  WS-PYS-PLAN-YEAR       PIC 9(04).
               10  WS-PYS-PLAN-CODE       PIC X(06).
               10  WS-PYS-ALLOWED         PIC S9(07)V99 COMP-3.
               10  WS-PYS-DEDUCT          PIC S9(07)V99 COMP-3.
               10  WS-PYS-COPAY           PIC S9(07)V99 COMP-3.
               10  WS-PYS-COINS           PIC S9(07)V99 COMP-3.
               10  WS-PYS-PAID            PIC S9(07)V99 COMP-3.
               10  WS-PYS-RESERVED        PIC S9(07)V99 COMP-3.
               10  WS-PYS-ACCUM-SNAP      PIC X(80).
           05  WS-PYS-IDX                 PIC 9(01) COMP-3.
      *--- PLAN DESIGN LOADED BY 2400, HELD WHILE A PERIOD RUNS ON
      *--- ITS OWN YEAR'S DESIGN ---
           05  WS-PYS-SAVE-BENEFIT-PLAN   PIC X(200).
           05  WS-PYS-SAVE-ACCUMULATORS   PIC X(80).

      *================================================================*
      * MEDICAID SHARE OF COST FIELDS (CPS-881)                        *
      * THE STATE SETS A MONTHLY PATIENT LIABILITY FOR SOME MEDICAID   *
      * MEMBERS (LOADED BY HCSOCIMP). IT IS MET FROM THE FIRST CLAIMS  *
      * OF THE SERVICE MONTH BEFORE THE PLAN PAYS ANYTHING.            *
      *================================================================*
       01  WS-SHARE-OF-COST.
           05  WS-SOC-FOUND-SW            PIC X(01).
               88  SOC-LIABILITY-FOUND    VALUE 'Y'.
           05  WS-SOC-LIABILITY-MONTH     PIC 9(06).
           05  WS-SOC-LIABILITY-AMT       PIC S9(07)V99 COMP-3.
           05  WS-SOC-LIABILITY-MET       PIC S9(07)V99 COMP-3.
           05  WS-SOC-REMAINING-AMT       PIC S9(07)V99 COMP-3.
           05  WS-SOC-APPLIED-AMT         PIC S9(07)V99 COMP-3.

      *================================================================*
      * HRA AUTO-DEBIT FIELDS (CPS-886)                                *
      * AN EMPLOYER HEALTH REIMBURSEMENT ARRANGEMENT (HRA_PLAN) PAYS   *
      * THE MEMBER'S ELIGIBLE COST SHARING FROM THE MEMBER'S OR THE    *
      * FAMILY'S HRA_ACCOUNT, FUNDED AND CLOSED OUT BY HCHRAADM. THE   *
      * DRAW IS PAID TO THE PROVIDER WITH THE CLAIM AND BILLED BACK    *
      * TO THE EMPLOYER BY HCASOFND.                                   *
      *================================================================*
       01  WS-HRA-FIELDS.
           05  WS-HRA-FOUND-SW            PIC X(01).
               88  HRA-ACCOUNT-FOUND      VALUE 'Y'.
           05  WS-HRA-PLAN-YEAR           PIC 9(04).
           05  WS-HRA-ACCOUNT-LEVEL       PIC X(01).
               88  HRA-FAMILY-ACCOUNT     VALUE 'F'.
           05  WS-HRA-DEDUCT-ELIG         PIC X(01).
               88  HRA-PAYS-DEDUCTIBLE    VALUE 'Y'.
           05  WS-HRA-COINS-ELIG          PIC X(01).
               88  HRA-PAYS-COINSURANCE   VALUE 'Y'.
           05  WS-HRA-COPAY-ELIG          PIC X(01).
               88  HRA-PAYS-COPAY         VALUE 'Y'.
           05  WS-HRA-HOLDER-ID           PIC X(12).
           05  WS-HRA-AVAILABLE-AMT       PIC S9(07)V99 COMP-3.
           05  WS-HRA-DEDUCT-DRAW         PIC S9(07)V99 COMP-3.
           05  WS-HRA-COINS-DRAW          PIC S9(07)V99 COMP-3.
           05  WS-HRA-COPAY-DRAW          PIC S9(07)V99 COMP-3.
           05  WS-HRA-DRAW-AMT            PIC S9(07)V99 COMP-3.
           05  WS-HRA-BALANCE-AFTER       PIC S9(07)V99 COMP-3.

      *================================================================*
      * MA SUPPLEMENTAL WALLET FIELDS (CPS-889)                        *
      * A MEDICARE ADVANTAGE PLAN'S SUPPLEMENTAL ALLOWANCES (EYEWEAR,  *
      * HEARING AIDS, OTC, FITNESS, FLEX CARD) ARE FUNDED PER MEMBER,  *
      * BENEFIT TYPE AND PERIOD ON SUPP_WALLET BY HCSUPWAL. A CLAIM    *
      * LINE FOR A SUPPLEMENTAL BENEFIT PAYS ONLY UP TO THE WALLET     *
      * BALANCE FOR THE SERVICE DATE AND DRAWS IT DOWN.                *
      *================================================================*
       01  WS-SUPP-WALLET-FIELDS.
           05  WS-SWL-FOUND-SW            PIC X(01).
               88  SUPP-WALLET-FOUND      VALUE 'Y'.
           05  WS-SWL-BENEFIT-TYPE        PIC X(04).
           05  WS-SWL-PERIOD-START        PIC 9(08).
           05  WS-SWL-AVAILABLE-AMT       PIC S9(07)V99 COMP-3.
           05  WS-SWL-DRAW-AMT            PIC S9(07)V99 COMP-3.
           05  WS-SWL-LIMIT-AMT           PIC S9(07)V99 COMP-3.
           05  WS-SWL-BALANCE-AFTER       PIC S9(07)V99 COMP-3.

      *================================================================*
      * LINE PRICING TRACE FIELDS (CPS-882)                            *
      * A PRICING STEP FILLS WS-PTRC-STEP AND PERFORMS 3900; THE STEP  *
      * AREA IS CLEARED AFTER EVERY WRITE. THE PRIOR PCT/AMOUNT TRACK  *
      * THE MODIFIER LOOP SO EACH MODIFIER SHOWS ITS OWN EFFECT.       *
      *================================================================*
       01  WS-PRICING-TRACE.
           05  WS-PTRC-ACTIVE-SW          PIC X(01) VALUE 'N'.
               88  PRICING-TRACE-ON       VALUE 'Y'.
           05  WS-PTRC-STEP-SEQ           PIC 9(03) COMP-3 VALUE 0.
           05  WS-PTRC-STEP.
               10  WS-PTRC-STEP-CODE      PIC X(08).
               10  WS-PTRC-STEP-DESC      PIC X(30).
               10  WS-PTRC-SOURCE-TABLE   PIC X(20).
               10  WS-PTRC-SOURCE-KEY     PIC X(20).
               10  WS-PTRC-FACTOR         PIC S9(05)V9(04) COMP-3.
               10  WS-PTRC-STEP-AMT       PIC S9(09)V99 COMP-3.
               10  WS-PTRC-RUNNING-AMT    PIC S9(09)V99 COMP-3.
           05  WS-PTRC-RATE-SOURCE        PIC X(20).
           05  WS-PTRC-RATE-KEY           PIC X(20).
           05  WS-PTRC-PRIOR-PCT          PIC S9(03)V99 COMP-3.
           05  WS-PTRC-PRIOR-AMT          PIC S9(09)V99 COMP-3.
           05  WS-PTRC-RANK-DISP          PIC 9(01).

      *================================================================*
      * PHI DISCLOSURE LOG FIELDS (CPS-888)                            *
      * THE EXTRACT WRITER SETS THE RECIPIENT, PURPOSE AND DATA        *
      * CATEGORIES AND PERFORMS 8570 AFTER ITS OWN WRITE.              *
      *================================================================*
       01  WS-DISCLOSURE-FIELDS.
           05  WS-DLOG-RECIPIENT-ID       PIC X(10).
           05  WS-DLOG-RECIPIENT-NAME     PIC X(40).
           05  WS-DLOG-PURPOSE            PIC X(03).
           05  WS-DLOG-CATEGORIES         PIC X(15).

      *================================================================*
      * COORDINATION OF BENEFITS FIELDS                                *
      *================================================================*
               88  PEND-BALANCE-REVIEW    VALUE 'BAL'.
               88  PEND-PROVIDER-TERM     VALUE 'PTM'.
               88  PEND-BILL-AUDIT        VALUE 'AUD'.
               88  PEND-REPRICE-VENDOR    VALUE 'ORP'.
               88  PEND-CODING-REVIEW     VALUE 'CDR'.
           05  WS-PEND-EXPECTED-DATE      PIC 9(08).
           05  WS-PEND-PRIORITY           PIC X(01).
               88  PEND-PRIORITY-HIGH     VALUE 'H'.
           05  WS-CTR-CLAIMS-VOIDED       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-CLAIMS-REVERSED     PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-ESTIMATES           PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-TRACE-RECORDS       PIC 9(09) COMP-3 VALUE 0.
           05  WS-EST-PROC-SUB            PIC 9(01) COMP-3.
           05  WS-CTR-ADJ-RECORDS         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-PAY-RECORDS         PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-PRELOAD-HITS        PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-PRELOAD-MISSES      PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-HRA-DRAWS           PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-HRA-REVERSALS       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-SUPP-DRAWS          PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-SUPP-LIMITED        PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-SUPP-REVERSALS      PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-SOC-REVERSALS       PIC 9(09) COMP-3 VALUE 0.
           05  WS-CTR-DISCLOSURES         PIC 9(09) COMP-3 VALUE 0.

      *================================================================*
      * FILE CONTROL-TOTAL TRAILER FIELDS (CPS-858)                    *
                                           VALUE +0.
           05  WS-TOT-COB-SAVINGS         PIC S9(13)V99 COMP-3
                                           VALUE +0.
           05  WS-TOT-HRA-DRAWN           PIC S9(13)V99 COMP-3
                                           VALUE +0.
           05  WS-TOT-SUPP-DRAWN          PIC S9(13)V99 COMP-3
                                           VALUE +0.

      *================================================================*
      * DATABASE HOST VARIABLES                                        *
           05  WS-GRC-WORK-MM           PIC 9(02).
           05  WS-GRC-WORK-DATE         PIC 9(08).
           05  WS-GRC-WORK-INT          PIC S9(09) COMP.
           05  HV-CBR-STATUS            PIC X(01).
               88  CBR-AWAITING-ELECTION VALUE 'N'.
               88  CBR-AWAITING-PAYMENT  VALUE 'E'.
               88  CBR-CONTINUING        VALUE 'A'.
           05  HV-CBR-EVENT-DATE        PIC 9(08).
           05  HV-CBR-ELECT-DEADLINE    PIC 9(08).
           05  HV-CBR-PAY-DEADLINE      PIC 9(08).
           05  HV-CBR-PAID-THRU         PIC 9(06).
           05  WS-CBR-CLM-PERIOD        PIC 9(06).
           05  HV-FWA-THRESHOLD         PIC 9(03).
           05  HV-NORM-UNITS            PIC S9(05)V99.
           05  HV-NORM-BILLED-DAY       PIC S9(07)V99.
           05  HV-AJR-ACCUM-TYPE        PIC X(03).
           05  HV-AJR-BEFORE-VALUE      PIC S9(09)V99.
           05  HV-AJR-AFTER-VALUE       PIC S9(09)V99.
           05  HV-HIP-CODE              PIC X(05).
           05  HV-HIP-RATE-TYPE         PIC X(01).
           05  HV-HIP-PT-RATE           PIC S9(05)V99.
           05  HV-HIP-OT-RATE           PIC S9(05)V99.
           05  HV-HIP-SLP-RATE          PIC S9(05)V99.
           05  HV-HIP-NURSING-RATE      PIC S9(05)V99.
           05  HV-HIP-NTA-RATE          PIC S9(05)V99.
           05  HV-HIP-NCM-RATE          PIC S9(05)V99.
           05  HV-HIP-PERIOD-RATE       PIC S9(07)V99.
           05  HV-HIP-LUPA-THRESHOLD    PIC 9(03).
           05  HV-HIP-LUPA-VISIT-RATE   PIC S9(05)V99.
           05  HV-HIP-CONTRACT-PCT      PIC S9(03)V99.
           05  HV-HIP-VISIT-COUNT       PIC 9(05).
           05  HV-ASC-PAYMENT-IND       PIC X(02).
           05  HV-ASC-PAYMENT-RATE      PIC S9(07)V99.
           05  HV-ASC-DEVICE-PORTION    PIC S9(07)V99.
           05  HV-CLN-LINE-NUMBER       PIC 9(03).
           05  HV-ENC-CLINIC-TYPE       PIC X(01).
           05  HV-ENC-QUALIFY-CNT       PIC 9(05).
           05  HV-ENC-PRIOR-VISITS      PIC 9(05).
           05  HV-ENC-PPS-RATE          PIC S9(07)V99.
           05  HV-ENC-STATE-PPS-RATE    PIC S9(07)V99.
           05  HV-ENC-SERVICE-DATE      PIC 9(08).
           05  HV-RBP-SCOPE             PIC X(01).
           05  HV-RBP-MEDICARE-PCT      PIC S9(03)V99.
           05  HV-RBP-CHARGE-PCT        PIC S9(03)V99.
           05  HV-ORP-THRESHOLD         PIC S9(09)V99.
           05  HV-ORP-RESPONSE-DAYS     PIC 9(03).
           05  HV-ORP-FEE-PCT           PIC S9(03)V99.
           05  HV-ORP-REQUEST-STATUS    PIC X(08).
           05  HV-ORP-AGREED-ALLOWED    PIC S9(09)V99.
           05  HV-ORP-DUE-DATE          PIC 9(08).
           05  HV-SCA-ID                PIC X(12).
           05  HV-SCA-RATE-TYPE         PIC X(01).
           05  HV-SCA-AGREED-RATE       PIC S9(09)V99.
           05  HV-SCA-MEDICARE-PCT      PIC S9(03)V99.
           05  HV-PYS-PLAN-CODE         PIC X(06).
           05  HV-PYS-DEDUCT            PIC S9(07)V99.
           05  HV-PYS-COPAY             PIC S9(07)V99.
           05  HV-PYS-COINS             PIC S9(07)V99.
           05  HV-PYS-PAID              PIC S9(07)V99.
           05  HV-PYS-RESERVED          PIC S9(07)V99.
           05  HV-SOC-LIABILITY-MONTH   PIC 9(06).
           05  HV-SOC-LIABILITY-AMT     PIC S9(07)V99.
           05  HV-SOC-LIABILITY-MET     PIC S9(07)V99.
           05  HV-SOC-LINE-NUMBER       PIC 9(03).
           05  HV-HRA-PLAN-YEAR         PIC 9(04).
           05  HV-HRA-ACCOUNT-LEVEL     PIC X(01).
           05  HV-HRA-DEDUCT-ELIG       PIC X(01).
           05  HV-HRA-COINS-ELIG        PIC X(01).
           05  HV-HRA-COPAY-ELIG        PIC X(01).
           05  HV-HRA-HOLDER-ID         PIC X(12).
           05  HV-HRA-GROUP-ID          PIC X(10).
           05  HV-HRA-AVAILABLE         PIC S9(07)V99.
           05  HV-HRA-DEDUCT-DRAW       PIC S9(07)V99.
           05  HV-HRA-COINS-DRAW        PIC S9(07)V99.
           05  HV-HRA-COPAY-DRAW        PIC S9(07)V99.
           05  HV-HRA-DRAW-AMT          PIC S9(07)V99.
           05  HV-HRA-LINE-NUMBER       PIC 9(03).
           05  HV-SWL-BENEFIT-TYPE      PIC X(04).
           05  HV-SWL-PERIOD-START      PIC 9(08).
           05  HV-SWL-AVAILABLE         PIC S9(07)V99.
           05  HV-SWL-DRAW-AMT          PIC S9(07)V99.
           05  HV-SWL-LINE-NUMBER       PIC 9(03).
           05  HV-DRGV-GROUPER-DATE     PIC 9(08).
           05  HV-DRGV-KEY-CODE         PIC X(08).
           05  HV-DRGV-MDC              PIC X(02).
           05  HV-DRGV-FAMILY           PIC X(04).
           05  HV-DRGV-COUNT            PIC S9(09) COMP.
           05  HV-DRGV-RANK             PIC 9(03).
           05  HV-DRGV-SEVERITY         PIC X(01).
           05  HV-DRGV-DISCH-GROUP      PIC X(01).
           05  HV-DRGV-VALID-DRG        PIC X(04).
           05  HV-DRGV-VALID-WEIGHT     PIC S9(03)V9(04).
           05  HV-DRGV-BILLED-WEIGHT    PIC S9(03)V9(04).
           05  HV-DRGV-RESULT           PIC X(01).
           05  HV-DRGV-REVIEW-STATUS    PIC X(08).
           05  HV-OOC-EMERGENCY-IND     PIC X(01).
           05  HV-OOC-TRAVEL-BENEFIT    PIC X(01).
           05  HV-OOC-EXCLUSION-REASON  PIC X(40).

      *================================================================*
      * EPISODE-OF-CARE (BUNDLED) PRICING FIELDS                       *
           05  WS-ADJ-LINE-COUNT          PIC 9(03) COMP-3.
           05  WS-ADJ-SPLIT-IND           PIC X(01).
               88  ADJ-CLAIM-WAS-SPLIT    VALUE 'Y'.
      *--- CPS-880: LINE COST-SHARED ACROSS TWO PLAN PERIODS ---
           05  WS-ADJ-PLAN-PERIOD-IND     PIC X(01).
               88  ADJ-PLAN-PERIOD-SPLIT  VALUE 'Y'.
           05  WS-ADJ-PLAN-PERIOD OCCURS 2 TIMES.
               10  WS-ADJ-PP-PLAN-YEAR    PIC 9(04).
               10  WS-ADJ-PP-ALLOWED      PIC S9(07)V99 COMP-3.
               10  WS-ADJ-PP-DEDUCTIBLE   PIC S9(07)V99 COMP-3.
               10  WS-ADJ-PP-COPAY        PIC S9(07)V99 COMP-3.
               10  WS-ADJ-PP-COINSURANCE  PIC S9(07)V99 COMP-3.
      *--- CPS-881: MEDICAID PATIENT LIABILITY TAKEN FROM THE CLAIM ---
           05  WS-ADJ-SHARE-OF-COST       PIC S9(07)V99 COMP-3.
      *--- CPS-886: COST SHARING PAID FROM THE MEMBER'S HRA (INCLUDED
      *--- IN TOTAL PAID) AND THE HRA BALANCE LEFT AFTER THE DRAW ---
           05  WS-ADJ-HRA-PAID            PIC S9(07)V99 COMP-3.
           05  WS-ADJ-HRA-BALANCE         PIC S9(07)V99 COMP-3.
      *--- CPS-889: MA SUPPLEMENTAL WALLET DRAWN FOR THE LINE AND THE
      *--- WALLET BALANCE LEFT AFTER THE DRAW ---
           05  WS-ADJ-SUPP-BENEFIT-TYPE   PIC X(04).
           05  WS-ADJ-SUPP-PAID           PIC S9(07)V99 COMP-3.
           05  WS-ADJ-SUPP-BALANCE        PIC S9(07)V99 COMP-3.
           05  WS-ADJ-FILLER              PIC X(1296).

       01  WS-PEND-OUTPUT-REC.
           05  WS-PND-CLAIM-ID            PIC X(15).
                       WS-AUDV-STATUS
           END-IF

           IF THIS-IS-A-RESTART
               OPEN EXTEND WRAPAROUND-EXTRACT
           ELSE
               OPEN OUTPUT WRAPAROUND-EXTRACT
           END-IF
           IF NOT WRAP-OK
               DISPLAY 'WARNING: WRAPAROUND EXTRACT OPEN FAILED - '
                       WS-WRAP-STATUS
           END-IF

           IF THIS-IS-A-RESTART
               OPEN EXTEND OON-REPRICE-EXTRACT
           ELSE
               OPEN OUTPUT OON-REPRICE-EXTRACT
           END-IF
           IF NOT ORP-OK
               DISPLAY 'WARNING: OON REPRICE EXTRACT OPEN FAILED - '
                       WS-ORP-STATUS
           END-IF

           IF THIS-IS-A-RESTART
               OPEN EXTEND DISCLOSURE-LOG-FILE
           ELSE
               OPEN OUTPUT DISCLOSURE-LOG-FILE
           END-IF
           IF NOT DLOG-OK
               DISPLAY 'WARNING: DISCLOSURE LOG OPEN FAILED - '
                       WS-DLOG-STATUS
           END-IF

      *--- THE PRICING TRACE IS OPTIONAL: NO PRCTRACE DD, NO TRACE
      *--- (CPS-882) ---
           IF THIS-IS-A-RESTART
               OPEN EXTEND PRICING-TRACE-FILE
           ELSE
               OPEN OUTPUT PRICING-TRACE-FILE
           END-IF
           IF PTRC-OK
               SET PRICING-TRACE-ON TO TRUE
               DISPLAY 'HCCLMADJ - LINE PRICING TRACE ACTIVE'
           ELSE
               DISPLAY 'HCCLMADJ - NO PRICING TRACE DD - TRACE OFF'
           END-IF

      *--- PRELOAD FILES ARE OPTIONAL: WITHOUT THEM EVERY LOOKUP
      *--- SIMPLY FALLS THROUGH TO THE DATABASE (CPS-873) ---
           OPEN INPUT ELG-PRELOAD-FILE
           INITIALIZE WS-PRICING-FIELDS
           INITIALIZE WS-ANES-PRICING
           INITIALIZE WS-APC-PRICING
           INITIALIZE WS-ASC-PRICING
           INITIALIZE WS-ENCOUNTER-PRICING
           INITIALIZE WS-RBP-PRICING
           INITIALIZE WS-ORP-CLAIM-FIELDS
           INITIALIZE WS-SCA-PRICING
           INITIALIZE WS-PLAN-PERIOD-SPLIT
           INITIALIZE WS-SHARE-OF-COST
           INITIALIZE WS-PAYMENT-FIELDS
           INITIALIZE WS-PEND-FIELDS

           INITIALIZE WS-PCT-CHARGE-PRICING
           INITIALIZE WS-ANES-PRICING
           INITIALIZE WS-APC-PRICING
           INITIALIZE WS-ASC-PRICING
           INITIALIZE WS-ENCOUNTER-PRICING
           INITIALIZE WS-RBP-PRICING
           INITIALIZE WS-ORP-CLAIM-FIELDS
           INITIALIZE WS-SCA-PRICING
           INITIALIZE WS-PLAN-PERIOD-SPLIT
           INITIALIZE WS-SHARE-OF-COST
           INITIALIZE WS-HRA-FIELDS
           INITIALIZE WS-SUPP-WALLET-FIELDS
           INITIALIZE WS-COB-FIELDS
           INITIALIZE WS-PAYMENT-FIELDS
           INITIALIZE WS-PEND-FIELDS
           PERFORM 2200-LOOKUP-MEMBER
              THRU 2200-LOOKUP-MEMBER-EXIT

      *--- CPS-887: COBRA BENEFICIARY STILL INSIDE THE ELECTION OR
      *--- INITIAL PREMIUM WINDOW PENDS RATHER THAN DENIES ---
           IF CLAIM-IS-INVALID AND CLAIM-SHOULD-PEND
               SET CLAIM-IS-VALID TO TRUE
               PERFORM 7000-PEND-CLAIM-PROCESSING
                  THRU 7000-PEND-CLAIM-PROCESSING-EXIT
               ADD 1 TO WS-CTR-CLAIMS-PENDED
               PERFORM 8500-WRITE-OUTPUT-FILES
                  THRU 8500-WRITE-OUTPUT-FILES-EXIT
               PERFORM 8000-UPDATE-DATABASE
                  THRU 8000-UPDATE-DATABASE-EXIT
               PERFORM 2050-WRITE-CHECKPOINT
                  THRU 2050-WRITE-CHECKPOINT-EXIT
               GO TO 2000-READ-NEXT
           END-IF

           IF CLAIM-IS-INVALID
               MOVE 'DN' TO WS-CLM-STATUS
               MOVE 'E0001' TO WS-DTL-DENY-REASON
           PERFORM 2250-CHECK-GRACE-PERIOD
              THRU 2250-CHECK-GRACE-PERIOD-EXIT

      *--- CPS-887: COBRA MONTHS NOT YET PAID BUT STILL IN GRACE ---
           IF MBR-ON-COBRA
               PERFORM 2260-CHECK-COBRA-WINDOW
                  THRU 2260-CHECK-COBRA-WINDOW-EXIT
           END-IF

      *--- LOOK UP PROVIDER INFORMATION ---
           PERFORM 2300-LOOKUP-PROVIDER
              THRU 2300-LOOKUP-PROVIDER-EXIT
               GO TO 2000-READ-NEXT
           END-IF

      *--- CPS-884: CARE RECEIVED OUTSIDE THE US RUNS THROUGH THE OON
      *--- EMERGENCY AND TRAVEL BENEFITS; NON-EMERGENCY CARE ON A PLAN
      *--- WITHOUT A TRAVEL BENEFIT DENIES AS EXCLUDED ---
           IF CLM-FROM-FOREIGN
               PERFORM 2760-CHECK-OUT-OF-COUNTRY
                  THRU 2760-CHECK-OUT-OF-COUNTRY-EXIT
               IF OOC-EXCLUDED
                   MOVE 'DN' TO WS-CLM-STATUS
                   MOVE 'O0001' TO WS-DTL-DENY-REASON
                   ADD 1 TO WS-CTR-CLAIMS-DENIED
                   PERFORM 8500-WRITE-OUTPUT-FILES
                      THRU 8500-WRITE-OUTPUT-FILES-EXIT
                   PERFORM 8000-UPDATE-DATABASE
                      THRU 8000-UPDATE-DATABASE-EXIT
                   PERFORM 2050-WRITE-CHECKPOINT
                      THRU 2050-WRITE-CHECKPOINT-EXIT
                   GO TO 2000-READ-NEXT
               END-IF
           END-IF

      *--- CPS-870: INSTITUTIONAL CLAIMS OVER THE PAYER'S AUDIT
      *--- THRESHOLD PEND TO THE BILL-AUDIT QUEUE WITH A VENDOR
      *--- EXTRACT BEFORE ANY PAYMENT DISPOSITION ---
                  THRU 2740-CHECK-BILL-AUDIT-HOLD-EXIT
           END-IF

      *--- CPS-878: NON-NSA OUT-OF-NETWORK CLAIMS OVER THE REPRICING
      *--- THRESHOLD GO TO THE REPRICING VENDOR AND HOLD UNTIL THE
      *--- AGREED AMOUNT COMES BACK OR THE REQUEST AGES OFF ---
           IF PROV-IS-OON AND NOT CLAIM-SHOULD-PEND
              AND NOT SCA-APPLIES AND NOT CLM-FROM-FOREIGN
               PERFORM 2750-CHECK-OON-REPRICE-HOLD
                  THRU 2750-CHECK-OON-REPRICE-HOLD-EXIT
           END-IF

      *--- CHECK FOR PREVENTIVE CARE (ACA) ---
           PERFORM 2700-CHECK-PREVENTIVE-CARE
              THRU 2700-CHECK-PREVENTIVE-CARE-EXIT
                   SET PEND-PRICING-REVIEW TO TRUE
           END-EVALUATE

      *--- CPS-882: CLOSE THE LINE'S PRICING TRACE WITH THE ALLOWED
      *--- AMOUNT THE METHOD SETTLED ON ---
           IF PRICING-TRACE-ON AND PRICING-FOUND
               MOVE 'ALLOWED' TO WS-PTRC-STEP-CODE
               MOVE 'LINE ALLOWED AMOUNT' TO WS-PTRC-STEP-DESC
               MOVE WS-DTL-ALLOWED-AMOUNT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

      *--- CPS-862: CAPPED-RENTAL DME - COUNT PAID RENTAL MONTHS
      *--- ACROSS CLAIMS, CONVERT THE FINAL MONTH TO PURCHASE, AND
      *--- DENY RENTALS ON OWNED EQUIPMENT ---
                  THRU 4000-APPLY-MEMBER-COST-SHARING-EXIT
           END-IF

      *--- CPS-886: THE MEMBER'S HRA PAYS ELIGIBLE COST SHARING ---
           PERFORM 4700-APPLY-HRA-FUNDS
              THRU 4700-APPLY-HRA-FUNDS-EXIT

      *--- COORDINATION OF BENEFITS ---
           IF COB-IS-REQUIRED
               ADD 1 TO WS-CTR-COB-CLAIMS
                  THRU 5000-COORDINATION-OF-BENEFITS-EXIT
           END-IF

      *--- CPS-889: AN MA SUPPLEMENTAL-BENEFIT LINE PAYS ONLY UP TO
      *--- THE MEMBER'S WALLET BALANCE (AFTER COB, SO THE DRAW IS
      *--- WHAT THE PLAN ACTUALLY PAYS) ---
           PERFORM 4750-APPLY-SUPP-WALLET
              THRU 4750-APPLY-SUPP-WALLET-EXIT

      *--- CALCULATE PROVIDER PAYMENT ---
           PERFORM 6000-CALCULATE-PROVIDER-PAYMENT
              THRU 6000-CALCULATE-PROVIDER-PAYMENT-EXIT
               SET CLAIM-IS-INVALID TO TRUE
           END-IF

      *--- VALIDATE PROVIDER NPI (A FOREIGN PROVIDER HAS NONE AND A
      *--- MEMBER'S RECEIPT MAY NOT SHOW ONE) ---
           IF (WS-PROV-NPI = SPACES OR WS-PROV-NPI = LOW-VALUES)
              AND NOT CLM-FROM-FOREIGN
              AND NOT CLM-FROM-MEMBER
               MOVE 'PROVIDER NPI IS MISSING' TO WS-ERR-MESSAGE
               SET CLAIM-IS-INVALID TO TRUE
           END-IF
                 TO WS-CLM-DIAG-POA(WS-WRK-INDEX-1)
           END-PERFORM

      *--- PARSE ICD PROCEDURE CODES AND DATES (INPATIENT) ---
           PERFORM VARYING WS-WRK-INDEX-1 FROM 1 BY 1
               UNTIL WS-WRK-INDEX-1 > 25
               MOVE CI-CLAIM-DATA(402 + ((WS-WRK-INDEX-1 - 1) * 15)
                    :7)
                 TO WS-CLM-ICD-PROC(WS-WRK-INDEX-1)
               MOVE CI-CLAIM-DATA(409 + ((WS-WRK-INDEX-1 - 1) * 15)
                    :8)
                 TO WS-CLM-PROC-DATE(WS-WRK-INDEX-1)
               IF WS-CLM-PROC-DATE(WS-WRK-INDEX-1) NOT NUMERIC
                   MOVE ZEROS TO WS-CLM-PROC-DATE(WS-WRK-INDEX-1)
               END-IF
           END-PERFORM

      *--- PARSE PRIOR AUTHORIZATION NUMBER ---
           MOVE CI-CLAIM-DATA(310:20) TO WS-CLM-AUTH-NUMBER

           SUBTRACT HV-ORIG-ALLOWED-AMT FROM WS-TOT-ALLOWED-AMOUNT
           MOVE WS-CLM-ID TO WS-REV-LAST-CLAIM-ID

      *--- CPS-886: THE REVERSED PAYMENT INCLUDED ANY HRA DRAW -
      *--- GIVE IT BACK TO THE ACCOUNT AND CREDIT THE EMPLOYER ---
           PERFORM 2165-REVERSE-HRA-DRAWS
              THRU 2165-REVERSE-HRA-DRAWS-EXIT

      *--- CPS-889: AND ANY MA SUPPLEMENTAL WALLET DRAWS ---
           PERFORM 2166-REVERSE-SUPP-WALLET-DRAWS
              THRU 2166-REVERSE-SUPP-WALLET-DRAWS-EXIT

      *--- CPS-881: AND ANY MEDICAID SHARE OF COST IT TOOK ---
           PERFORM 2167-REVERSE-SHARE-OF-COST
              THRU 2167-REVERSE-SHARE-OF-COST-EXIT

           IF CLM-VOID
               ADD 1 TO WS-CTR-CLAIMS-VOIDED
           ELSE
       2160-PROCESS-REPLACEMENT-VOID-EXIT.
           EXIT.

      *================================================================*
      * 2165 - REVERSE HRA DRAWS (CPS-886)                             *
      *================================================================*
       2165-REVERSE-HRA-DRAWS.
      *---------------------------------------------------------------*
      * NET THE CLAIM'S HRA_DRAW ROWS. WHATEVER IS STILL DRAWN GOES   *
      * BACK ON THE ACCOUNT'S BALANCE, AND A NEGATIVE HRA_DRAW ROW     *
      * (LINE 000) CREDITS THE EMPLOYER ON ITS NEXT FUNDING REQUEST.   *
      *---------------------------------------------------------------*
           MOVE +0 TO HV-HRA-DRAW-AMT
           EXEC SQL
               SELECT GROUP_ID, PLAN_YEAR, HOLDER_ID,
                      SUM(DEDUCTIBLE_DRAW), SUM(COINSURANCE_DRAW),
                      SUM(COPAY_DRAW), SUM(DRAW_AMOUNT)
               INTO   :HV-HRA-GROUP-ID, :HV-HRA-PLAN-YEAR,
                      :HV-HRA-HOLDER-ID,
                      :HV-HRA-DEDUCT-DRAW, :HV-HRA-COINS-DRAW,
                      :HV-HRA-COPAY-DRAW, :HV-HRA-DRAW-AMT
               FROM   HRA_DRAW
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               GROUP BY GROUP_ID, PLAN_YEAR, HOLDER_ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
              OR HV-HRA-DRAW-AMT NOT > 0
               GO TO 2165-REVERSE-HRA-DRAWS-EXIT
           END-IF

           EXEC SQL
               UPDATE HRA_ACCOUNT
               SET    DRAWN_AMT = DRAWN_AMT - :HV-HRA-DRAW-AMT
               WHERE  GROUP_ID = :HV-HRA-GROUP-ID
               AND    PLAN_YEAR = :HV-HRA-PLAN-YEAR
               AND    HOLDER_ID = :HV-HRA-HOLDER-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA ACCOUNT REVERSAL UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2165-REVERSE-HRA-DRAWS' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 2165-REVERSE-HRA-DRAWS-EXIT
           END-IF

           COMPUTE HV-HRA-DEDUCT-DRAW = 0 - HV-HRA-DEDUCT-DRAW
           COMPUTE HV-HRA-COINS-DRAW = 0 - HV-HRA-COINS-DRAW
           COMPUTE HV-HRA-COPAY-DRAW = 0 - HV-HRA-COPAY-DRAW
           COMPUTE HV-HRA-DRAW-AMT = 0 - HV-HRA-DRAW-AMT
           MOVE 0 TO HV-HRA-LINE-NUMBER

           EXEC SQL
               INSERT INTO HRA_DRAW
                   (CLAIM_ID, LINE_NUMBER, MEMBER_ID, GROUP_ID,
                    PLAN_YEAR, HOLDER_ID, DEDUCTIBLE_DRAW,
                    COINSURANCE_DRAW, COPAY_DRAW, DRAW_AMOUNT,
                    DRAW_DATE, FUNDING_REQUEST_ID,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-CLAIM-ID, :HV-HRA-LINE-NUMBER, :WS-MBR-ID,
                    :HV-HRA-GROUP-ID, :HV-HRA-PLAN-YEAR,
                    :HV-HRA-HOLDER-ID, :HV-HRA-DEDUCT-DRAW,
                    :HV-HRA-COINS-DRAW, :HV-HRA-COPAY-DRAW,
                    :HV-HRA-DRAW-AMT,
                    :WS-BATCH-RUN-DATE, NULL,
                    GETDATE(), 'HCCLMADJ')
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA DRAW REVERSAL INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2165-REVERSE-HRA-DRAWS' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 2165-REVERSE-HRA-DRAWS-EXIT
           END-IF

           ADD 1 TO WS-CTR-HRA-REVERSALS
           ADD HV-HRA-DRAW-AMT TO WS-TOT-HRA-DRAWN
           .
       2165-REVERSE-HRA-DRAWS-EXIT.
           EXIT.

      *================================================================*
      * 2166 - REVERSE MA SUPPLEMENTAL WALLET DRAWS (CPS-889)          *
      *================================================================*
       2166-REVERSE-SUPP-WALLET-DRAWS.
      *---------------------------------------------------------------*
      * NET THE CLAIM'S DRAWS ON SUPP_WALLET_TXN PER WALLET. WHAT IS   *
      * STILL DRAWN GOES BACK ON THE WALLET - STRAIGHT TO EXPIRED IF   *
      * HCSUPWAL HAS ALREADY CLOSED THE PERIOD - AND A NEGATIVE CLMR   *
      * ROW (LINE 000) OFFSETS THE DRAWS. A CLAIM CAN HAVE DRAWN MORE  *
      * THAN ONE WALLET (EYEWEAR AND HEARING LINES), SO BOTH STEPS ARE *
      * SET-BASED.                                                     *
      *---------------------------------------------------------------*
           MOVE +0 TO HV-SWL-DRAW-AMT
           EXEC SQL
               SELECT SUM(TXN_AMOUNT)
               INTO   :HV-SWL-DRAW-AMT
               FROM   SUPP_WALLET_TXN
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    TXN_TYPE IN ('CLMD', 'CLMR')
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
              OR HV-SWL-DRAW-AMT NOT > 0
               GO TO 2166-REVERSE-SUPP-WALLET-DRAWS-EXIT
           END-IF

           EXEC SQL
               UPDATE SUPP_WALLET
               SET    CLAIM_DRAWN_AMT = CLAIM_DRAWN_AMT
                    - (SELECT SUM(T.TXN_AMOUNT)
                       FROM   SUPP_WALLET_TXN T
                       WHERE  T.CLAIM_ID = :HV-CLAIM-ID
                       AND    T.TXN_TYPE IN ('CLMD', 'CLMR')
                       AND    T.MEMBER_ID = SUPP_WALLET.MEMBER_ID
                       AND    T.BENEFIT_TYPE =
                                  SUPP_WALLET.BENEFIT_TYPE
                       AND    T.PERIOD_START =
                                  SUPP_WALLET.PERIOD_START),
                      EXPIRED_AMT = EXPIRED_AMT
                    + CASE WHEN STATUS = 'CLOSED'
                      THEN (SELECT SUM(T.TXN_AMOUNT)
                            FROM   SUPP_WALLET_TXN T
                            WHERE  T.CLAIM_ID = :HV-CLAIM-ID
                            AND    T.TXN_TYPE IN ('CLMD', 'CLMR')
                            AND    T.MEMBER_ID =
                                       SUPP_WALLET.MEMBER_ID
                            AND    T.BENEFIT_TYPE =
                                       SUPP_WALLET.BENEFIT_TYPE
                            AND    T.PERIOD_START =
                                       SUPP_WALLET.PERIOD_START)
                      ELSE 0 END
               WHERE  EXISTS
                      (SELECT 1
                       FROM   SUPP_WALLET_TXN T
                       WHERE  T.CLAIM_ID = :HV-CLAIM-ID
                       AND    T.TXN_TYPE = 'CLMD'
                       AND    T.MEMBER_ID = SUPP_WALLET.MEMBER_ID
                       AND    T.BENEFIT_TYPE =
                                  SUPP_WALLET.BENEFIT_TYPE
                       AND    T.PERIOD_START =
                                  SUPP_WALLET.PERIOD_START)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET REVERSAL UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2166-REVERSE-SUPP-WALLET-DRAWS'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 2166-REVERSE-SUPP-WALLET-DRAWS-EXIT
           END-IF

           EXEC SQL
               INSERT INTO SUPP_WALLET_TXN
                   (MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                    TXN_TYPE, TXN_AMOUNT, CLAIM_ID, LINE_NUMBER,
                    VENDOR_TXN_ID, TXN_DATE,
                    CREATED_DATE, CREATED_BY)
               SELECT MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                      'CLMR', 0 - SUM(TXN_AMOUNT), CLAIM_ID, 0,
                      NULL, :WS-BATCH-RUN-DATE,
                      GETDATE(), 'HCCLMADJ'
               FROM   SUPP_WALLET_TXN
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    TXN_TYPE IN ('CLMD', 'CLMR')
               GROUP BY MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                        CLAIM_ID
               HAVING SUM(TXN_AMOUNT) > 0
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET REVERSAL INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2166-REVERSE-SUPP-WALLET-DRAWS'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 2166-REVERSE-SUPP-WALLET-DRAWS-EXIT
           END-IF

           ADD 1 TO WS-CTR-SUPP-REVERSALS
           SUBTRACT HV-SWL-DRAW-AMT FROM WS-TOT-SUPP-DRAWN
           .
       2166-REVERSE-SUPP-WALLET-DRAWS-EXIT.
           EXIT.

      *================================================================*
      * 2167 - REVERSE MEDICAID SHARE OF COST (CPS-881)                *
      *================================================================*
       2167-REVERSE-SHARE-OF-COST.
      *---------------------------------------------------------------*
      * NET THE CLAIM'S MEDICAID_SOC_APPLIED ROWS. WHATEVER IS STILL   *
      * APPLIED COMES OFF THE MEMBER-MONTH'S LIABILITY_MET SO THE      *
      * MONTH'S LATER CLAIMS PICK IT UP, AND A NEGATIVE ROW (LINE 000) *
      * OFFSETS THE ORIGINAL.                                          *
      *---------------------------------------------------------------*
           MOVE +0 TO HV-SOC-LIABILITY-MET
           EXEC SQL
               SELECT LIABILITY_MONTH, SUM(APPLIED_AMOUNT)
               INTO   :HV-SOC-LIABILITY-MONTH,
                      :HV-SOC-LIABILITY-MET
               FROM   MEDICAID_SOC_APPLIED
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               GROUP BY LIABILITY_MONTH
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
              OR HV-SOC-LIABILITY-MET NOT > 0
               GO TO 2167-REVERSE-SHARE-OF-COST-EXIT
           END-IF

           EXEC SQL
               UPDATE MEDICAID_PATIENT_LIABILITY
               SET    LIABILITY_MET =
                          LIABILITY_MET - :HV-SOC-LIABILITY-MET
               WHERE  MEMBER_ID = :WS-MBR-ID
               AND    LIABILITY_MONTH = :HV-SOC-LIABILITY-MONTH
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'PATIENT LIABILITY REVERSAL UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2167-REVERSE-SHARE-OF-COST' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 2167-REVERSE-SHARE-OF-COST-EXIT
           END-IF

           COMPUTE HV-SOC-LIABILITY-MET = 0 - HV-SOC-LIABILITY-MET
           MOVE 0 TO HV-SOC-LINE-NUMBER

           EXEC SQL
               INSERT INTO MEDICAID_SOC_APPLIED
                   (CLAIM_ID, LINE_NUMBER, MEMBER_ID,
                    LIABILITY_MONTH, APPLIED_AMOUNT,
                    APPLIED_DATE, CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-CLAIM-ID, :HV-SOC-LINE-NUMBER, :WS-MBR-ID,
                    :HV-SOC-LIABILITY-MONTH, :HV-SOC-LIABILITY-MET,
                    :WS-BATCH-RUN-DATE, GETDATE(), 'HCCLMADJ')
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'SHARE OF COST REVERSAL INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2167-REVERSE-SHARE-OF-COST' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 2167-REVERSE-SHARE-OF-COST-EXIT
           END-IF

           ADD 1 TO WS-CTR-SOC-REVERSALS
           .
       2167-REVERSE-SHARE-OF-COST-EXIT.
           EXIT.

      *================================================================*
      * 2200 - LOOKUP MEMBER                                           *
      *================================================================*
                   SET CLAIM-IS-INVALID TO TRUE
                   PERFORM 8800-ERROR-HANDLER
                      THRU 8800-ERROR-HANDLER-EXIT
      *--- CPS-887: NO COVERAGE YET, BUT A COBRA ELECTION OR INITIAL
      *--- PREMIUM MAY STILL REINSTATE IT BACK TO THE LOSS DATE ---
                   PERFORM 2260-CHECK-COBRA-WINDOW
                      THRU 2260-CHECK-COBRA-WINDOW-EXIT
                   GO TO 2200-LOOKUP-MEMBER-EXIT
               WHEN OTHER
                   MOVE 'MEMBER LOOKUP SQL ERROR'
           EXIT.

      *================================================================*
      * 2260 - CHECK COBRA WINDOW (CPS-887)                            *
      *================================================================*
       2260-CHECK-COBRA-WINDOW.
      *---------------------------------------------------------------*
      * A QUALIFIED BENEFICIARY'S COVERAGE IS REINSTATED BACK TO THE   *
      * LOSS DATE WHEN A TIMELY ELECTION AND PREMIUM ARRIVE, SO A      *
      * CLAIM INCURRED AFTER THE LOSS PENDS WHILE T_COBRA_TRACK SHOWS  *
      * THE 60-DAY ELECTION WINDOW (STATUS N) OR THE 45-DAY INITIAL    *
      * PREMIUM WINDOW (STATUS E) STILL OPEN. A CONTINUING MEMBER      *
      * (STATUS A) PENDS FOR A MONTH PAST THE PAID-THROUGH PERIOD      *
      * UNTIL ITS 30-DAY GRACE ENDS. HCCOBRTK RELEASES THE K0001       *
      * PENDS FOR RE-ADJUDICATION WHEN THE WINDOW CLOSES EITHER WAY.  *
      * A MEMBER WITH MORE THAN ONE QUALIFYING EVENT IS JUDGED ON THE  *
      * LATEST ONE STILL OPEN.                                         *
      *---------------------------------------------------------------*
           EXEC SQL
               SELECT TOP 1 status, event_date, elect_deadline,
                      pay_deadline, paid_thru_period
               INTO   :HV-CBR-STATUS,
                      :HV-CBR-EVENT-DATE,
                      :HV-CBR-ELECT-DEADLINE,
                      :HV-CBR-PAY-DEADLINE,
                      :HV-CBR-PAID-THRU
               FROM   T_COBRA_TRACK
               WHERE  member_id = :HV-MEMBER-ID
               AND    status IN ('N', 'E', 'A')
               ORDER BY event_date DESC
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               GO TO 2260-CHECK-COBRA-WINDOW-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CBR-AWAITING-ELECTION
                   IF WS-CLM-FROM-DATE > HV-CBR-EVENT-DATE
                      AND WS-BATCH-RUN-DATE NOT > HV-CBR-ELECT-DEADLINE
                       MOVE 'COBRA ELECTION WINDOW OPEN'
                         TO WS-PEND-REASON-DESC
                       MOVE HV-CBR-ELECT-DEADLINE TO HV-GRACE-END-DATE
                       SET CLAIM-SHOULD-PEND TO TRUE
                   END-IF
               WHEN CBR-AWAITING-PAYMENT
                   IF WS-CLM-FROM-DATE > HV-CBR-EVENT-DATE
                      AND WS-BATCH-RUN-DATE NOT > HV-CBR-PAY-DEADLINE
                       MOVE 'COBRA INITIAL PREMIUM WINDOW OPEN'
                         TO WS-PEND-REASON-DESC
                       MOVE HV-CBR-PAY-DEADLINE TO HV-GRACE-END-DATE
                       SET CLAIM-SHOULD-PEND TO TRUE
                   END-IF
               WHEN CBR-CONTINUING
                   COMPUTE WS-CBR-CLM-PERIOD = WS-CLM-FROM-DATE / 100
                   IF WS-CBR-CLM-PERIOD > HV-CBR-PAID-THRU
      *--- GRACE RUNS 30 DAYS FROM THE FIRST UNPAID MONTH ---
                       COMPUTE WS-GRC-WORK-YYYY = HV-CBR-PAID-THRU / 100
                       COMPUTE WS-GRC-WORK-MM = HV-CBR-PAID-THRU
                           - (WS-GRC-WORK-YYYY * 100) + 1
                       IF WS-GRC-WORK-MM > 12
                           MOVE 1 TO WS-GRC-WORK-MM
                           ADD 1 TO WS-GRC-WORK-YYYY
                       END-IF
                       COMPUTE WS-GRC-WORK-DATE =
                           (WS-GRC-WORK-YYYY * 10000)
                         + (WS-GRC-WORK-MM * 100) + 1
                       COMPUTE WS-GRC-WORK-INT =
                           FUNCTION INTEGER-OF-DATE(WS-GRC-WORK-DATE)
                         + 29
                       COMPUTE HV-GRACE-END-DATE =
                           FUNCTION DATE-OF-INTEGER(WS-GRC-WORK-INT)
                       IF WS-BATCH-RUN-DATE NOT > HV-GRACE-END-DATE
                           MOVE 'COBRA PREMIUM IN 30-DAY GRACE PERIOD'
                             TO WS-PEND-REASON-DESC
                           SET CLAIM-SHOULD-PEND TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE

           IF CLAIM-SHOULD-PEND
               MOVE 'K0001' TO WS-PEND-REASON-CODE
               SET PEND-MANAGEMENT TO TRUE
               SET PEND-PRIORITY-MEDIUM TO TRUE
               MOVE HV-GRACE-END-DATE TO WS-PEND-EXPECTED-DATE
           END-IF
           .
       2260-CHECK-COBRA-WINDOW-EXIT.
           EXIT.

      *================================================================*
      * 2300 - LOOKUP PROVIDER                                         *
      *================================================================*
       2300-LOOKUP-PROVIDER.
      *---------------------------------------------------------------*
      * LOOK UP PROVIDER INFORMATION, NETWORK STATUS, AND CONTRACT.   *
      *---------------------------------------------------------------*
           MOVE WS-PROV-NPI TO HV-PROVIDER-NPI

      *--- CPS-884: A PROVIDER ABROAD IS NEVER ON THE NETWORK FILE ---
           IF CLM-FROM-FOREIGN
               SET PROV-IS-OON TO TRUE
               SET MBR-OUT-OF-NETWORK TO TRUE
               MOVE SPACES TO WS-PROV-CONTRACT-ID
               MOVE SPACES TO WS-PROV-CONTRACT-TYPE
               GO TO 2300-LOOKUP-PROVIDER-EXIT
           END-IF

      *--- CPS-885: A MEMBER'S RECEIPT WITH NO NPI CANNOT BE MATCHED
      *--- TO THE PROVIDER FILE - THE SERVICE PAYS OUT OF NETWORK ---
           IF CLM-FROM-MEMBER
              AND (WS-PROV-NPI = SPACES OR WS-PROV-NPI = LOW-VALUES)
               SET PROV-IS-OON TO TRUE
               SET MBR-OUT-OF-NETWORK TO TRUE
               MOVE SPACES TO WS-PROV-CONTRACT-ID
               MOVE SPACES TO WS-PROV-CONTRACT-TYPE
               GO TO 2300-LOOKUP-PROVIDER-EXIT
           END-IF

      *--- CPS-873: PRELOAD FIRST, DATABASE ON A MISS ---
           PERFORM 2305-TRY-PROVIDER-PRELOAD
              THRU 2305-TRY-PROVIDER-PRELOAD-EXIT
           IF PRELOAD-PROVIDER-HIT
               GO TO 2300-PROV-DATA-READY
           END-IF

           EXEC SQL
               SELECT P.TAX_ID,
                      P.LAST_NAME,
           MOVE WS-DTL-CPT-CODE     TO HV-CPT-CODE
           MOVE WS-DTL-REVENUE-CODE TO HV-REVENUE-CODE

      *--- CPS-879: A SINGLE CASE AGREEMENT NEGOTIATED BY UM RIDES
      *--- THE AUTHORIZATION NUMBER BILLED ON THE CLAIM ---
           PERFORM 2510-CHECK-SINGLE-CASE-AGMT
              THRU 2510-CHECK-SINGLE-CASE-AGMT-EXIT

      *--- CHECK IF AUTH IS REQUIRED FOR THIS SERVICE ---
           EXEC SQL
               SELECT 'Y'
       2500-CHECK-AUTHORIZATION-EXIT.
           EXIT.

      *================================================================*
      * 2510 - CHECK SINGLE CASE AGREEMENT (CPS-879)                   *
      *================================================================*
       2510-CHECK-SINGLE-CASE-AGMT.
      *---------------------------------------------------------------*
      * AN ACTIVE SINGLE_CASE_AGREEMENT ON THE APPROVED AUTHORIZATION  *
      * BILLED ON THE CLAIM, FOR THIS MEMBER AND PROVIDER, WITH THE    *
      * LINE'S CODE IN SCA_COVERED_CODES, PRICES THE LINE AT THE       *
      * AGREEMENT RATE. THE MEMBER PAYS IN-NETWORK COST SHARING.       *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-SCA-APPLIES-SW

           IF WS-CLM-AUTH-NUMBER = SPACES OR LOW-VALUES
               GO TO 2510-CHECK-SINGLE-CASE-AGMT-EXIT
           END-IF

           MOVE WS-CLM-AUTH-NUMBER TO HV-CLM-AUTH-NUMBER
           EXEC SQL
               SELECT S.SCA_ID,
                      S.RATE_TYPE,
                      ISNULL(S.AGREED_RATE, 0),
                      ISNULL(S.MEDICARE_PCT, 0)
               INTO   :HV-SCA-ID,
                      :HV-SCA-RATE-TYPE,
                      :HV-SCA-AGREED-RATE,
                      :HV-SCA-MEDICARE-PCT
               FROM   SINGLE_CASE_AGREEMENT S,
                      AUTHORIZATION A
               WHERE  S.AUTH_NUMBER = :HV-CLM-AUTH-NUMBER
               AND    A.AUTH_NUMBER = S.AUTH_NUMBER
               AND    A.MEMBER_ID = :HV-MEMBER-ID
               AND    A.PROVIDER_NPI = :HV-PROVIDER-NPI
               AND    A.AUTH_STATUS = 'AP'
               AND    S.SCA_STATUS = 'A'
               AND    S.EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (S.TERMINATION_DATE IS NULL
                  OR   S.TERMINATION_DATE >= :WS-CLM-FROM-DATE)
               AND    EXISTS
                      (SELECT 1
                       FROM   SCA_COVERED_CODES C
                       WHERE  C.SCA_ID = S.SCA_ID
                       AND    (C.CPT_CODE = :HV-CPT-CODE
                          OR   C.REVENUE_CODE = :HV-REVENUE-CODE
                          OR   C.CPT_CODE = '*ALL*'))
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               GO TO 2510-CHECK-SINGLE-CASE-AGMT-EXIT
           END-IF

           SET SCA-APPLIES TO TRUE
           MOVE HV-SCA-ID TO WS-SCA-ID
           MOVE HV-SCA-RATE-TYPE TO WS-SCA-RATE-TYPE
           MOVE HV-SCA-AGREED-RATE TO WS-SCA-AGREED-RATE
           MOVE HV-SCA-MEDICARE-PCT TO WS-SCA-MEDICARE-PCT

      *--- THE AGREEMENT MAKES THE PROVIDER IN-NETWORK FOR THIS CASE
           SET MBR-IN-NETWORK TO TRUE
           .
       2510-CHECK-SINGLE-CASE-AGMT-EXIT.
           EXIT.

      *================================================================*
      * 2600 - CHECK DUPLICATE                                         *
      *================================================================*
                   SET ERR-WARNING TO TRUE
                   PERFORM 8800-ERROR-HANDLER
                      THRU 8800-ERROR-HANDLER-EXIT
               ELSE
                   MOVE 'AUDITVND' TO WS-DLOG-RECIPIENT-ID
                   MOVE 'HIGH-DOLLAR BILL AUDIT VENDOR'
                     TO WS-DLOG-RECIPIENT-NAME
                   MOVE 'PAY' TO WS-DLOG-PURPOSE
                   MOVE 'DEMCLMDGNPRCFIN' TO WS-DLOG-CATEGORIES
                   PERFORM 8570-WRITE-DISCLOSURE-LOG
                      THRU 8570-WRITE-DISCLOSURE-LOG-EXIT
               END-IF
           END-IF

       2740-CHECK-BILL-AUDIT-HOLD-EXIT.
           EXIT.

      *================================================================*
      * 2750 - CHECK OON REPRICING VENDOR HOLD (CPS-878)               *
      *================================================================*
       2750-CHECK-OON-REPRICE-HOLD.
      *---------------------------------------------------------------*
      * OUT-OF-NETWORK CLAIMS THE NO SURPRISES ACT DOES NOT PROTECT,   *
      * BILLED ABOVE THE PAYER'S REPRICING THRESHOLD, GO TO THE        *
      * REPRICING/NEGOTIATION VENDOR AND HOLD IN THE ORP QUEUE. THE    *
      * OON_REPRICE_REQUEST ROW CARRIES THE CLAIM THROUGH THE CYCLE:   *
      *   SENT     - OUT AT THE VENDOR; HOLD UNTIL THE DUE DATE, THEN  *
      *              AGE OFF TO STANDARD PRICING                       *
      *   REPRICED - HCORPIMP LOADED THE AGREED ALLOWED; PRICE 'VR'    *
      *   DECLINED - VENDOR WOULD NOT NEGOTIATE; STANDARD PRICING      *
      *   AGED     - NO RESPONSE IN TIME; STANDARD PRICING             *
      *---------------------------------------------------------------*
           IF CLM-EMERGENCY OR POS-EMERGENCY
               GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
           END-IF

      *--- REFERENCE-BASED PRICING GROUPS ALREADY PRICE OON CLAIMS
      *--- OFF THE MEDICARE AMOUNT (CPS-877) ---
           PERFORM 3831-LOAD-RBP-TERMS
              THRU 3831-LOAD-RBP-TERMS-EXIT
           IF RBP-GROUP-APPLIES
               GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
           END-IF

      *--- ALREADY THROUGH THE VENDOR CYCLE? ---
           MOVE SPACES TO WS-ORP-REQUEST-STATUS
           EXEC SQL
               SELECT REQUEST_STATUS,
                      ISNULL(AGREED_ALLOWED, 0),
                      RESPONSE_DUE_DATE
               INTO   :HV-ORP-REQUEST-STATUS,
                      :HV-ORP-AGREED-ALLOWED,
                      :HV-ORP-DUE-DATE
               FROM   OON_REPRICE_REQUEST
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           EVALUATE WS-SQLCODE
               WHEN 0
                   MOVE HV-ORP-REQUEST-STATUS TO WS-ORP-REQUEST-STATUS
                   MOVE HV-ORP-DUE-DATE TO WS-ORP-DUE-DATE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'OON REPRICE REQUEST SQL ERROR'
                     TO WS-ERR-MESSAGE
                   MOVE WS-SQLCODE TO WS-ERR-SQLCODE
                   MOVE '2750-CHECK-OON-REPRICE-HOLD'
                     TO WS-ERR-PARAGRAPH
                   SET ERR-SEVERE TO TRUE
                   PERFORM 8900-DATABASE-ERROR
                      THRU 8900-DATABASE-ERROR-EXIT
                   SET CLAIM-SHOULD-PEND TO TRUE
                   MOVE 'P0027' TO WS-PEND-REASON-CODE
                   MOVE 'OON REPRICING DATABASE ERROR'
                     TO WS-PEND-REASON-DESC
                   SET PEND-PRICING-REVIEW TO TRUE
                   GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
           END-EVALUATE

           EVALUATE WS-ORP-REQUEST-STATUS
               WHEN 'REPRICED'
                   SET ORP-VENDOR-REPRICED TO TRUE
                   MOVE HV-ORP-AGREED-ALLOWED TO WS-ORP-AGREED-ALLOWED
                   GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
               WHEN 'DECLINED'
               WHEN 'AGED'
                   GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
               WHEN 'SENT'
                   IF WS-BATCH-RUN-DATE > WS-ORP-DUE-DATE
                       PERFORM 2755-AGE-OFF-REPRICE-REQUEST
                          THRU 2755-AGE-OFF-REPRICE-REQUEST-EXIT
                       GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
                   END-IF
                   GO TO 2750-PEND-AT-VENDOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *--- NOT YET SENT: PAYER THRESHOLD, WINDOW AND FEE TERMS ---
           MOVE WS-ORP-DEFAULT-THRESHOLD TO WS-ORP-THRESHOLD
           MOVE WS-ORP-DEFAULT-DAYS TO WS-ORP-RESPONSE-DAYS
           MOVE WS-ORP-DEFAULT-FEE-PCT TO WS-ORP-FEE-PCT
           EXEC SQL
               SELECT ISNULL(OON_REPRICE_THRESHOLD, 0),
                      ISNULL(OON_REPRICE_RESPONSE_DAYS, 0),
                      ISNULL(OON_REPRICE_FEE_PCT, 0)
               INTO   :HV-ORP-THRESHOLD,
                      :HV-ORP-RESPONSE-DAYS,
                      :HV-ORP-FEE-PCT
               FROM   PAYER_CONFIG
               WHERE  PLAN_CODE = :WS-MBR-PLAN-CODE
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS
           IF WS-SQLCODE = 0
               IF HV-ORP-THRESHOLD > 0
                   MOVE HV-ORP-THRESHOLD TO WS-ORP-THRESHOLD
               END-IF
               IF HV-ORP-RESPONSE-DAYS > 0
                   MOVE HV-ORP-RESPONSE-DAYS TO WS-ORP-RESPONSE-DAYS
               END-IF
               IF HV-ORP-FEE-PCT > 0
                   MOVE HV-ORP-FEE-PCT TO WS-ORP-FEE-PCT
               END-IF
           END-IF

           IF WS-CLM-TOTAL-CHARGE <= WS-ORP-THRESHOLD
               GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
           END-IF

           COMPUTE WS-ORP-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-RUN-DATE)
             + WS-ORP-RESPONSE-DAYS
           COMPUTE WS-ORP-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ORP-DUE-INT)
           MOVE WS-ORP-DUE-DATE TO HV-ORP-DUE-DATE
           MOVE WS-ORP-FEE-PCT TO HV-ORP-FEE-PCT

           EXEC SQL
               INSERT INTO OON_REPRICE_REQUEST
                   (CLAIM_ID, REQUEST_STATUS, SENT_DATE,
                    RESPONSE_DUE_DATE, TOTAL_CHARGES,
                    VENDOR_FEE_PCT)
               VALUES
                   (:HV-CLAIM-ID, 'SENT', :WS-BATCH-RUN-DATE,
                    :HV-ORP-DUE-DATE, :WS-CLM-TOTAL-CHARGE,
                    :HV-ORP-FEE-PCT)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'OON REPRICE REQUEST INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2750-CHECK-OON-REPRICE-HOLD' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0027' TO WS-PEND-REASON-CODE
               MOVE 'OON REPRICING DATABASE ERROR'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 2750-CHECK-OON-REPRICE-HOLD-EXIT
           END-IF

      *--- THE VENDOR EXTRACT RIDES THE CPYCLMHD LAYOUT ---
           INITIALIZE WS-CLAIM-HEADER-REC
           MOVE WS-CLM-ID TO WS-CLM-NUMBER
           MOVE WS-MBR-ID TO WS-CLM-PAT-MRN
           MOVE WS-PROV-NPI TO WS-CLM-BILL-PROV-NPI
           MOVE WS-PROV-TAX-ID TO WS-CLM-BILL-PROV-TAX-ID
           MOVE WS-CLM-FROM-DATE TO WS-CLM-FROM-DOS
           MOVE WS-CLM-THRU-DATE TO WS-CLM-THRU-DOS
           MOVE WS-CLM-ADMIT-DATE TO WS-CLM-ADMIT-DT
           MOVE WS-CLM-DISCHARGE-DATE TO WS-CLM-DISCH-DT
           MOVE WS-CLM-TOTAL-CHARGE TO WS-CLM-TOTAL-CHARGES
           IF CLM-TYPE-INSTITUTIONAL
               SET WS-CLM-INSTITUTIONAL TO TRUE
           ELSE
               SET WS-CLM-PROFESSIONAL TO TRUE
           END-IF
           WRITE OON-REPRICE-REC FROM WS-CLAIM-HEADER-REC
           IF NOT ORP-OK
               MOVE 'OON REPRICE EXTRACT WRITE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE '2750-CHECK-OON-REPRICE-HOLD' TO WS-ERR-PARAGRAPH
               SET ERR-WARNING TO TRUE
               PERFORM 8800-ERROR-HANDLER
                  THRU 8800-ERROR-HANDLER-EXIT
           ELSE
               MOVE 'REPRICVND' TO WS-DLOG-RECIPIENT-ID
               MOVE 'OUT-OF-NETWORK REPRICING VENDOR'
                 TO WS-DLOG-RECIPIENT-NAME
               MOVE 'PAY' TO WS-DLOG-PURPOSE
               MOVE 'DEMCLMDGNPRCFIN' TO WS-DLOG-CATEGORIES
               PERFORM 8570-WRITE-DISCLOSURE-LOG
                  THRU 8570-WRITE-DISCLOSURE-LOG-EXIT
           END-IF
           .
       2750-PEND-AT-VENDOR.
           SET CLAIM-SHOULD-PEND TO TRUE
           MOVE 'V0001' TO WS-PEND-REASON-CODE
           MOVE 'OON CLAIM OUT AT REPRICING VENDOR'
             TO WS-PEND-REASON-DESC
           SET PEND-REPRICE-VENDOR TO TRUE
           MOVE WS-ORP-DUE-DATE TO WS-PEND-EXPECTED-DATE
           .
       2750-CHECK-OON-REPRICE-HOLD-EXIT.
           EXIT.

      *================================================================*
      * 2755 - AGE OFF AN UNANSWERED REPRICING REQUEST (CPS-878)       *
      *================================================================*
       2755-AGE-OFF-REPRICE-REQUEST.
      *---------------------------------------------------------------*
      * THE VENDOR DID NOT RESPOND WITHIN THE AGREED DAYS: CLOSE THE   *
      * REQUEST SO THE CLAIM PRICES AT STANDARD OON PERCENT OF CHARGE  *
      * AND A LATE RESPONSE IS NOT APPLIED.                            *
      *---------------------------------------------------------------*
           EXEC SQL
               UPDATE OON_REPRICE_REQUEST
               SET    REQUEST_STATUS = 'AGED',
                      CLOSED_DATE = :WS-BATCH-RUN-DATE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    REQUEST_STATUS = 'SENT'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'OON REPRICE REQUEST AGE-OFF FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2755-AGE-OFF-REPRICE-REQUEST'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
           END-IF
           MOVE 'AGED' TO WS-ORP-REQUEST-STATUS
           .
       2755-AGE-OFF-REPRICE-REQUEST-EXIT.
           EXIT.

      *================================================================*
      * 2760 - CHECK OUT-OF-COUNTRY COVERAGE (CPS-884)                 *
      *================================================================*
       2760-CHECK-OUT-OF-COUNTRY.
      *---------------------------------------------------------------*
      * A FOREIGN CLAIM IS AN EMERGENCY WHEN THE BILL WAS KEYED AS ONE *
      * (FOREIGN_CLAIM.EMERGENCY_IND) OR CARRIES THE ER ADMIT TYPE/    *
      * PLACE OF SERVICE; IT PAYS UNDER THE OON EMERGENCY BENEFIT.     *
      * OTHER CARE ABROAD IS COVERED ONLY BY THE PLAN'S TRAVEL         *
      * BENEFIT. THE OUTCOME IS WRITTEN BACK TO FOREIGN_CLAIM SO THE   *
      * EOB CAN STATE WHY THE CLAIM WAS NOT PAID.                      *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-OOC-EMERGENCY-SW
           MOVE 'N' TO WS-OOC-TRAVEL-BENEFIT
           MOVE 'N' TO WS-OOC-EXCLUDE-SW
           MOVE SPACES TO WS-OOC-EXCLUSION-REASON
           MOVE WS-CLM-ID TO HV-CLAIM-ID

           EXEC SQL
               SELECT EMERGENCY_IND
               INTO   :HV-OOC-EMERGENCY-IND
               FROM   FOREIGN_CLAIM
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               MOVE 'N' TO HV-OOC-EMERGENCY-IND
           END-IF

           IF HV-OOC-EMERGENCY-IND = 'Y'
              OR CLM-EMERGENCY OR POS-EMERGENCY
               SET OOC-EMERGENCY TO TRUE
               MOVE 'COVERED - OON EMERGENCY BENEFIT'
                 TO WS-OOC-EXCLUSION-REASON
               GO TO 2760-RECORD-OUTCOME
           END-IF

           MOVE WS-MBR-PLAN-CODE TO HV-PLAN-CODE
           MOVE WS-CURRENT-YEAR TO HV-PLAN-YEAR
           EXEC SQL
               SELECT OOC_TRAVEL_BENEFIT
               INTO   :HV-OOC-TRAVEL-BENEFIT
               FROM   BENEFIT_PLAN
               WHERE  PLAN_CODE = :HV-PLAN-CODE
               AND    PLAN_YEAR = :HV-PLAN-YEAR
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = 0
               MOVE HV-OOC-TRAVEL-BENEFIT TO WS-OOC-TRAVEL-BENEFIT
           END-IF

           IF OOC-TRAVEL-COVERED
               MOVE 'COVERED - TRAVEL BENEFIT'
                 TO WS-OOC-EXCLUSION-REASON
           ELSE
               SET OOC-EXCLUDED TO TRUE
               MOVE 'PLAN EXCLUDES NON-EMERGENCY CARE ABROAD'
                 TO WS-OOC-EXCLUSION-REASON
           END-IF
           .
       2760-RECORD-OUTCOME.
           MOVE WS-OOC-EXCLUSION-REASON TO HV-OOC-EXCLUSION-REASON
           EXEC SQL
               UPDATE FOREIGN_CLAIM
               SET    EXCLUSION_REASON = :HV-OOC-EXCLUSION-REASON
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'FOREIGN CLAIM EXCLUSION UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '2760-RECORD-OUTCOME'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
           END-IF
           .
       2760-CHECK-OUT-OF-COUNTRY-EXIT.
           EXIT.

      *================================================================*
      * 3000 - DETERMINE PRICING METHOD                                *
      *================================================================*
      * DETERMINE THE APPROPRIATE PRICING METHODOLOGY BASED ON THE    *
      * PROVIDER CONTRACT, PLAN TYPE, AND CLAIM TYPE.                  *
      *---------------------------------------------------------------*
           MOVE 0 TO WS-PTRC-STEP-SEQ
           INITIALIZE WS-PTRC-STEP

      *--- CPS-884: A FOREIGN BILL HAS NO US FEE SCHEDULE, DRG OR APC
      *--- BASIS - IT PRICES AT THE OON PERCENT OF THE CONVERTED
      *--- CHARGE. THE NO SURPRISES ACT DOES NOT REACH PROVIDERS
      *--- OUTSIDE THE US, SO NO QPA IS CARRIED ---
           IF CLM-FROM-FOREIGN
               MOVE 'PC' TO WS-DTL-PRICING-METHOD
               MOVE +80.00 TO WS-PCT-CONTRACT-PCT
               PERFORM 3500-PRICE-BY-PERCENT-CHARGE
                  THRU 3500-PRICE-BY-PERCENT-CHARGE-EXIT
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- CPS-879: A SINGLE CASE AGREEMENT ON THE AUTHORIZATION
      *--- OVERRIDES EVERY OTHER METHOD FOR THE CODES IT COVERS ---
           IF SCA-APPLIES
               MOVE 'SC' TO WS-DTL-PRICING-METHOD
               PERFORM 3850-PRICE-BY-SINGLE-CASE
                  THRU 3850-PRICE-BY-SINGLE-CASE-EXIT
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- AMBULANCE TRIPS (CPS-861): PRICE FROM THE AMBULANCE FEE
      *--- SCHEDULE INSTEAD OF FALLING THROUGH TO PERCENT-OF-CHARGE.
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- CPS-874: SNF (REV 0022) AND HOME HEALTH (REV 0023) LINES
      *--- CARRY A HIPPS CASE-MIX CODE AND PRICE BY PDPM/PDGM GROUP
      *--- RATHER THAN ONE FLAT PER_DIEM_RATES RATE FOR EVERY PATIENT
           IF (CLM-SNF OR CLM-HOME-HEALTH OR POS-SNF OR PROV-TYPE-SNF)
              AND (WS-DTL-REVENUE-CODE = '0022'
                   OR WS-DTL-REVENUE-CODE = '0023')
               MOVE 'HP' TO WS-DTL-PRICING-METHOD
               PERFORM 3310-PRICE-BY-HIPPS
                  THRU 3310-PRICE-BY-HIPPS-EXIT
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- CPS-875: ASC FACILITY CLAIMS PRICE BY ASC PAYMENT GROUP
      *--- RATHER THAN FEE SCHEDULE OR THE HOSPITAL OPPS/APC PRICER.
      *--- CAPITATED ASC CONTRACTS STAY ON THE CAPITATION PATH ---
           IF (PROV-TYPE-ASC OR (POS-ASC AND PROV-IS-FACILITY))
              AND NOT CONTR-CAPITATION
               MOVE 'AS' TO WS-DTL-PRICING-METHOD
               PERFORM 3810-PRICE-BY-ASC
                  THRU 3810-PRICE-BY-ASC-EXIT
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- CPS-876: FEDERALLY QUALIFIED HEALTH CENTERS AND RURAL
      *--- HEALTH CLINICS ARE PAID A PPS RATE PER VISIT, NOT LINE BY
      *--- LINE OFF THE FEE SCHEDULE ---
           IF (PROV-TYPE-FQHC OR PROV-TYPE-RHC OR POS-FQHC OR POS-RHC)
              AND NOT CONTR-CAPITATION
               MOVE 'EN' TO WS-DTL-PRICING-METHOD
               PERFORM 3820-PRICE-BY-ENCOUNTER
                  THRU 3820-PRICE-BY-ENCOUNTER-EXIT
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- CPS-877: SELF-FUNDED GROUPS ON REFERENCE-BASED PRICING PAY
      *--- A PERCENT OF MEDICARE INSTEAD OF CONTRACT OR PERCENT-OF-
      *--- CHARGE PRICING ---
           PERFORM 3831-LOAD-RBP-TERMS
              THRU 3831-LOAD-RBP-TERMS-EXIT
           IF RBP-GROUP-APPLIES
               MOVE 'RB' TO WS-DTL-PRICING-METHOD
               PERFORM 3830-PRICE-BY-REFERENCE
                  THRU 3830-PRICE-BY-REFERENCE-EXIT
               GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
           END-IF

      *--- FIRST CHECK: PROVIDER CONTRACT-SPECIFIC RATES ---
           IF WS-PROV-CONTRACT-ID NOT = SPACES
               EVALUATE TRUE
           END-IF

      *--- SIXTH CHECK: OUT-OF-NETWORK DEFAULT TO % OF CHARGES ---
      *--- UNLESS THE REPRICING VENDOR HAS RETURNED AN AGREED
      *--- ALLOWED AMOUNT FOR THE CLAIM (CPS-878) ---
           IF PROV-IS-OON
               IF ORP-VENDOR-REPRICED
                   MOVE 'VR' TO WS-DTL-PRICING-METHOD
                   PERFORM 3840-PRICE-BY-VENDOR-REPRICE
                      THRU 3840-PRICE-BY-VENDOR-REPRICE-EXIT
                   GO TO 3000-DETERMINE-PRICING-METHOD-EXIT
               END-IF
               MOVE 'PC' TO WS-DTL-PRICING-METHOD
               MOVE +80.00 TO WS-PCT-CONTRACT-PCT
      *--- NO SURPRISES ACT PROTECTS EMERGENCY SERVICES AND CERTAIN
               ADD 1 TO WS-CTR-DB-READS

               IF WS-SQLCODE = 0
                   MOVE 'XWALK' TO WS-PTRC-STEP-CODE
                   STRING 'UNLISTED CODE PRICED AS '
                          HV-CPT-CODE
                       DELIMITED BY SIZE INTO WS-PTRC-STEP-DESC
                   END-STRING
                   MOVE 'UNLISTED_PROC_CROSSWALK'
                     TO WS-PTRC-SOURCE-TABLE
                   MOVE WS-DTL-CPT-CODE TO WS-PTRC-SOURCE-KEY
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
      *--- FOUND CROSSWALK: LOOK UP RVU FOR CROSSWALKED CODE ---
                   EXEC SQL
                       SELECT WORK_RVU,
               MOVE +1.0000 TO WS-PRC-PE-GPCI
               MOVE +1.0000 TO WS-PRC-MP-GPCI
               MOVE +36.0896 TO WS-PRC-CONVERSION-FACTOR
               MOVE 'DEFAULT GPCI/CF' TO WS-PTRC-RATE-SOURCE
           ELSE
               MOVE 'GPCI_TABLE' TO WS-PTRC-RATE-SOURCE
               MOVE HV-WORK-GPCI TO WS-PRC-WORK-GPCI
               MOVE HV-PE-GPCI   TO WS-PRC-PE-GPCI
               MOVE HV-MP-GPCI   TO WS-PRC-MP-GPCI
                     + (WS-PRC-PE-RVU * WS-PRC-PE-GPCI
                        * WS-WRK-SOS-FACILITY-PCT)
                     + (WS-PRC-MP-RVU * WS-PRC-MP-GPCI)
                   MOVE 'SOSFAC' TO WS-PTRC-STEP-CODE
                   MOVE 'FACILITY SETTING PE REDUCTION'
                     TO WS-PTRC-STEP-DESC
                   MOVE 'FEE_SCHEDULE_RBRVS' TO WS-PTRC-SOURCE-TABLE
                   MOVE HV-CPT-CODE TO WS-PTRC-SOURCE-KEY
                   MOVE WS-WRK-SOS-FACILITY-PCT TO WS-PTRC-FACTOR
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
               END-IF
           END-IF

           MOVE 'RVU' TO WS-PTRC-STEP-CODE
           MOVE 'GPCI-ADJUSTED TOTAL RVU' TO WS-PTRC-STEP-DESC
           MOVE 'FEE_SCHEDULE_RBRVS' TO WS-PTRC-SOURCE-TABLE
           MOVE HV-CPT-CODE TO WS-PTRC-SOURCE-KEY
           MOVE WS-PRC-TOTAL-RVU TO WS-PTRC-FACTOR
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

      *--- CALCULATE BASE ALLOWED AMOUNT ---
           COMPUTE WS-PRC-ALLOWED-CALC =
               WS-PRC-TOTAL-RVU * WS-PRC-CONVERSION-FACTOR

           MOVE 'BASE' TO WS-PTRC-STEP-CODE
           MOVE 'RVU X CONVERSION FACTOR' TO WS-PTRC-STEP-DESC
           MOVE WS-PTRC-RATE-SOURCE TO WS-PTRC-SOURCE-TABLE
           MOVE HV-CBSA-CODE TO WS-PTRC-SOURCE-KEY
           MOVE WS-PRC-CONVERSION-FACTOR TO WS-PTRC-FACTOR
           MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-STEP-AMT
           MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-RUNNING-AMT
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT
           MOVE +1.00 TO WS-PTRC-PRIOR-PCT
           MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-PRIOR-AMT

      *--- APPLY MODIFIER ADJUSTMENTS ---
           MOVE +1.0000 TO WS-PRC-MODIFIER-ADJ-PCT

                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF PRICING-TRACE-ON
                  AND WS-PRC-MODIFIER-ADJ-PCT NOT = WS-PTRC-PRIOR-PCT
                   PERFORM 3910-TRACE-MODIFIER-STEP
                      THRU 3910-TRACE-MODIFIER-STEP-EXIT
               END-IF
           END-PERFORM

      *--- APPLY MODIFIER ADJUSTMENT TO ALLOWED AMOUNT ---
      *--- NDC-NORMALIZED BILLING UNITS (CPS-868) ---
           PERFORM 3110-NORMALIZE-DRUG-UNITS
              THRU 3110-NORMALIZE-DRUG-UNITS-EXIT
           MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-PRIOR-AMT
           COMPUTE WS-PRC-ALLOWED-CALC ROUNDED =
               WS-PRC-ALLOWED-CALC * WS-NDC-PRICING-UNITS

           MOVE 'UNITS' TO WS-PTRC-STEP-CODE
           MOVE 'TIMES BILLED/NDC-NORMALIZED UNITS'
             TO WS-PTRC-STEP-DESC
           MOVE WS-NDC-PRICING-UNITS TO WS-PTRC-FACTOR
           COMPUTE WS-PTRC-STEP-AMT =
               WS-PRC-ALLOWED-CALC - WS-PTRC-PRIOR-AMT
           MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-RUNNING-AMT
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

      *--- APPLY CONTRACT-SPECIFIC MULTIPLIER IF EXISTS ---
           IF WS-PROV-CONTRACT-ID NOT = SPACES
               EXEC SQL
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS
               IF WS-SQLCODE = 0
                   MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-PRIOR-AMT
                   COMPUTE WS-PRC-ALLOWED-CALC ROUNDED =
                       WS-PRC-ALLOWED-CALC * WS-WRK-PCT-1
                   MOVE 'CONTRACT' TO WS-PTRC-STEP-CODE
                   MOVE 'CONTRACT FEE SCHEDULE PERCENT'
                     TO WS-PTRC-STEP-DESC
                   MOVE 'CONTRACT_FEE_SCHEDULE'
                     TO WS-PTRC-SOURCE-TABLE
                   MOVE HV-CONTRACT-ID TO WS-PTRC-SOURCE-KEY
                   MOVE WS-WRK-PCT-1 TO WS-PTRC-FACTOR
                   COMPUTE WS-PTRC-STEP-AMT =
                       WS-PRC-ALLOWED-CALC - WS-PTRC-PRIOR-AMT
                   MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-RUNNING-AMT
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
               END-IF
           END-IF

      *--- FINAL ALLOWED CANNOT EXCEED BILLED ---
           IF WS-PRC-ALLOWED-CALC > WS-DTL-BILLED-AMOUNT
               MOVE 'BILLCAP' TO WS-PTRC-STEP-CODE
               MOVE 'LIMITED TO BILLED CHARGE' TO WS-PTRC-STEP-DESC
               COMPUTE WS-PTRC-STEP-AMT =
                   WS-DTL-BILLED-AMOUNT - WS-PRC-ALLOWED-CALC
               MOVE WS-DTL-BILLED-AMOUNT TO WS-PRC-ALLOWED-CALC
               MOVE WS-PRC-ALLOWED-CALC TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

      *--- ALLOWED CANNOT BE NEGATIVE ---

           MOVE HV-ANES-BASE-UNITS TO WS-ANES-BASE-UNITS

           MOVE 'ANESBASE' TO WS-PTRC-STEP-CODE
           MOVE 'ASA BASE UNITS' TO WS-PTRC-STEP-DESC
           MOVE 'ANES_BASE_UNITS' TO WS-PTRC-SOURCE-TABLE
           MOVE HV-CPT-CODE TO WS-PTRC-SOURCE-KEY
           MOVE WS-ANES-BASE-UNITS TO WS-PTRC-FACTOR
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

      *--- CONTRACTED ANESTHESIA CONVERSION FACTOR ---
           MOVE +0 TO WS-ANES-CONV-FACTOR
           IF WS-PROV-CONTRACT-ID NOT = SPACES
               ADD 1 TO WS-CTR-DB-READS
               IF WS-SQLCODE = 0
                   MOVE HV-ANES-CONV-FACTOR TO WS-ANES-CONV-FACTOR
                   MOVE 'CONTRACT_ANES_RATE' TO WS-PTRC-RATE-SOURCE
                   MOVE HV-CONTRACT-ID TO WS-PTRC-RATE-KEY
               END-IF
           END-IF

      *--- PLAN DEFAULT WHEN NO CONTRACTED FACTOR IS ON FILE ---
           IF WS-ANES-CONV-FACTOR = 0
               MOVE +21.88 TO WS-ANES-CONV-FACTOR
               MOVE 'PLAN DEFAULT' TO WS-PTRC-RATE-SOURCE
               MOVE SPACES TO WS-PTRC-RATE-KEY
           END-IF

      *--- MINUTES TO TIME UNITS: 15 MINUTES PER UNIT ---
           COMPUTE WS-ANES-TIME-UNITS ROUNDED =
               WS-DTL-UNITS / 15

           MOVE 'ANESTIME' TO WS-PTRC-STEP-CODE
           MOVE 'TIME UNITS (MINUTES / 15)' TO WS-PTRC-STEP-DESC
           MOVE WS-ANES-TIME-UNITS TO WS-PTRC-FACTOR
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

           COMPUTE WS-ANES-TOTAL-UNITS =
               WS-ANES-BASE-UNITS + WS-ANES-TIME-UNITS

           MOVE 'ANESCF' TO WS-PTRC-STEP-CODE
           MOVE 'BASE + TIME UNITS X CONV FACTOR' TO WS-PTRC-STEP-DESC
           MOVE WS-PTRC-RATE-SOURCE TO WS-PTRC-SOURCE-TABLE
           MOVE WS-PTRC-RATE-KEY TO WS-PTRC-SOURCE-KEY
           MOVE WS-ANES-CONV-FACTOR TO WS-PTRC-FACTOR
           COMPUTE WS-PTRC-RUNNING-AMT ROUNDED =
               WS-ANES-TOTAL-UNITS * WS-ANES-CONV-FACTOR
           MOVE WS-PTRC-RUNNING-AMT TO WS-PTRC-STEP-AMT
           MOVE WS-PTRC-RUNNING-AMT TO WS-PTRC-PRIOR-AMT
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

      *--- MEDICAL DIRECTION MODIFIERS ---
      * AA = PERSONALLY PERFORMED, QZ = CRNA WITHOUT DIRECTION: 100%
      * QK = DIRECTION OF 2-4 PROCEDURES, QY = DIRECTION OF ONE
               WS-ANES-TOTAL-UNITS * WS-ANES-CONV-FACTOR
               * WS-ANES-DIRECTION-PCT

           IF WS-ANES-DIRECTION-PCT NOT = 1
               MOVE 'ANESDIR' TO WS-PTRC-STEP-CODE
               MOVE 'MEDICAL DIRECTION PERCENT' TO WS-PTRC-STEP-DESC
               MOVE WS-ANES-DIRECTION-PCT TO WS-PTRC-FACTOR
               COMPUTE WS-PTRC-STEP-AMT =
                   WS-ANES-CALC-AMOUNT - WS-PTRC-PRIOR-AMT
               MOVE WS-ANES-CALC-AMOUNT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

      *--- FINAL ALLOWED CANNOT EXCEED BILLED OR GO NEGATIVE ---
           IF WS-ANES-CALC-AMOUNT > WS-DTL-BILLED-AMOUNT
               MOVE 'BILLCAP' TO WS-PTRC-STEP-CODE
               MOVE 'LIMITED TO BILLED CHARGE' TO WS-PTRC-STEP-DESC
               COMPUTE WS-PTRC-STEP-AMT =
                   WS-DTL-BILLED-AMOUNT - WS-ANES-CALC-AMOUNT
               MOVE WS-DTL-BILLED-AMOUNT TO WS-ANES-CALC-AMOUNT
               MOVE WS-ANES-CALC-AMOUNT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF
           IF WS-ANES-CALC-AMOUNT < 0
               MOVE +0 TO WS-ANES-CALC-AMOUNT
           MOVE HV-GEOM-LOS TO WS-DRG-GEOM-LOS
           MOVE HV-ARITH-LOS TO WS-DRG-ARITH-LOS

      *--- CPS-883: REGROUP THE CLAIM FROM ITS CODED DATA; A BILLED
      *--- DRG WEIGHING MORE THAN THE REGROUPED DRG IS NOT PRICED ---
           PERFORM 3205-VALIDATE-DRG
              THRU 3205-VALIDATE-DRG-EXIT
           IF DRGV-PEND-CODING-REVIEW
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'D0012' TO WS-PEND-REASON-CODE
               MOVE 'BILLED DRG WEIGHT ABOVE REGROUPED DRG'
                 TO WS-PEND-REASON-DESC
               SET PEND-CODING-REVIEW TO TRUE
               GO TO 3200-PRICE-BY-DRG-EXIT
           END-IF

      *--- LOOK UP FEDERAL RATE AND WAGE INDEX ---
           EXEC SQL
               SELECT FEDERAL_BASE_RATE,
                      WAGE_INDEX,
                      LABOR_SHARE,
                      NON_LABOR_SHARE,
                * WS-DRG-WAGE-INDEX)
             + (WS-DRG-FEDERAL-RATE * WS-DRG-NON-LABOR-SHARE)

           MOVE 'DRGBASE' TO WS-PTRC-STEP-CODE
           MOVE 'WAGE-ADJUSTED FEDERAL BASE RATE' TO WS-PTRC-STEP-DESC
           MOVE 'DRG_PAYMENT_RATES' TO WS-PTRC-SOURCE-TABLE
           MOVE HV-CBSA-CODE TO WS-PTRC-SOURCE-KEY
           MOVE WS-DRG-WAGE-INDEX TO WS-PTRC-FACTOR
           MOVE WS-DRG-BASE-RATE TO WS-PTRC-STEP-AMT
           MOVE WS-DRG-BASE-RATE TO WS-PTRC-RUNNING-AMT
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

      *--- APPLY DRG WEIGHT AND CASE MIX INDEX ---
           COMPUTE WS-DRG-TOTAL-PAYMENT ROUNDED =
               WS-DRG-BASE-RATE * WS-DRG-WEIGHT
               * WS-DRG-CASE-MIX-INDEX

           MOVE 'DRGWGHT' TO WS-PTRC-STEP-CODE
           MOVE 'DRG WEIGHT X CASE MIX INDEX' TO WS-PTRC-STEP-DESC
           MOVE 'MS_DRG_TABLE' TO WS-PTRC-SOURCE-TABLE
           MOVE HV-DRG-CODE TO WS-PTRC-SOURCE-KEY
           MOVE WS-DRG-WEIGHT TO WS-PTRC-FACTOR
           COMPUTE WS-PTRC-STEP-AMT =
               WS-DRG-TOTAL-PAYMENT - WS-DRG-BASE-RATE
           MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT

      *--- CHECK FOR TRANSFER DRG (SHORT STAY TRANSFER) ---
           IF CLM-TRANSFERRED
               SET IS-TRANSFER-DRG TO TRUE
                     TO WS-WRK-AMOUNT-1
      *--- CAP AT FULL DRG PAYMENT ---
                   IF WS-WRK-AMOUNT-1 < WS-DRG-TOTAL-PAYMENT
                       MOVE 'TRANSFER' TO WS-PTRC-STEP-CODE
                       MOVE 'SHORT-STAY TRANSFER PER DIEM'
                         TO WS-PTRC-STEP-DESC
                       MOVE 'MS_DRG_TABLE' TO WS-PTRC-SOURCE-TABLE
                       MOVE HV-DRG-CODE TO WS-PTRC-SOURCE-KEY
                       MOVE WS-DRG-TRANSFER-PER-DIEM TO WS-PTRC-FACTOR
                       COMPUTE WS-PTRC-STEP-AMT =
                           WS-WRK-AMOUNT-1 - WS-DRG-TOTAL-PAYMENT
                       MOVE WS-WRK-AMOUNT-1
                         TO WS-DRG-TOTAL-PAYMENT
                       MOVE WS-DRG-TOTAL-PAYMENT
                         TO WS-PTRC-RUNNING-AMT
                       PERFORM 3900-WRITE-PRICING-TRACE
                          THRU 3900-WRITE-PRICING-TRACE-EXIT
                   END-IF
               END-IF
           END-IF
                       WS-DRG-TOTAL-PAYMENT * WS-PROV-DSH-PCT
                       / 100
                   ADD WS-DRG-DSH-AMOUNT TO WS-DRG-TOTAL-PAYMENT
                   MOVE 'DSH' TO WS-PTRC-STEP-CODE
                   MOVE 'DISPROPORTIONATE SHARE ADD-ON'
                     TO WS-PTRC-STEP-DESC
                   MOVE 'PROVIDER DSH PCT' TO WS-PTRC-SOURCE-TABLE
                   MOVE WS-PROV-DSH-PCT TO WS-PTRC-FACTOR
                   MOVE WS-DRG-DSH-AMOUNT TO WS-PTRC-STEP-AMT
                   MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
               END-IF
           END-IF

                   COMPUTE WS-DRG-IME-AMOUNT ROUNDED =
                       WS-DRG-TOTAL-PAYMENT * WS-PROV-IME-PCT
                   ADD WS-DRG-IME-AMOUNT TO WS-DRG-TOTAL-PAYMENT
                   MOVE 'IME' TO WS-PTRC-STEP-CODE
                   MOVE 'INDIRECT MEDICAL EDUCATION'
                     TO WS-PTRC-STEP-DESC
                   MOVE 'PROVIDER IME PCT' TO WS-PTRC-SOURCE-TABLE
                   MOVE WS-PROV-IME-PCT TO WS-PTRC-FACTOR
                   MOVE WS-DRG-IME-AMOUNT TO WS-PTRC-STEP-AMT
                   MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
               END-IF
           END-IF

                   MOVE +0 TO WS-DRG-OUTLIER-PAYMENT
               END-IF
               ADD WS-DRG-OUTLIER-PAYMENT TO WS-DRG-TOTAL-PAYMENT
               MOVE 'OUTLIER' TO WS-PTRC-STEP-CODE
               MOVE 'COST OUTLIER X MARGINAL PCT' TO WS-PTRC-STEP-DESC
               MOVE 'DRG_PAYMENT_RATES' TO WS-PTRC-SOURCE-TABLE
               MOVE HV-CBSA-CODE TO WS-PTRC-SOURCE-KEY
               MOVE WS-WRK-DRG-OUTLIER-MARG TO WS-PTRC-FACTOR
               MOVE WS-DRG-OUTLIER-PAYMENT TO WS-PTRC-STEP-AMT
               MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

      *--- NEW TECHNOLOGY ADD-ON PAYMENT ---
               IF WS-DRG-NEW-TECH-AMOUNT > 0
                   ADD WS-DRG-NEW-TECH-AMOUNT
                     TO WS-DRG-TOTAL-PAYMENT
                   MOVE 'NEWTECH' TO WS-PTRC-STEP-CODE
                   MOVE 'NEW TECHNOLOGY ADD-ON' TO WS-PTRC-STEP-DESC
                   MOVE 'MS_DRG_TABLE' TO WS-PTRC-SOURCE-TABLE
                   MOVE HV-DRG-CODE TO WS-PTRC-SOURCE-KEY
                   MOVE WS-DRG-NEW-TECH-AMOUNT TO WS-PTRC-STEP-AMT
                   MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
               END-IF
           END-IF

                       * WS-DRG-READMIT-PENALTY-PCT
                   SUBTRACT WS-WRK-AMOUNT-1
                     FROM WS-DRG-TOTAL-PAYMENT
                   MOVE 'READMIT' TO WS-PTRC-STEP-CODE
                   MOVE '30-DAY READMISSION PENALTY'
                     TO WS-PTRC-STEP-DESC
                   MOVE 'DRG_PAYMENT_RATES' TO WS-PTRC-SOURCE-TABLE
                   MOVE HV-CBSA-CODE TO WS-PTRC-SOURCE-KEY
                   MOVE WS-DRG-READMIT-PENALTY-PCT TO WS-PTRC-FACTOR
                   COMPUTE WS-PTRC-STEP-AMT = 0 - WS-WRK-AMOUNT-1
                   MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
                   PERFORM 3900-WRITE-PRICING-TRACE
                      THRU 3900-WRITE-PRICING-TRACE-EXIT
               END-IF
           END-IF

      *--- CPS-871: HOSPITAL-ACQUIRED CONDITIONS NEVER PAY EXTRA ---
           MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-PRIOR-AMT
           PERFORM 3210-CHECK-HAC-POA
              THRU 3210-CHECK-HAC-POA-EXIT
           IF WS-DRG-TOTAL-PAYMENT NOT = WS-PTRC-PRIOR-AMT
               MOVE 'HAC' TO WS-PTRC-STEP-CODE
               MOVE 'HAC/POA DRG REPRICE' TO WS-PTRC-STEP-DESC
               MOVE 'MS_DRG_TABLE' TO WS-PTRC-SOURCE-TABLE
               MOVE HV-DRG-CODE TO WS-PTRC-SOURCE-KEY
               COMPUTE WS-PTRC-STEP-AMT =
                   WS-DRG-TOTAL-PAYMENT - WS-PTRC-PRIOR-AMT
               MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

      *--- FINAL DRG PAYMENT CANNOT EXCEED BILLED ---
           IF WS-DRG-TOTAL-PAYMENT > WS-CLM-TOTAL-CHARGE
               MOVE 'BILLCAP' TO WS-PTRC-STEP-CODE
               MOVE 'LIMITED TO BILLED CHARGE' TO WS-PTRC-STEP-DESC
               COMPUTE WS-PTRC-STEP-AMT =
                   WS-CLM-TOTAL-CHARGE - WS-DRG-TOTAL-PAYMENT
               MOVE WS-CLM-TOTAL-CHARGE TO WS-DRG-TOTAL-PAYMENT
               MOVE WS-DRG-TOTAL-PAYMENT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

           IF WS-DRG-TOTAL-PAYMENT < 0
       3200-PRICE-BY-DRG-EXIT.
           EXIT.

      *================================================================*
      * 3205 - VALIDATE THE BILLED DRG BY REGROUPING (CPS-883)         *
      *================================================================*
       3205-VALIDATE-DRG.
      *---------------------------------------------------------------*
      * REGROUP THE CLAIM FROM ITS OWN CODED DATA USING THE MS-DRG     *
      * GROUPER LOGIC IN EFFECT ON THE DISCHARGE DATE:                 *
      *   PRINCIPAL DIAGNOSIS     -> MDC AND MEDICAL DRG FAMILY        *
      *   OR PROCEDURES IN THAT MDC -> HIGHEST-RANKED SURGICAL FAMILY  *
      *   SECONDARY DIAGNOSES     -> CC / MCC SEVERITY; A HAC CODED    *
      *                              NOT PRESENT ON ADMISSION DOES     *
      *                              NOT COUNT                         *
      *   DISCHARGE STATUS        -> ALIVE / EXPIRED / TRANSFER        *
      *   FAMILY + SEVERITY + DISCHARGE GROUP -> VALIDATED MS-DRG      *
      * A BILLED DRG WEIGHING MORE THAN THE VALIDATED DRG PENDS TO     *
      * CODING REVIEW. A CLAIM CODING REVIEW HAS RELEASED IS NOT       *
      * REGROUPED AGAIN. A CLAIM THAT CANNOT BE REGROUPED IS RECORDED  *
      * AND PRICED AS BILLED.                                          *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-DRGV-PEND-SW

      *--- LATER SERVICE LINES OF THE SAME CLAIM REUSE THE RESULT ---
           IF WS-CLM-ID = WS-DRGV-LAST-CLAIM-ID
               IF DRGV-BILLED-HIGHER
                   SET DRGV-PEND-CODING-REVIEW TO TRUE
               END-IF
               GO TO 3205-VALIDATE-DRG-EXIT
           END-IF

           MOVE WS-CLM-ID TO WS-DRGV-LAST-CLAIM-ID
           MOVE WS-CLM-ID TO HV-CLAIM-ID
           MOVE SPACES TO WS-DRGV-RESULT
           MOVE SPACES TO WS-DRGV-MDC
           MOVE SPACES TO WS-DRGV-FAMILY
           MOVE SPACES TO WS-DRGV-VALID-DRG
           MOVE 999 TO WS-DRGV-BEST-RANK
           MOVE 0 TO WS-DRGV-PROC-COUNT
           MOVE +0 TO WS-DRGV-VALID-WEIGHT
           SET DRGV-SEV-NONE TO TRUE

           IF WS-CLM-DISCHARGE-DATE NUMERIC
              AND WS-CLM-DISCHARGE-DATE > 0
               MOVE WS-CLM-DISCHARGE-DATE TO HV-DRGV-GROUPER-DATE
           ELSE
               MOVE WS-CLM-THRU-DATE TO HV-DRGV-GROUPER-DATE
           END-IF

      *--- CODING REVIEW ALREADY RELEASED THIS CLAIM AS BILLED ---
           EXEC SQL
               SELECT REVIEW_STATUS
               INTO   :HV-DRGV-REVIEW-STATUS
               FROM   DRG_VALIDATION
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS
           IF WS-SQLCODE = 0
              AND HV-DRGV-REVIEW-STATUS = 'RELEASED'
               SET DRGV-BYPASSED TO TRUE
               GO TO 3205-VALIDATE-DRG-EXIT
           END-IF

      *--- PRINCIPAL DIAGNOSIS: MDC AND MEDICAL FAMILY ---
           MOVE WS-CLM-PRINCIPAL-DIAG TO HV-DRGV-KEY-CODE
           EXEC SQL
               SELECT MDC,
                      DRG_FAMILY
               INTO   :HV-DRGV-MDC,
                      :HV-DRGV-FAMILY
               FROM   MS_DRG_GROUPER_LOGIC
               WHERE  RULE_TYPE = 'DX'
               AND    KEY_CODE = :HV-DRGV-KEY-CODE
               AND    EFFECTIVE_DATE <= :HV-DRGV-GROUPER-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-DRGV-GROUPER-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS
           IF WS-SQLCODE NOT = 0
               SET DRGV-UNGROUPABLE TO TRUE
               PERFORM 3206-RECORD-DRG-VALIDATION
                  THRU 3206-RECORD-DRG-VALIDATION-EXIT
               GO TO 3205-VALIDATE-DRG-EXIT
           END-IF
           MOVE HV-DRGV-MDC TO WS-DRGV-MDC
           MOVE HV-DRGV-FAMILY TO WS-DRGV-FAMILY

      *--- OR PROCEDURES: HIGHEST-RANKED SURGICAL FAMILY IN THE MDC ---
           PERFORM VARYING WS-DRGV-IDX FROM 1 BY 1
               UNTIL WS-DRGV-IDX > 25
               IF WS-CLM-ICD-PROC(WS-DRGV-IDX) NOT = SPACES
                   ADD 1 TO WS-DRGV-PROC-COUNT
                   MOVE WS-CLM-ICD-PROC(WS-DRGV-IDX)
                     TO HV-DRGV-KEY-CODE
                   EXEC SQL
                       SELECT DRG_FAMILY,
                              HIERARCHY_RANK
                       INTO   :HV-DRGV-FAMILY,
                              :HV-DRGV-RANK
                       FROM   MS_DRG_GROUPER_LOGIC
                       WHERE  RULE_TYPE = 'PR'
                       AND    KEY_CODE = :HV-DRGV-KEY-CODE
                       AND    MDC = :HV-DRGV-MDC
                       AND    EFFECTIVE_DATE <= :HV-DRGV-GROUPER-DATE
                       AND    (TERMINATION_DATE IS NULL
                          OR   TERMINATION_DATE >=
                                   :HV-DRGV-GROUPER-DATE)
                   END-EXEC
                   MOVE SQLCODE TO WS-SQLCODE
                   ADD 1 TO WS-CTR-DB-READS
                   IF WS-SQLCODE = 0
                      AND HV-DRGV-RANK < WS-DRGV-BEST-RANK
                       MOVE HV-DRGV-RANK TO WS-DRGV-BEST-RANK
                       MOVE HV-DRGV-FAMILY TO WS-DRGV-FAMILY
                   END-IF
               END-IF
           END-PERFORM

      *--- A SURGICAL DRG BILLED WITH NO ICD PROCEDURES ON THE
      *--- TRANSACTION CANNOT BE REGROUPED FAIRLY ---
           IF WS-DRGV-PROC-COUNT = 0
               MOVE WS-CLM-DRG-CODE TO HV-DRGV-VALID-DRG
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :HV-DRGV-COUNT
                   FROM   MS_DRG_GROUPER_LOGIC
                   WHERE  RULE_TYPE = 'FM'
                   AND    DRG_CODE = :HV-DRGV-VALID-DRG
                   AND    FAMILY_TYPE = 'S'
                   AND    EFFECTIVE_DATE <= :HV-DRGV-GROUPER-DATE
                   AND    (TERMINATION_DATE IS NULL
                      OR   TERMINATION_DATE >= :HV-DRGV-GROUPER-DATE)
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS
               IF WS-SQLCODE = 0 AND HV-DRGV-COUNT > 0
                   SET DRGV-UNGROUPABLE TO TRUE
                   PERFORM 3206-RECORD-DRG-VALIDATION
                      THRU 3206-RECORD-DRG-VALIDATION-EXIT
                   GO TO 3205-VALIDATE-DRG-EXIT
               END-IF
           END-IF

      *--- SECONDARY DIAGNOSES: CC / MCC SEVERITY ---
           PERFORM VARYING WS-DRGV-IDX FROM 1 BY 1
               UNTIL WS-DRGV-IDX > 25
               OR DRGV-SEV-MCC
               IF WS-CLM-DIAG-CODE(WS-DRGV-IDX) NOT = SPACES
                  AND WS-CLM-DIAG-CODE(WS-DRGV-IDX)
                      NOT = WS-CLM-PRINCIPAL-DIAG
                   PERFORM 3208-SCORE-SECONDARY-DIAG
                      THRU 3208-SCORE-SECONDARY-DIAG-EXIT
               END-IF
           END-PERFORM

      *--- DISCHARGE GROUP ---
           EVALUATE TRUE
               WHEN CLM-EXPIRED
                   MOVE 'E' TO WS-DRGV-DISCH-GROUP
               WHEN CLM-TRANSFERRED
                   MOVE 'T' TO WS-DRGV-DISCH-GROUP
               WHEN OTHER
                   MOVE 'A' TO WS-DRGV-DISCH-GROUP
           END-EVALUATE

      *--- FAMILY + SEVERITY -> MS-DRG; A FAMILY WITHOUT A SPLIT AT
      *--- THE CLAIM'S SEVERITY FALLS TO THE NEXT SEVERITY DOWN ---
           MOVE WS-DRGV-SEVERITY TO HV-DRGV-SEVERITY
           PERFORM 3207-LOOKUP-FAMILY-DRG
              THRU 3207-LOOKUP-FAMILY-DRG-EXIT
           IF WS-DRGV-VALID-DRG = SPACES
              AND HV-DRGV-SEVERITY = 'M'
               MOVE 'C' TO HV-DRGV-SEVERITY
               PERFORM 3207-LOOKUP-FAMILY-DRG
                  THRU 3207-LOOKUP-FAMILY-DRG-EXIT
           END-IF
           IF WS-DRGV-VALID-DRG = SPACES
              AND HV-DRGV-SEVERITY = 'C'
               MOVE 'N' TO HV-DRGV-SEVERITY
               PERFORM 3207-LOOKUP-FAMILY-DRG
                  THRU 3207-LOOKUP-FAMILY-DRG-EXIT
           END-IF

           IF WS-DRGV-VALID-DRG = SPACES
               SET DRGV-UNGROUPABLE TO TRUE
               PERFORM 3206-RECORD-DRG-VALIDATION
                  THRU 3206-RECORD-DRG-VALIDATION-EXIT
               GO TO 3205-VALIDATE-DRG-EXIT
           END-IF

      *--- VALIDATED DRG WEIGHT, ON THE SAME BASIS AS THE BILLED ---
           MOVE WS-DRGV-VALID-DRG TO HV-DRGV-VALID-DRG
           EXEC SQL
               SELECT DRG_WEIGHT
               INTO   :HV-DRGV-VALID-WEIGHT
               FROM   MS_DRG_TABLE
               WHERE  DRG_CODE = :HV-DRGV-VALID-DRG
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS
           IF WS-SQLCODE NOT = 0
               SET DRGV-UNGROUPABLE TO TRUE
               PERFORM 3206-RECORD-DRG-VALIDATION
                  THRU 3206-RECORD-DRG-VALIDATION-EXIT
               GO TO 3205-VALIDATE-DRG-EXIT
           END-IF
           MOVE HV-DRGV-VALID-WEIGHT TO WS-DRGV-VALID-WEIGHT

           EVALUATE TRUE
               WHEN WS-DRGV-VALID-DRG = WS-CLM-DRG-CODE
                   SET DRGV-MATCHED TO TRUE
               WHEN WS-DRG-WEIGHT > WS-DRGV-VALID-WEIGHT
                   SET DRGV-BILLED-HIGHER TO TRUE
                   SET DRGV-PEND-CODING-REVIEW TO TRUE
               WHEN OTHER
                   SET DRGV-BILLED-LOWER TO TRUE
           END-EVALUATE

           PERFORM 3206-RECORD-DRG-VALIDATION
              THRU 3206-RECORD-DRG-VALIDATION-EXIT
           .
       3205-VALIDATE-DRG-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3206 - RECORD THE CLAIM'S DRG VALIDATION RESULT. THE ROW IS    *
      * REPLACED ON REPROCESSING; HCDRGRPT REPORTS MISMATCH RATES BY   *
      * HOSPITAL FROM IT AND HCPNDWRK CLOSES THE CODING REVIEW.        *
      *---------------------------------------------------------------*
       3206-RECORD-DRG-VALIDATION.
           MOVE WS-DRGV-RESULT TO HV-DRGV-RESULT
           MOVE WS-DRGV-VALID-DRG TO HV-DRGV-VALID-DRG
           MOVE WS-DRGV-VALID-WEIGHT TO HV-DRGV-VALID-WEIGHT
           MOVE WS-DRG-WEIGHT TO HV-DRGV-BILLED-WEIGHT
           MOVE WS-CLM-DRG-CODE TO HV-DRG-CODE
           MOVE WS-PROV-NPI TO HV-PROVIDER-NPI
           MOVE WS-MBR-ID TO HV-MEMBER-ID
           IF DRGV-BILLED-HIGHER
               MOVE 'PENDING' TO HV-DRGV-REVIEW-STATUS
           ELSE
               MOVE 'NONE' TO HV-DRGV-REVIEW-STATUS
           END-IF

           EXEC SQL
               DELETE FROM DRG_VALIDATION
               WHERE  CLAIM_ID = :HV-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = +100
               MOVE 0 TO WS-SQLCODE
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'DRG VALIDATION DELETE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '3206-RECORD-DRG-VALIDATION'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 3206-RECORD-DRG-VALIDATION-EXIT
           END-IF

           EXEC SQL
               INSERT INTO DRG_VALIDATION
                   (CLAIM_ID, PROVIDER_NPI, MEMBER_ID,
                    DISCHARGE_DATE, BILLED_DRG, VALIDATED_DRG,
                    BILLED_WEIGHT, VALIDATED_WEIGHT,
                    VALIDATION_RESULT, REVIEW_STATUS,
                    VALIDATION_DATE)
               VALUES
                   (:HV-CLAIM-ID, :HV-PROVIDER-NPI, :HV-MEMBER-ID,
                    :HV-DRGV-GROUPER-DATE, :HV-DRG-CODE,
                    :HV-DRGV-VALID-DRG,
                    :HV-DRGV-BILLED-WEIGHT, :HV-DRGV-VALID-WEIGHT,
                    :HV-DRGV-RESULT, :HV-DRGV-REVIEW-STATUS,
                    :WS-BATCH-RUN-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'DRG VALIDATION INSERT FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '3206-RECORD-DRG-VALIDATION'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
           END-IF
           .
       3206-RECORD-DRG-VALIDATION-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3207 - FAMILY + SEVERITY (HV-DRGV-SEVERITY) TO MS-DRG. A RULE  *
      * FOR THE CLAIM'S OWN DISCHARGE GROUP WINS OVER ONE THAT         *
      * APPLIES TO ANY DISCHARGE.                                      *
      *---------------------------------------------------------------*
       3207-LOOKUP-FAMILY-DRG.
           MOVE WS-DRGV-FAMILY TO HV-DRGV-FAMILY
           MOVE WS-DRGV-DISCH-GROUP TO HV-DRGV-DISCH-GROUP

           EXEC SQL
               SELECT DRG_CODE
               INTO   :HV-DRGV-VALID-DRG
               FROM   MS_DRG_GROUPER_LOGIC
               WHERE  RULE_TYPE = 'FM'
               AND    DRG_FAMILY = :HV-DRGV-FAMILY
               AND    SEVERITY_LEVEL = :HV-DRGV-SEVERITY
               AND    DISCH_GROUP = :HV-DRGV-DISCH-GROUP
               AND    EFFECTIVE_DATE <= :HV-DRGV-GROUPER-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-DRGV-GROUPER-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               MOVE SPACE TO HV-DRGV-DISCH-GROUP
               EXEC SQL
                   SELECT DRG_CODE
                   INTO   :HV-DRGV-VALID-DRG
                   FROM   MS_DRG_GROUPER_LOGIC
                   WHERE  RULE_TYPE = 'FM'
                   AND    DRG_FAMILY = :HV-DRGV-FAMILY
                   AND    SEVERITY_LEVEL = :HV-DRGV-SEVERITY
                   AND    DISCH_GROUP = :HV-DRGV-DISCH-GROUP
                   AND    EFFECTIVE_DATE <= :HV-DRGV-GROUPER-DATE
                   AND    (TERMINATION_DATE IS NULL
                      OR   TERMINATION_DATE >= :HV-DRGV-GROUPER-DATE)
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS
           END-IF

           IF WS-SQLCODE = 0
               MOVE HV-DRGV-VALID-DRG TO WS-DRGV-VALID-DRG
           END-IF
           .
       3207-LOOKUP-FAMILY-DRG-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * 3208 - SCORE ONE SECONDARY DIAGNOSIS. A DIAGNOSIS ON THE HAC   *
      * LIST THAT WAS NOT PRESENT ON ADMISSION (OR POA UNKNOWN) ADDS   *
      * NO SEVERITY - THE HOSPITAL MAY NOT GROUP HIGHER ON IT.         *
      *---------------------------------------------------------------*
       3208-SCORE-SECONDARY-DIAG.
           IF DIAG-POA-NO(WS-DRGV-IDX)
              OR DIAG-POA-UNK(WS-DRGV-IDX)
               MOVE WS-CLM-DIAG-CODE(WS-DRGV-IDX) TO HV-HAC-DIAG-CODE
               EXEC SQL
                   SELECT NEVER_EVENT_FLAG
                   INTO   :HV-HAC-NEVER-EVENT
                   FROM   HAC_CATEGORY
                   WHERE  DIAGNOSIS_CODE = :HV-HAC-DIAG-CODE
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS
               IF WS-SQLCODE = 0
                   GO TO 3208-SCORE-SECONDARY-DIAG-EXIT
               END-IF
           END-IF

           MOVE WS-CLM-DIAG-CODE(WS-DRGV-IDX) TO HV-DRGV-KEY-CODE
           EXEC SQL
               SELECT SEVERITY_LEVEL
               INTO   :HV-DRGV-SEVERITY
               FROM   MS_DRG_GROUPER_LOGIC
               WHERE  RULE_TYPE = 'CC'
               AND    KEY_CODE = :HV-DRGV-KEY-CODE
               AND    EFFECTIVE_DATE <= :HV-DRGV-GROUPER-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-DRGV-GROUPER-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS
           IF WS-SQLCODE = 0
               EVALUATE TRUE
                   WHEN HV-DRGV-SEVERITY = 'M'
                       SET DRGV-SEV-MCC TO TRUE
                   WHEN HV-DRGV-SEVERITY = 'C'
                        AND DRGV-SEV-NONE
                       SET DRGV-SEV-CC TO TRUE
               END-EVALUATE
           END-IF
           .
       3208-SCORE-SECONDARY-DIAG-EXIT.
           EXIT.

      *================================================================*
      * 3210 - CHECK HAC / POA (CPS-871)                               *
      *================================================================*
           EXIT.

      *================================================================*
      * 3310 - PRICE BY HIPPS CASE-MIX GROUP (CPS-874)                 *
      *================================================================*
       3310-PRICE-BY-HIPPS.
      *---------------------------------------------------------------*
      * SNF (REV 0022): EACH COVERED DAY PRICES AT THE PDPM COMPONENT  *
      *   RATES OF THE HIPPS GROUP UNDER THE VARIABLE PER-DIEM         *
      *   SCHEDULE, COUNTED FROM THE DAY OF THE STAY SO INTERIM BILLS  *
      *   PICK UP WHERE THE PRIOR BILL LEFT OFF.                       *
      * HOME HEALTH (REV 0023): THE 30-DAY PERIOD PRICES AT THE PDGM   *
      *   RATE OF THE HIPPS GROUP; A PERIOD WITH FEWER VISITS THAN     *
      *   THE GROUP'S LUPA THRESHOLD PAYS PER VISIT INSTEAD.           *
      * HIPPS_RATES CARRIES THE WAGE-ADJUSTED RATES BY CBSA. THE       *
      * CONTRACT'S PERCENT OF MEDICARE IS APPLIED LAST; NO CONTRACT    *
      * TERM MEANS 100 PCT.                                            *
      *---------------------------------------------------------------*
           MOVE WS-DTL-HCPCS-CODE TO WS-HIP-CODE
           MOVE 'N' TO WS-HIP-LUPA-SW
           MOVE +0 TO WS-HIP-TOTAL-PAYMENT
           IF WS-DTL-REVENUE-CODE = '0022'
               SET HIP-RATE-PDPM TO TRUE
           ELSE
               SET HIP-RATE-PDGM TO TRUE
           END-IF

           IF WS-HIP-CODE = SPACES OR WS-HIP-CODE = LOW-VALUES
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0020' TO WS-PEND-REASON-CODE
               MOVE 'HIPPS CODE MISSING ON REV 0022/0023 LINE'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3310-PRICE-BY-HIPPS-EXIT
           END-IF

      *--- LOOK UP THE CASE-MIX GROUP RATES ---
           MOVE WS-HIP-CODE TO HV-HIP-CODE
           MOVE WS-HIP-RATE-TYPE TO HV-HIP-RATE-TYPE
           MOVE WS-PROV-CBSA-CODE TO HV-CBSA-CODE

           EXEC SQL
               SELECT PT_RATE,
                      OT_RATE,
                      SLP_RATE,
                      NURSING_RATE,
                      NTA_RATE,
                      NON_CASE_MIX_RATE,
                      PERIOD_RATE,
                      LUPA_THRESHOLD,
                      LUPA_VISIT_RATE
               INTO   :HV-HIP-PT-RATE,
                      :HV-HIP-OT-RATE,
                      :HV-HIP-SLP-RATE,
                      :HV-HIP-NURSING-RATE,
                      :HV-HIP-NTA-RATE,
                      :HV-HIP-NCM-RATE,
                      :HV-HIP-PERIOD-RATE,
                      :HV-HIP-LUPA-THRESHOLD,
                      :HV-HIP-LUPA-VISIT-RATE
               FROM   HIPPS_RATES
               WHERE  HIPPS_CODE = :HV-HIP-CODE
               AND    RATE_TYPE = :HV-HIP-RATE-TYPE
               AND    CBSA_CODE = :HV-CBSA-CODE
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0021' TO WS-PEND-REASON-CODE
               MOVE 'HIPPS CASE-MIX RATE NOT FOUND FOR CBSA'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3310-PRICE-BY-HIPPS-EXIT
           END-IF

           MOVE HV-HIP-PT-RATE TO WS-HIP-PT-RATE
           MOVE HV-HIP-OT-RATE TO WS-HIP-OT-RATE
           MOVE HV-HIP-SLP-RATE TO WS-HIP-SLP-RATE
           MOVE HV-HIP-NURSING-RATE TO WS-HIP-NURSING-RATE
           MOVE HV-HIP-NTA-RATE TO WS-HIP-NTA-RATE
           MOVE HV-HIP-NCM-RATE TO WS-HIP-NON-CASE-MIX-RATE
           MOVE HV-HIP-PERIOD-RATE TO WS-HIP-PERIOD-RATE
           MOVE HV-HIP-LUPA-THRESHOLD TO WS-HIP-LUPA-THRESHOLD
           MOVE HV-HIP-LUPA-VISIT-RATE TO WS-HIP-LUPA-VISIT-RATE

      *--- CONTRACT PERCENT OF MEDICARE (MA SNF CONTRACTS = 100) ---
           MOVE WS-PROV-CONTRACT-ID TO HV-CONTRACT-ID

           EXEC SQL
               SELECT PCT_OF_MEDICARE
               INTO   :HV-HIP-CONTRACT-PCT
               FROM   CONTRACT_HIPPS_TERMS
               WHERE  CONTRACT_ID = :HV-CONTRACT-ID
               AND    RATE_TYPE = :HV-HIP-RATE-TYPE
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = 0
               MOVE HV-HIP-CONTRACT-PCT TO WS-HIP-CONTRACT-PCT
           ELSE
               MOVE +100.00 TO WS-HIP-CONTRACT-PCT
           END-IF

           IF HIP-RATE-PDPM
               PERFORM 3311-PRICE-PDPM-DAYS
                  THRU 3311-PRICE-PDPM-DAYS-EXIT
           ELSE
               PERFORM 3312-PRICE-PDGM-PERIOD
                  THRU 3312-PRICE-PDGM-PERIOD-EXIT
           END-IF

      *--- PPS RATES ARE NOT LIMITED TO BILLED CHARGES ---
           COMPUTE WS-HIP-TOTAL-PAYMENT ROUNDED =
               WS-HIP-TOTAL-PAYMENT * WS-HIP-CONTRACT-PCT / 100

           IF WS-HIP-TOTAL-PAYMENT < 0
               MOVE +0 TO WS-HIP-TOTAL-PAYMENT
           END-IF

           MOVE WS-HIP-TOTAL-PAYMENT TO WS-DTL-ALLOWED-AMOUNT
           SET PRICING-FOUND TO TRUE
           .
       3310-PRICE-BY-HIPPS-EXIT.
           EXIT.

       3311-PRICE-PDPM-DAYS.
      *---------------------------------------------------------------*
      * PDPM: THE REV 0022 LINE UNITS ARE THE COVERED DAYS. EACH DAY   *
      * PAYS PT + OT AT THE VPD FACTOR, SLP, NURSING, NTA AT ITS VPD   *
      * FACTOR, AND THE NON-CASE-MIX COMPONENT.                        *
      *---------------------------------------------------------------*
           MOVE WS-DTL-UNITS TO WS-HIP-COVERED-DAYS
           IF WS-HIP-COVERED-DAYS < 1
               MOVE 1 TO WS-HIP-COVERED-DAYS
           END-IF

      *--- DAY OF THE STAY ON WHICH THIS BILL'S FIRST DAY FALLS ---
           IF WS-CLM-ADMIT-DATE IS NUMERIC
              AND WS-CLM-FROM-DATE IS NUMERIC
              AND WS-CLM-ADMIT-DATE > 19000101
              AND WS-CLM-FROM-DATE >= WS-CLM-ADMIT-DATE
               COMPUTE WS-HIP-FIRST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-CLM-FROM-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CLM-ADMIT-DATE) + 1
           ELSE
               MOVE 1 TO WS-HIP-FIRST-DAY
           END-IF

           PERFORM VARYING WS-HIP-DAY-IDX FROM 0 BY 1
               UNTIL WS-HIP-DAY-IDX >= WS-HIP-COVERED-DAYS
               COMPUTE WS-HIP-STAY-DAY =
                   WS-HIP-FIRST-DAY + WS-HIP-DAY-IDX

      *--- PT/OT VARIABLE PER-DIEM FACTOR ---
               IF WS-HIP-STAY-DAY > WS-HIP-PTOT-FLAT-DAYS
                   COMPUTE WS-HIP-VPD-STEPS =
                       (WS-HIP-STAY-DAY - WS-HIP-PTOT-FLAT-DAYS - 1)
                       / WS-HIP-PTOT-STEP-DAYS + 1
                   COMPUTE WS-HIP-PTOT-FACTOR =
                       1 - (WS-HIP-PTOT-STEP-PCT * WS-HIP-VPD-STEPS)
                   IF WS-HIP-PTOT-FACTOR < 0
                       MOVE +0 TO WS-HIP-PTOT-FACTOR
                   END-IF
               ELSE
                   MOVE +1.0000 TO WS-HIP-PTOT-FACTOR
               END-IF

      *--- NTA VARIABLE PER-DIEM FACTOR ---
               IF WS-HIP-STAY-DAY <= WS-HIP-NTA-HIGH-DAYS
                   MOVE WS-HIP-NTA-HIGH-FACTOR TO WS-HIP-NTA-FACTOR
               ELSE
                   MOVE +1.0000 TO WS-HIP-NTA-FACTOR
               END-IF

               COMPUTE WS-HIP-DAY-AMOUNT ROUNDED =
                   ((WS-HIP-PT-RATE + WS-HIP-OT-RATE)
                     * WS-HIP-PTOT-FACTOR)
                 + WS-HIP-SLP-RATE
                 + WS-HIP-NURSING-RATE
                 + (WS-HIP-NTA-RATE * WS-HIP-NTA-FACTOR)
                 + WS-HIP-NON-CASE-MIX-RATE
               ADD WS-HIP-DAY-AMOUNT TO WS-HIP-TOTAL-PAYMENT
           END-PERFORM
           .
       3311-PRICE-PDPM-DAYS-EXIT.
           EXIT.

       3312-PRICE-PDGM-PERIOD.
      *---------------------------------------------------------------*
      * PDGM: COUNT THE PERIOD'S VISIT LINES (PT, OT, SLP, SKILLED     *
      * NURSING, MSW, AIDE REVENUE CODES). AT OR ABOVE THE LUPA        *
      * THRESHOLD THE PERIOD RATE IS PAID; BELOW IT EACH VISIT PAYS    *
      * THE PER-VISIT RATE.                                            *
      *---------------------------------------------------------------*
           MOVE WS-CLM-ID TO HV-CLAIM-ID

           EXEC SQL
               SELECT ISNULL(SUM(UNITS), 0)
               INTO   :HV-HIP-VISIT-COUNT
               FROM   CLAIM_LINE
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    SUBSTRING(REVENUE_CODE, 1, 3)
                      IN ('042', '043', '044', '055', '056', '057')
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

      *--- NO VISIT DETAIL ON FILE: PAY THE FULL PERIOD RATE ---
           IF WS-SQLCODE NOT = 0
               MOVE WS-HIP-PERIOD-RATE TO WS-HIP-TOTAL-PAYMENT
               GO TO 3312-PRICE-PDGM-PERIOD-EXIT
           END-IF

           MOVE HV-HIP-VISIT-COUNT TO WS-HIP-VISIT-COUNT

           IF WS-HIP-LUPA-THRESHOLD > 0
              AND WS-HIP-VISIT-COUNT < WS-HIP-LUPA-THRESHOLD
               SET HIP-LUPA-APPLIES TO TRUE
               COMPUTE WS-HIP-TOTAL-PAYMENT ROUNDED =
                   WS-HIP-LUPA-VISIT-RATE * WS-HIP-VISIT-COUNT
           ELSE
               MOVE WS-HIP-PERIOD-RATE TO WS-HIP-TOTAL-PAYMENT
           END-IF
           .
       3312-PRICE-PDGM-PERIOD-EXIT.
           EXIT.

      *================================================================*
      * 3400 - PRICE BY CASE RATE                                      *
      *================================================================*
       3400-PRICE-BY-CASE-RATE.
      *---------------------------------------------------------------*
      * CASE RATE / GLOBAL RATE PRICING:                               *
      *   LOOK UP THE CASE RATE BY PROCEDURE CODE.                     *
      *   DETERMINE IF WITHIN THE GLOBAL PERIOD.                       *
      *   HANDLE CARVE-OUT SERVICES NOT INCLUDED IN THE CASE RATE.     *
      *---------------------------------------------------------------*
           MOVE WS-DTL-CPT-CODE TO HV-CPT-CODE
           MOVE WS-PROV-CONTRACT-ID TO HV-CONTRACT-ID

      *--- LOOK UP CASE RATE ---
           EXEC SQL
               SELECT CASE_RATE_AMOUNT,
                      GLOBAL_PERIOD_DAYS,
                      BUNDLE_INDICATOR
               INTO   :HV-CASE-RATE-AMT,
                      :HV-GLOBAL-DAYS,
                      :WS-CSR-BUNDLE-SW
               FROM   CASE_RATE_TABLE
               WHERE  CONTRACT_ID = :HV-CONTRACT-ID
               AND    CPT_CODE = :HV-CPT-CODE
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
      *--- NO CASE RATE: FALL BACK TO FEE SCHEDULE ---
               MOVE 'FS' TO WS-DTL-PRICING-METHOD
               PERFORM 3100-PRICE-BY-FEE-SCHEDULE
                  THRU 3100-PRICE-BY-FEE-SCHEDULE-EXIT
               GO TO 3400-PRICE-BY-CASE-RATE-EXIT
           END-IF

           MOVE HV-CASE-RATE-AMT TO WS-CSR-RATE-AMOUNT
           MOVE HV-GLOBAL-DAYS TO WS-CSR-GLOBAL-DAYS

      *--- CALCULATE GLOBAL PERIOD DATES ---
           MOVE WS-CLM-FROM-DATE TO WS-CSR-GLOBAL-START-DATE

      *--- CHECK IF THIS CLAIM FALLS WITHIN A PRIOR CASE RATE GLOBAL
      *--- PERIOD (I.E., A FOLLOW-UP VISIT THAT IS INCLUDED) ---
           EXEC SQL
               SELECT GLOBAL_START_DATE,
                      GLOBAL_END_DATE
               INTO   :HV-GLOBAL-START-DATE,
                      :HV-GLOBAL-END-DATE
               FROM   CASE_RATE_HISTORY
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PROVIDER_NPI = :HV-PROVIDER-NPI
               AND    CPT_CODE = :HV-CPT-CODE
               AND    GLOBAL_START_DATE <= :WS-CLM-FROM-DATE
               AND    GLOBAL_END_DATE >= :WS-CLM-FROM-DATE
               AND    STATUS = 'ACTIVE'
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = 0
      *--- WITHIN EXISTING GLOBAL PERIOD ---
               SET WITHIN-GLOBAL-PERIOD TO TRUE

      *--- MODIFIER 78/79: UNRELATED TO THE GLOBAL PROCEDURE ---
               PERFORM 3405-CHECK-GLOBAL-PERIOD-MODIFIERS
                  THRU 3405-CHECK-GLOBAL-PERIOD-MODIFIERS-EXIT

               IF UNRELATED-GLOBAL-SVC
      *--- NOT PART OF THE GLOBAL PACKAGE: PRICE SEPARATELY ---
                   MOVE 'FS' TO WS-DTL-PRICING-METHOD
                   PERFORM 3100-PRICE-BY-FEE-SCHEDULE
                      THRU 3100-PRICE-BY-FEE-SCHEDULE-EXIT
                   GO TO 3400-PRICE-BY-CASE-RATE-EXIT
               END-IF

      *--- CHECK FOR CARVE-OUT SERVICES ---
               MOVE +0 TO WS-CSR-CARVE-OUT-AMT

               EXEC SQL
                   SELECT CARVEOUT_AMOUNT
                   INTO   :WS-CSR-CARVE-OUT-AMT
                   FROM   CASE_RATE_CARVEOUTS
                   WHERE  CONTRACT_ID = :HV-CONTRACT-ID
                   AND    CPT_CODE = :WS-DTL-CPT-CODE
                   AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
                   AND    (TERMINATION_DATE IS NULL
                      OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
               END-EXEC

               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS

               IF WS-SQLCODE = 0
      *--- THIS IS A CARVE-OUT: PAY SEPARATELY ---
           EXIT.

      *================================================================*
      * 3810 - PRICE BY ASC PAYMENT GROUP (CPS-875)                    *
      *================================================================*
       3810-PRICE-BY-ASC.
      *---------------------------------------------------------------*
      * AMBULATORY SURGICAL CENTER FACILITY PRICING. THE HCPCS CODE   *
      * MAPS TO AN ASC PAYMENT INDICATOR AND RATE ON THE CONTRACT'S    *
      * ASC_PAYMENT_RATES ROWS, FALLING BACK TO THE *DEFAULT* ROWS.    *
      * N1 PACKAGED ANCILLARIES PAY ZERO. SURGICAL PROCEDURES AFTER    *
      * THE PRIMARY TAKE THE RANKED MULTIPLE-PROCEDURE DISCOUNT; FOR   *
      * J8 DEVICE-INTENSIVE PROCEDURES ONLY THE SERVICE PORTION IS     *
      * DISCOUNTED AND THE DEVICE PORTION PAYS IN FULL. THE METHOD IS  *
      * STAMPED ON THE CLAIM LINE SO DOWNSTREAM REPORTING AND THE      *
      * PARALLEL-RUN COMPARE CAN TELL ASC LINES APART.                 *
      *---------------------------------------------------------------*
           IF WS-DTL-HCPCS-CODE NOT = SPACES
               MOVE WS-DTL-HCPCS-CODE TO HV-HCPCS-CODE
           ELSE
               MOVE WS-DTL-CPT-CODE TO HV-HCPCS-CODE
           END-IF

           IF HV-HCPCS-CODE = SPACES
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0022' TO WS-PEND-REASON-CODE
               MOVE 'ASC LINE HAS NO HCPCS FOR PAYMENT GROUP'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3810-PRICE-BY-ASC-EXIT
           END-IF

           MOVE WS-PROV-CONTRACT-ID TO HV-CONTRACT-ID

           EXEC SQL
               SELECT PAYMENT_INDICATOR,
                      PAYMENT_RATE,
                      ISNULL(DEVICE_PORTION, 0)
               INTO   :HV-ASC-PAYMENT-IND,
                      :HV-ASC-PAYMENT-RATE,
                      :HV-ASC-DEVICE-PORTION
               FROM   ASC_PAYMENT_RATES
               WHERE  CONTRACT_ID = :HV-CONTRACT-ID
               AND    HCPCS_CODE = :HV-HCPCS-CODE
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = +100
      *--- NO CONTRACT-SPECIFIC ROW: USE THE DEFAULT ASC RATES ---
               EXEC SQL
                   SELECT PAYMENT_INDICATOR,
                          PAYMENT_RATE,
                          ISNULL(DEVICE_PORTION, 0)
                   INTO   :HV-ASC-PAYMENT-IND,
                          :HV-ASC-PAYMENT-RATE,
                          :HV-ASC-DEVICE-PORTION
                   FROM   ASC_PAYMENT_RATES
                   WHERE  CONTRACT_ID = '*DEFAULT*'
                   AND    HCPCS_CODE = :HV-HCPCS-CODE
                   AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
                   AND    (TERMINATION_DATE IS NULL
                      OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS
           END-IF

           IF WS-SQLCODE = +100
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0023' TO WS-PEND-REASON-CODE
               MOVE 'NO ASC PAYMENT RATE FOR HCPCS CODE'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3810-PRICE-BY-ASC-EXIT
           END-IF

           IF WS-SQLCODE NOT = 0
               MOVE 'ASC RATE LOOKUP SQL ERROR' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '3810-PRICE-BY-ASC' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0024' TO WS-PEND-REASON-CODE
               MOVE 'ASC PRICING DATABASE ERROR'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3810-PRICE-BY-ASC-EXIT
           END-IF

           MOVE HV-ASC-PAYMENT-IND TO WS-ASC-PAYMENT-IND
           MOVE HV-ASC-PAYMENT-RATE TO WS-ASC-PAYMENT-RATE
           MOVE HV-ASC-DEVICE-PORTION TO WS-ASC-DEVICE-PORTION

      *--- PROCEDURE RANK RIDES IN ON THE LINE NUMBER, SAME AS THE
      *--- PROFESSIONAL MULTIPLE-PROCEDURE REDUCTION IN 3100 ---
           IF WS-DTL-LINE-NUMBER > 6
               MOVE 6 TO WS-WRK-PROC-RANK
           ELSE
               IF WS-DTL-LINE-NUMBER < 1
                   MOVE 1 TO WS-WRK-PROC-RANK
               ELSE
                   MOVE WS-DTL-LINE-NUMBER TO WS-WRK-PROC-RANK
               END-IF
           END-IF

           MOVE +0 TO WS-ASC-DEVICE-AMOUNT
           EVALUATE TRUE
               WHEN ASC-PACKAGED
      *--- PACKAGED INTO THE SURGICAL PROCEDURE: NO SEPARATE PAYMENT
                   MOVE +0 TO WS-ASC-SERVICE-AMOUNT
               WHEN ASC-DEVICE-INTENSIVE
      *--- DEVICE PORTION PAYS IN FULL; ONLY THE SERVICE PORTION IS
      *--- SUBJECT TO THE MULTIPLE-PROCEDURE DISCOUNT ---
                   IF WS-ASC-DEVICE-PORTION > WS-ASC-PAYMENT-RATE
                       MOVE WS-ASC-PAYMENT-RATE
                         TO WS-ASC-DEVICE-PORTION
                   END-IF
                   COMPUTE WS-ASC-DEVICE-AMOUNT ROUNDED =
                       WS-ASC-DEVICE-PORTION * WS-DTL-UNITS
                   COMPUTE WS-ASC-SERVICE-AMOUNT ROUNDED =
                       (WS-ASC-PAYMENT-RATE - WS-ASC-DEVICE-PORTION)
                       * WS-DTL-UNITS
                   IF WS-WRK-PROC-RANK > 1
                       COMPUTE WS-ASC-SERVICE-AMOUNT ROUNDED =
                           WS-ASC-SERVICE-AMOUNT
                           * WS-MULT-PROC-PCT(WS-WRK-PROC-RANK)
                   END-IF
               WHEN ASC-SURG-PROC
                   COMPUTE WS-ASC-SERVICE-AMOUNT ROUNDED =
                       WS-ASC-PAYMENT-RATE * WS-DTL-UNITS
                   IF WS-WRK-PROC-RANK > 1
                       COMPUTE WS-ASC-SERVICE-AMOUNT ROUNDED =
                           WS-ASC-SERVICE-AMOUNT
                           * WS-MULT-PROC-PCT(WS-WRK-PROC-RANK)
                   END-IF
               WHEN OTHER
      *--- SEPARATELY PAYABLE ANCILLARY: RATE TIMES UNITS, NO
      *--- MULTIPLE-PROCEDURE DISCOUNT ---
                   COMPUTE WS-ASC-SERVICE-AMOUNT ROUNDED =
                       WS-ASC-PAYMENT-RATE * WS-DTL-UNITS
           END-EVALUATE

           COMPUTE WS-ASC-CALC-AMOUNT =
               WS-ASC-SERVICE-AMOUNT + WS-ASC-DEVICE-AMOUNT

      *--- FINAL ALLOWED CANNOT EXCEED BILLED OR GO NEGATIVE ---
           IF WS-ASC-CALC-AMOUNT > WS-DTL-BILLED-AMOUNT
               MOVE WS-DTL-BILLED-AMOUNT TO WS-ASC-CALC-AMOUNT
           END-IF
           IF WS-ASC-CALC-AMOUNT < 0
               MOVE +0 TO WS-ASC-CALC-AMOUNT
           END-IF

           MOVE WS-ASC-CALC-AMOUNT TO WS-DTL-ALLOWED-AMOUNT
           SET PRICING-FOUND TO TRUE

      *--- STAMP THE ASC METHOD ON THE CLAIM LINE ---
           SET WS-CLN-ASC-GROUP TO TRUE
           PERFORM 3890-STAMP-LINE-PRICE-METHOD
              THRU 3890-STAMP-LINE-PRICE-METHOD-EXIT
           .
       3810-PRICE-BY-ASC-EXIT.
           EXIT.

      *================================================================*
      * 3820 - PRICE BY FQHC/RHC ENCOUNTER RATE (CPS-876)              *
      *================================================================*
       3820-PRICE-BY-ENCOUNTER.
      *---------------------------------------------------------------*
      * A LINE IS A BILLABLE VISIT WHEN ITS HCPCS/REVENUE-CODE PAIR    *
      * IS ON ENCOUNTER_QUALIFYING_CODES FOR THE CLINIC TYPE (A        *
      * REVENUE CODE OF '****' ON THE TABLE QUALIFIES THE HCPCS UNDER  *
      * ANY REVENUE CODE). THE FIRST QUALIFYING VISIT FOR THE MEMBER   *
      * AT THE CLINIC ON THE DATE OF SERVICE PAYS THE CLINIC'S PPS     *
      * ENCOUNTER RATE; ANY OTHER LINE OF THE VISIT, AND ANY FURTHER   *
      * QUALIFYING VISIT THE SAME DAY, IS INCLUDED IN THAT RATE AND    *
      * PAYS ZERO. THE PPS RATE COVERS THE WHOLE VISIT, SO IT IS NOT   *
      * CAPPED AT THE ONE LINE'S BILLED CHARGE. FOR MEDICAID MANAGED   *
      * CARE MEMBERS THE ENCOUNTER IS FLAGGED FOR THE WRAPAROUND       *
      * EXTRACT; 8560 TAKES THE STATE PPS RATE LESS WHAT THE PLAN      *
      * FINALLY PAID, AFTER COST SHARE, COB AND TPL.                   *
      *---------------------------------------------------------------*
           IF PROV-TYPE-RHC OR POS-RHC
               SET ENC-CLINIC-RHC TO TRUE
           ELSE
               SET ENC-CLINIC-FQHC TO TRUE
           END-IF

           IF WS-DTL-FROM-DATE IS NUMERIC
              AND WS-DTL-FROM-DATE > 0
               MOVE WS-DTL-FROM-DATE TO WS-ENC-SERVICE-DATE
           ELSE
               MOVE WS-CLM-FROM-DATE TO WS-ENC-SERVICE-DATE
           END-IF

           MOVE +0 TO WS-DTL-ALLOWED-AMOUNT
           SET PRICING-FOUND TO TRUE
           SET WS-CLN-ENCOUNTER-RATE TO TRUE

           IF WS-DTL-HCPCS-CODE NOT = SPACES
               MOVE WS-DTL-HCPCS-CODE TO HV-HCPCS-CODE
           ELSE
               MOVE WS-DTL-CPT-CODE TO HV-HCPCS-CODE
           END-IF
           MOVE WS-DTL-REVENUE-CODE TO HV-REVENUE-CODE
           MOVE WS-ENC-CLINIC-TYPE TO HV-ENC-CLINIC-TYPE

      *--- IS THIS LINE THE BILLABLE VISIT? ---
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ENC-QUALIFY-CNT
               FROM   ENCOUNTER_QUALIFYING_CODES
               WHERE  CLINIC_TYPE = :HV-ENC-CLINIC-TYPE
               AND    HCPCS_CODE = :HV-HCPCS-CODE
               AND    (REVENUE_CODE = :HV-REVENUE-CODE
                  OR   REVENUE_CODE = '****')
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               MOVE 'ENCOUNTER QUALIFY SQL ERROR' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '3820-PRICE-BY-ENCOUNTER' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0026' TO WS-PEND-REASON-CODE
               MOVE 'ENCOUNTER PRICING DATABASE ERROR'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3820-PRICE-BY-ENCOUNTER-EXIT
           END-IF

           MOVE HV-ENC-QUALIFY-CNT TO WS-ENC-QUALIFY-CNT
           IF WS-ENC-QUALIFY-CNT = 0
      *--- NOT THE VISIT ITSELF: INCLUDED IN THE ENCOUNTER RATE ---
               GO TO 3820-STAMP-ENCOUNTER-LINE
           END-IF

      *--- ONE ENCOUNTER PER MEMBER PER CLINIC PER DAY ---
           IF WS-MBR-ID = WS-ENC-LAST-MEMBER-ID
              AND WS-PROV-NPI = WS-ENC-LAST-PROVIDER-NPI
              AND WS-ENC-SERVICE-DATE = WS-ENC-LAST-SERVICE-DATE
               GO TO 3820-STAMP-ENCOUNTER-LINE
           END-IF

           MOVE WS-CLM-ID TO HV-CLAIM-ID
           MOVE WS-MBR-ID TO HV-MEMBER-ID
           MOVE WS-PROV-NPI TO HV-PROVIDER-NPI
           MOVE WS-ENC-SERVICE-DATE TO HV-ENC-SERVICE-DATE
           EXEC SQL
               SELECT COUNT(*)
               INTO   :HV-ENC-PRIOR-VISITS
               FROM   CLAIM_LINE CL,
                      CLAIM_HEADER CH
               WHERE  CH.MEMBER_ID = :HV-MEMBER-ID
               AND    CH.BILLING_PROVIDER_NPI = :HV-PROVIDER-NPI
               AND    CL.CLAIM_ID = CH.CLAIM_ID
               AND    CL.CLAIM_ID <> :HV-CLAIM-ID
               AND    CL.FROM_DOS = :HV-ENC-SERVICE-DATE
               AND    CL.PRICE_METHOD = 'EN'
               AND    CL.ALLOWED_AMOUNT > 0
               AND    CL.LINE_STATUS = 'AP'
               AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = 0
               MOVE HV-ENC-PRIOR-VISITS TO WS-ENC-PRIOR-VISITS
               IF WS-ENC-PRIOR-VISITS > 0
                   GO TO 3820-STAMP-ENCOUNTER-LINE
               END-IF
           END-IF

      *--- CLINIC PPS ENCOUNTER RATE AND STATE MEDICAID PPS RATE ---
           EXEC SQL
               SELECT PPS_RATE,
                      ISNULL(STATE_PPS_RATE, 0)
               INTO   :HV-ENC-PPS-RATE,
                      :HV-ENC-STATE-PPS-RATE
               FROM   CLINIC_PPS_RATES
               WHERE  PROVIDER_NPI = :HV-PROVIDER-NPI
               AND    EFFECTIVE_DATE <= :HV-ENC-SERVICE-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :HV-ENC-SERVICE-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = +100
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0025' TO WS-PEND-REASON-CODE
               MOVE 'CLINIC PPS ENCOUNTER RATE NOT FOUND'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3820-PRICE-BY-ENCOUNTER-EXIT
           END-IF

           IF WS-SQLCODE NOT = 0
               MOVE 'CLINIC PPS RATE SQL ERROR' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '3820-PRICE-BY-ENCOUNTER' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               SET CLAIM-SHOULD-PEND TO TRUE
               MOVE 'P0026' TO WS-PEND-REASON-CODE
               MOVE 'ENCOUNTER PRICING DATABASE ERROR'
                 TO WS-PEND-REASON-DESC
               SET PEND-PRICING-REVIEW TO TRUE
               GO TO 3820-PRICE-BY-ENCOUNTER-EXIT
           END-IF

           MOVE HV-ENC-PPS-RATE TO WS-ENC-PPS-RATE
           MOVE HV-ENC-STATE-PPS-RATE TO WS-ENC-STATE-PPS-RATE
           MOVE WS-ENC-PPS-RATE TO WS-DTL-ALLOWED-AMOUNT

           MOVE WS-MBR-ID TO WS-ENC-LAST-MEMBER-ID
           MOVE WS-PROV-NPI TO WS-ENC-LAST-PROVIDER-NPI
           MOVE WS-ENC-SERVICE-DATE TO WS-ENC-LAST-SERVICE-DATE

      *--- MEDICAID MANAGED CARE: STATE OWES THE CLINIC THE DIFFERENCE
      *--- BETWEEN ITS STATE PPS RATE AND WHAT THE PLAN PAYS, WHICH IS
      *--- NOT KNOWN UNTIL THE LINE IS FULLY ADJUDICATED (8560) ---
           IF PLAN-TYPE-MCAID
              AND WS-ENC-STATE-PPS-RATE > 0
               SET ENC-WRAP-DUE TO TRUE
           END-IF
           .
       3820-STAMP-ENCOUNTER-LINE.
           PERFORM 3890-STAMP-LINE-PRICE-METHOD
              THRU 3890-STAMP-LINE-PRICE-METHOD-EXIT
           .
       3820-PRICE-BY-ENCOUNTER-EXIT.
           EXIT.

      *================================================================*
      * 3830 - PRICE BY REFERENCE (PERCENT OF MEDICARE) (CPS-877)      *
      *================================================================*
       3830-PRICE-BY-REFERENCE.
      *---------------------------------------------------------------*
      * THE MEDICARE-EQUIVALENT AMOUNT COMES FROM THE EXISTING         *
      * PRICERS WITH THE PROVIDER CONTRACT HELD OFF SO NO CONTRACT     *
      * MULTIPLIER APPLIES: DRG FOR INPATIENT STAYS WITH A DRG, APC    *
      * FOR OUTPATIENT FACILITY LINES, RBRVS FOR EVERYTHING ELSE. THE  *
      * GROUP'S RBP PERCENT IS APPLIED TO THAT AMOUNT. WHEN MEDICARE   *
      * HAS NO RATE FOR THE CODE, THE PRICER'S PEND IS BACKED OUT AND  *
      * THE LINE PAYS THE GROUP'S PERCENT OF CHARGE INSTEAD.           *
      *---------------------------------------------------------------*
           PERFORM 3833-PRICE-MEDICARE-AMOUNT
              THRU 3833-PRICE-MEDICARE-AMOUNT-EXIT
      *--- THE APC PRICER HANDS STATUS-A LINES TO THE FEE SCHEDULE
      *--- AND RESTAMPS THE METHOD; THIS LINE IS STILL RBP ---
           MOVE 'RB' TO WS-DTL-PRICING-METHOD

           IF RBP-BASIS-MEDICARE
               COMPUTE WS-RBP-CALC-AMOUNT ROUNDED =
                   WS-RBP-MEDICARE-AMT * WS-RBP-MEDICARE-PCT / 100
           ELSE
      *--- NO MEDICARE RATE: PAY THE GROUP'S PERCENT OF CHARGE ---
               COMPUTE WS-RBP-CALC-AMOUNT ROUNDED =
                   WS-DTL-BILLED-AMOUNT * WS-RBP-CHARGE-PCT / 100
           END-IF

      *--- FINAL ALLOWED CANNOT EXCEED BILLED OR GO NEGATIVE ---
           IF WS-RBP-CALC-AMOUNT > WS-DTL-BILLED-AMOUNT
               MOVE WS-DTL-BILLED-AMOUNT TO WS-RBP-CALC-AMOUNT
           END-IF
           IF WS-RBP-CALC-AMOUNT < 0
               MOVE +0 TO WS-RBP-CALC-AMOUNT
           END-IF

           MOVE WS-RBP-CALC-AMOUNT TO WS-DTL-ALLOWED-AMOUNT
           SET PRICING-FOUND TO TRUE

      *--- STAMP THE LINE SO THE EOB CARRIES THE BALANCE-BILLING
      *--- DISPUTE LANGUAGE FOR REFERENCE-BASED PRICING ---
           SET WS-CLN-REF-BASED TO TRUE
           PERFORM 3890-STAMP-LINE-PRICE-METHOD
              THRU 3890-STAMP-LINE-PRICE-METHOD-EXIT
           .
       3830-PRICE-BY-REFERENCE-EXIT.
           EXIT.

      *================================================================*
      * 3831 - LOAD REFERENCE-BASED PRICING TERMS (CPS-877)            *
      *================================================================*
       3831-LOAD-RBP-TERMS.
      *---------------------------------------------------------------*
      * THE MEMBER'S GROUP IS ON REFERENCE-BASED PRICING WHEN IT HAS   *
      * AN ACTIVE GROUP_RBP_TERMS ROW. SCOPE 'A' PRICES EVERY CLAIM    *
      * THIS WAY; SCOPE 'O' ONLY OUT-OF-NETWORK CLAIMS.                *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-RBP-APPLIES-SW

           IF WS-MBR-GROUP-ID = SPACES
               GO TO 3831-LOAD-RBP-TERMS-EXIT
           END-IF

           MOVE WS-MBR-GROUP-ID TO HV-GROUP-NO
           EXEC SQL
               SELECT RBP_SCOPE,
                      MEDICARE_PCT,
                      ISNULL(FALLBACK_CHARGE_PCT, 0)
               INTO   :HV-RBP-SCOPE,
                      :HV-RBP-MEDICARE-PCT,
                      :HV-RBP-CHARGE-PCT
               FROM   GROUP_RBP_TERMS
               WHERE  GROUP_NUMBER = :HV-GROUP-NO
               AND    EFFECTIVE_DATE <= :WS-CLM-FROM-DATE
               AND    (TERMINATION_DATE IS NULL
                  OR   TERMINATION_DATE >= :WS-CLM-FROM-DATE)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               GO TO 3831-LOAD-RBP-TERMS-EXIT
           END-IF

           MOVE HV-RBP-SCOPE TO WS-RBP-SCOPE
           MOVE HV-RBP-MEDICARE-PCT TO WS-RBP-MEDICARE-PCT
           MOVE HV-RBP-CHARGE-PCT TO WS-RBP-CHARGE-PCT

           IF RBP-SCOPE-ALL
              OR (RBP-SCOPE-OON-ONLY AND PROV-IS-OON)
               SET RBP-GROUP-APPLIES TO TRUE
           END-IF
           .
       3831-LOAD-RBP-TERMS-EXIT.
           EXIT.

      *================================================================*
      * 3833 - PRICE THE MEDICARE-EQUIVALENT AMOUNT (CPS-877)          *
      *================================================================*
       3833-PRICE-MEDICARE-AMOUNT.
      *---------------------------------------------------------------*
      * RUN THE LINE THROUGH THE DRG, APC OR RBRVS PRICER WITH THE     *
      * PROVIDER CONTRACT HELD OFF. RBP-BASIS-MEDICARE AND THE AMOUNT  *
      * IN WS-RBP-MEDICARE-AMT WHEN MEDICARE PRICES THE CODE;          *
      * OTHERWISE RBP-BASIS-CHARGE WITH THE PRICER'S PEND BACKED OUT.  *
      * SHARED BY REFERENCE-BASED PRICING AND THE PERCENT-OF-MEDICARE  *
      * SINGLE CASE AGREEMENT (CPS-879).                               *
      *---------------------------------------------------------------*
           MOVE WS-PEND-CLAIM-SW TO WS-RBP-SAVE-PEND-SW
           MOVE WS-PEND-REASON-CODE TO WS-RBP-SAVE-PEND-CODE
           MOVE WS-PEND-REASON-DESC TO WS-RBP-SAVE-PEND-DESC
           MOVE WS-PEND-QUEUE TO WS-RBP-SAVE-PEND-QUEUE
           MOVE WS-PROV-CONTRACT-ID TO WS-RBP-SAVE-CONTRACT-ID
           MOVE SPACES TO WS-PROV-CONTRACT-ID
           SET CLAIM-SHOULD-NOT-PEND TO TRUE
           SET PRICING-NOT-FOUND TO TRUE

           EVALUATE TRUE
               WHEN CLM-TYPE-INSTITUTIONAL AND CLM-INPATIENT
                    AND WS-CLM-DRG-CODE NOT = SPACES
                    AND WS-CLM-DRG-CODE NOT = '0000'
                   PERFORM 3200-PRICE-BY-DRG
                      THRU 3200-PRICE-BY-DRG-EXIT
               WHEN CLM-TYPE-INSTITUTIONAL AND NOT CLM-INPATIENT
                    AND NOT CLM-SNF AND NOT CLM-HOME-HEALTH
                   PERFORM 3800-PRICE-BY-APC
                      THRU 3800-PRICE-BY-APC-EXIT
               WHEN OTHER
                   PERFORM 3100-PRICE-BY-FEE-SCHEDULE
                      THRU 3100-PRICE-BY-FEE-SCHEDULE-EXIT
           END-EVALUATE

           MOVE WS-RBP-SAVE-CONTRACT-ID TO WS-PROV-CONTRACT-ID

           IF PRICING-FOUND AND CLAIM-SHOULD-NOT-PEND
               SET RBP-BASIS-MEDICARE TO TRUE
               MOVE WS-DTL-ALLOWED-AMOUNT TO WS-RBP-MEDICARE-AMT
           ELSE
               SET RBP-BASIS-CHARGE TO TRUE
               MOVE +0 TO WS-RBP-MEDICARE-AMT
           END-IF

           MOVE WS-RBP-SAVE-PEND-SW TO WS-PEND-CLAIM-SW
           MOVE WS-RBP-SAVE-PEND-CODE TO WS-PEND-REASON-CODE
           MOVE WS-RBP-SAVE-PEND-DESC TO WS-PEND-REASON-DESC
           MOVE WS-RBP-SAVE-PEND-QUEUE TO WS-PEND-QUEUE
           .
       3833-PRICE-MEDICARE-AMOUNT-EXIT.
           EXIT.

      *================================================================*
      * 3840 - PRICE BY VENDOR REPRICED AMOUNT (CPS-878)               *
      *================================================================*
       3840-PRICE-BY-VENDOR-REPRICE.
      *---------------------------------------------------------------*
      * THE REPRICING VENDOR'S AGREED ALLOWED IS A CLAIM AMOUNT. EACH  *
      * LINE TAKES ITS SHARE IN PROPORTION TO ITS BILLED CHARGE.       *
      *---------------------------------------------------------------*
           IF WS-CLM-TOTAL-CHARGE > 0
               COMPUTE WS-ORP-CALC-AMOUNT ROUNDED =
                   WS-ORP-AGREED-ALLOWED * WS-DTL-BILLED-AMOUNT
                 / WS-CLM-TOTAL-CHARGE
           ELSE
               MOVE WS-ORP-AGREED-ALLOWED TO WS-ORP-CALC-AMOUNT
           END-IF

      *--- FINAL ALLOWED CANNOT EXCEED BILLED OR GO NEGATIVE ---
           IF WS-ORP-CALC-AMOUNT > WS-DTL-BILLED-AMOUNT
               MOVE WS-DTL-BILLED-AMOUNT TO WS-ORP-CALC-AMOUNT
           END-IF
           IF WS-ORP-CALC-AMOUNT < 0
               MOVE +0 TO WS-ORP-CALC-AMOUNT
           END-IF

           MOVE WS-ORP-CALC-AMOUNT TO WS-DTL-ALLOWED-AMOUNT
           SET PRICING-FOUND TO TRUE

           SET WS-CLN-VENDOR-REPRICED TO TRUE
           PERFORM 3890-STAMP-LINE-PRICE-METHOD
              THRU 3890-STAMP-LINE-PRICE-METHOD-EXIT
           .
       3840-PRICE-BY-VENDOR-REPRICE-EXIT.
           EXIT.

      *================================================================*
      * 3850 - PRICE BY SINGLE CASE AGREEMENT (CPS-879)                *
      *================================================================*
       3850-PRICE-BY-SINGLE-CASE.
      *---------------------------------------------------------------*
      * FLAT    - THE AGREED AMOUNT FOR THE CASE                       *
      * PER DIEM- THE AGREED RATE TIMES THE DAYS OF THE STAY (A        *
      *           SAME-DAY STAY COUNTS AS ONE DAY)                     *
      *   BOTH ARE CLAIM AMOUNTS; EACH LINE TAKES ITS SHARE BY BILLED  *
      *   CHARGE, AS THE VENDOR-REPRICED AMOUNT IS SPREAD.             *
      * PCT OF MEDICARE - THE AGREED PERCENT OF THE LINE'S MEDICARE    *
      *           AMOUNT; A CODE MEDICARE DOES NOT PRICE PENDS.        *
      *---------------------------------------------------------------*
           EVALUATE TRUE
               WHEN SCA-RATE-FLAT
                   MOVE WS-SCA-AGREED-RATE TO WS-SCA-CLAIM-AMOUNT
               WHEN SCA-RATE-PER-DIEM
                   COMPUTE WS-SCA-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-CLM-THRU-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-CLM-FROM-DATE)
                   IF WS-SCA-DAYS < 1
                       MOVE 1 TO WS-SCA-DAYS
                   END-IF
                   COMPUTE WS-SCA-CLAIM-AMOUNT =
                       WS-SCA-AGREED-RATE * WS-SCA-DAYS
               WHEN SCA-RATE-PCT-MEDICARE
                   PERFORM 3833-PRICE-MEDICARE-AMOUNT
                      THRU 3833-PRICE-MEDICARE-AMOUNT-EXIT
                   MOVE 'SC' TO WS-DTL-PRICING-METHOD
                   IF RBP-BASIS-CHARGE
                       SET CLAIM-SHOULD-PEND TO TRUE
                       MOVE 'P0028' TO WS-PEND-REASON-CODE
                       MOVE 'SINGLE CASE AGMT - NO MEDICARE RATE'
                         TO WS-PEND-REASON-DESC
                       SET PEND-PRICING-REVIEW TO TRUE
                       GO TO 3850-PRICE-BY-SINGLE-CASE-EXIT
                   END-IF
               WHEN OTHER
                   SET CLAIM-SHOULD-PEND TO TRUE
                   MOVE 'P0028' TO WS-PEND-REASON-CODE
                   MOVE 'SINGLE CASE AGMT RATE TYPE INVALID'
                     TO WS-PEND-REASON-DESC
                   SET PEND-PRICING-REVIEW TO TRUE
                   GO TO 3850-PRICE-BY-SINGLE-CASE-EXIT
           END-EVALUATE

           IF SCA-RATE-PCT-MEDICARE
               COMPUTE WS-SCA-CALC-AMOUNT ROUNDED =
                   WS-RBP-MEDICARE-AMT * WS-SCA-MEDICARE-PCT / 100
           ELSE
               IF WS-CLM-TOTAL-CHARGE > 0
                   COMPUTE WS-SCA-CALC-AMOUNT ROUNDED =
                       WS-SCA-CLAIM-AMOUNT * WS-DTL-BILLED-AMOUNT
                     / WS-CLM-TOTAL-CHARGE
               ELSE
                   MOVE WS-SCA-CLAIM-AMOUNT TO WS-SCA-CALC-AMOUNT
               END-IF
           END-IF

      *--- FINAL ALLOWED CANNOT EXCEED BILLED OR GO NEGATIVE ---
           IF WS-SCA-CALC-AMOUNT > WS-DTL-BILLED-AMOUNT
               MOVE WS-DTL-BILLED-AMOUNT TO WS-SCA-CALC-AMOUNT
           END-IF
           IF WS-SCA-CALC-AMOUNT < 0
               MOVE +0 TO WS-SCA-CALC-AMOUNT
           END-IF

           MOVE WS-SCA-CALC-AMOUNT TO WS-DTL-ALLOWED-AMOUNT
           SET PRICING-FOUND TO TRUE

           SET WS-CLN-SINGLE-CASE TO TRUE
           PERFORM 3890-STAMP-LINE-PRICE-METHOD
              THRU 3890-STAMP-LINE-PRICE-METHOD-EXIT
           .
       3850-PRICE-BY-SINGLE-CASE-EXIT.
           EXIT.

      *================================================================*
      * 3890 - STAMP LINE PRICE METHOD                                 *
      *================================================================*
      * CARRY WS-CLN-PRICE-METHOD TO CLAIM_LINE.PRICE_METHOD FOR THE   *
      * LINE BEING PRICED SO DOWNSTREAM REPORTING AND THE PARALLEL-RUN *
      * COMPARE CAN TELL THE PRICING PATH APART AT LINE LEVEL.         *
      *---------------------------------------------------------------*
       3890-STAMP-LINE-PRICE-METHOD.
           MOVE WS-CLM-ID TO HV-CLAIM-ID
           MOVE WS-DTL-LINE-NUMBER TO HV-CLN-LINE-NUMBER
           EXEC SQL
               UPDATE CLAIM_LINE
               SET    PRICE_METHOD = :WS-CLN-PRICE-METHOD
               WHERE  CLAIM_ID = :HV-CLAIM-ID
               AND    LINE_NUMBER = :HV-CLN-LINE-NUMBER
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'CLAIM LINE PRICE METHOD UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '3890-STAMP-LINE-PRICE-METHOD'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
           END-IF
           .
       3890-STAMP-LINE-PRICE-METHOD-EXIT.
           EXIT.

      *================================================================*
      * 3900 - WRITE ONE PRICING TRACE STEP (CPS-882)                  *
      *================================================================*
       3900-WRITE-PRICING-TRACE.
      *---------------------------------------------------------------*
      * THE CALLING STEP HAS FILLED WS-PTRC-STEP. WRITE IT UNDER THE  *
      * CLAIM/LINE WITH THE NEXT STEP NUMBER, THEN CLEAR THE STEP     *
      * AREA FOR THE NEXT ONE. NOTHING IS WRITTEN WITHOUT THE DD OR   *
      * FOR A COST ESTIMATE.                                          *
      *---------------------------------------------------------------*
           IF NOT PRICING-TRACE-ON
              OR ESTIMATE-MODE-ACTIVE
               INITIALIZE WS-PTRC-STEP
               GO TO 3900-WRITE-PRICING-TRACE-EXIT
           END-IF

           ADD 1 TO WS-PTRC-STEP-SEQ
           INITIALIZE PRICING-TRACE-REC
           MOVE WS-CLM-ID TO PT-CLAIM-ID
           MOVE WS-DTL-LINE-NUMBER TO PT-LINE-NUMBER
           MOVE WS-PTRC-STEP-SEQ TO PT-STEP-SEQ
           MOVE WS-DTL-PRICING-METHOD TO PT-PRICING-METHOD
           MOVE WS-PTRC-STEP-CODE TO PT-STEP-CODE
           MOVE WS-PTRC-STEP-DESC TO PT-STEP-DESC
           MOVE WS-PTRC-SOURCE-TABLE TO PT-SOURCE-TABLE
           MOVE WS-PTRC-SOURCE-KEY TO PT-SOURCE-KEY
           MOVE WS-PTRC-FACTOR TO PT-FACTOR
           MOVE WS-PTRC-STEP-AMT TO PT-STEP-AMOUNT
           MOVE WS-PTRC-RUNNING-AMT TO PT-RUNNING-AMOUNT
           MOVE WS-BATCH-RUN-DATE TO PT-RUN-DATE

           WRITE PRICING-TRACE-REC
           IF PTRC-OK
               ADD 1 TO WS-CTR-TRACE-RECORDS
           ELSE
      *--- A TRACE FAILURE NEVER STOPS ADJUDICATION - TURN IT OFF ---
               MOVE 'PRICING TRACE WRITE FAILED - TRACE OFF'
                 TO WS-ERR-MESSAGE
               MOVE WS-PTRC-STATUS TO WS-ERR-FILE-STATUS
               MOVE '3900-WRITE-PRICING-TRACE' TO WS-ERR-PARAGRAPH
               SET ERR-WARNING TO TRUE
               PERFORM 8800-ERROR-HANDLER
                  THRU 8800-ERROR-HANDLER-EXIT
               MOVE 'N' TO WS-PTRC-ACTIVE-SW
           END-IF
           INITIALIZE WS-PTRC-STEP
           .
       3900-WRITE-PRICING-TRACE-EXIT.
           EXIT.

      *================================================================*
      * 3910 - TRACE ONE MODIFIER REDUCTION (CPS-882)                  *
      *================================================================*
       3910-TRACE-MODIFIER-STEP.
      *---------------------------------------------------------------*
      * THE MODIFIER LOOP FOLDS EVERY MODIFIER INTO ONE PERCENTAGE.   *
      * FOR THE TRACE, SHOW WHAT THIS MODIFIER ALONE DID: ITS OWN     *
      * PERCENTAGE AND THE AMOUNT AFTER IT. 51 IS THE MULTIPLE-       *
      * PROCEDURE RANK REDUCTION (MODIFIER_CD 'M2'-'M6' ROWS).        *
      *---------------------------------------------------------------*
           IF WS-DTL-MODIFIER(WS-WRK-MOD-IDX) = '51'
               MOVE 'MPPR' TO WS-PTRC-STEP-CODE
               MOVE WS-WRK-PROC-RANK TO WS-PTRC-RANK-DISP
               STRING 'MULTIPLE PROCEDURE RANK '
                      WS-PTRC-RANK-DISP
                   DELIMITED BY SIZE INTO WS-PTRC-STEP-DESC
               END-STRING
               STRING 'M' WS-PTRC-RANK-DISP
                   DELIMITED BY SIZE INTO WS-PTRC-SOURCE-KEY
               END-STRING
               MOVE WS-MULT-PROC-PCT(WS-WRK-PROC-RANK)
                 TO WS-PTRC-FACTOR
           ELSE
               MOVE 'MODPCT' TO WS-PTRC-STEP-CODE
               STRING 'MODIFIER '
                      WS-DTL-MODIFIER(WS-WRK-MOD-IDX)
                      ' PAYMENT PERCENT'
                   DELIMITED BY SIZE INTO WS-PTRC-STEP-DESC
               END-STRING
               MOVE WS-DTL-MODIFIER(WS-WRK-MOD-IDX)
                 TO WS-PTRC-SOURCE-KEY
               IF WS-PTRC-PRIOR-PCT NOT = 0
                   COMPUTE WS-PTRC-FACTOR ROUNDED =
                       WS-PRC-MODIFIER-ADJ-PCT / WS-PTRC-PRIOR-PCT
               END-IF
           END-IF
           MOVE 'MODIFIER_PAYMENT_PCT' TO WS-PTRC-SOURCE-TABLE

           COMPUTE WS-PTRC-RUNNING-AMT ROUNDED =
               WS-PRC-ALLOWED-CALC * WS-PRC-MODIFIER-ADJ-PCT
           COMPUTE WS-PTRC-STEP-AMT =
               WS-PTRC-RUNNING-AMT - WS-PTRC-PRIOR-AMT
           MOVE WS-PRC-MODIFIER-ADJ-PCT TO WS-PTRC-PRIOR-PCT
           MOVE WS-PTRC-RUNNING-AMT TO WS-PTRC-PRIOR-AMT
           PERFORM 3900-WRITE-PRICING-TRACE
              THRU 3900-WRITE-PRICING-TRACE-EXIT
           .
       3910-TRACE-MODIFIER-STEP-EXIT.
           EXIT.

      *================================================================*
      * 4000 - APPLY MEMBER COST SHARING                               *
      *================================================================*
       4000-APPLY-MEMBER-COST-SHARING.
      *---------------------------------------------------------------*
      * APPLY DEDUCTIBLE, COPAY, COINSURANCE, AND OOP MAXIMUM.        *
      * ORDER DEPENDS ON PLAN DESIGN: SOME PLANS APPLY COPAY BEFORE   *
      * DEDUCTIBLE, OTHERS AFTER.                                      *
      *---------------------------------------------------------------*

      *--- SKIP COST SHARING FOR CAPITATED SERVICES ---
           IF SERVICE-IS-CAPITATED
               MOVE +0 TO WS-DTL-DEDUCTIBLE-AMT
               MOVE +0 TO WS-DTL-COPAY-AMOUNT
               MOVE +0 TO WS-DTL-COINSURANCE-AMT
               GO TO 4000-APPLY-MEMBER-COST-SHARING-EXIT
           END-IF

      *--- CPS-863: FACILITY CLAIMS COUNT THEIR COVERED DAYS AGAINST
      *--- THE MEMBER'S SPELL-OF-ILLNESS BENEFIT PERIOD BEFORE ANY
      *--- COST SHARING APPLIES ---
           IF CLM-TYPE-INSTITUTIONAL
              AND (CLM-INPATIENT OR CLM-SNF)
               PERFORM 4600-TRACK-BENEFIT-PERIOD
                  THRU 4600-TRACK-BENEFIT-PERIOD-EXIT
               IF DTL-DENIED
                   GO TO 4000-APPLY-MEMBER-COST-SHARING-EXIT
               END-IF
           END-IF

      *--- CPS-880: A LINE WHOSE CLAIM CROSSES A PLAN-YEAR OR
      *--- ELIGIBILITY-SPAN BOUNDARY IS COST-SHARED ONCE PER PERIOD
      *--- AGAINST THAT PERIOD'S ACCUMULATORS ---
           PERFORM 4020-CHECK-PLAN-PERIOD-SPLIT
              THRU 4020-CHECK-PLAN-PERIOD-SPLIT-EXIT

           IF PYS-CLAIM-SPLIT
               PERFORM 4025-APPLY-SPLIT-COST-SHARING
                  THRU 4025-APPLY-SPLIT-COST-SHARING-EXIT
           ELSE
               PERFORM 4010-APPLY-PERIOD-COST-SHARING
                  THRU 4010-APPLY-PERIOD-COST-SHARING-EXIT
           END-IF

      *--- CALCULATE PLAN PAYMENT ---
           COMPUTE WS-DTL-PAID-AMOUNT =
               WS-DTL-ALLOWED-AMOUNT
             - WS-DTL-DEDUCTIBLE-AMT
             - WS-DTL-COPAY-AMOUNT
             - WS-DTL-COINSURANCE-AMT

           IF WS-DTL-PAID-AMOUNT < 0
               MOVE +0 TO WS-DTL-PAID-AMOUNT
           END-IF

      *--- CALCULATE PATIENT RESPONSIBILITY ---
           COMPUTE WS-DTL-PATIENT-RESP =
               WS-DTL-DEDUCTIBLE-AMT
             + WS-DTL-COPAY-AMOUNT
             + WS-DTL-COINSURANCE-AMT
             + (WS-DTL-BILLED-AMOUNT - WS-DTL-ALLOWED-AMOUNT)
           .
       4000-APPLY-MEMBER-COST-SHARING-EXIT.
           EXIT.

      *================================================================*
      * 4010 - APPLY PERIOD COST SHARING                               *
      *================================================================*
       4010-APPLY-PERIOD-COST-SHARING.
      *---------------------------------------------------------------*
      * DEDUCTIBLE, COPAY, COINSURANCE, OOP AND LIFETIME MAXIMUM FOR  *
      * ONE PLAN PERIOD. RUN ONCE FOR AN ORDINARY LINE, ONCE PER      *
      * PERIOD BY 4025 FOR A LINE SPLIT ACROSS PLAN PERIODS.          *
      *---------------------------------------------------------------*

      *--- LOAD CURRENT ACCUMULATORS ---
           PERFORM 4050-LOAD-ACCUMULATORS
              THRU 4050-LOAD-ACCUMULATORS-EXIT

           IF COPAY-BEFORE-DEDUCTIBLE
      *--- PLAN DESIGN: COPAY FIRST, THEN DEDUCTIBLE ON REMAINDER ---
               PERFORM 4200-APPLY-COPAY
                  THRU 4200-APPLY-COPAY-EXIT
               PERFORM 4100-APPLY-DEDUCTIBLE
                  THRU 4100-APPLY-DEDUCTIBLE-EXIT
               PERFORM 4300-APPLY-COINSURANCE
                  THRU 4300-APPLY-COINSURANCE-EXIT
           ELSE
      *--- STANDARD: DEDUCTIBLE FIRST, THEN COPAY, THEN COINSURANCE
               PERFORM 4100-APPLY-DEDUCTIBLE
                  THRU 4100-APPLY-DEDUCTIBLE-EXIT
               PERFORM 4200-APPLY-COPAY
                  THRU 4200-APPLY-COPAY-EXIT
               PERFORM 4300-APPLY-COINSURANCE
                  THRU 4300-APPLY-COINSURANCE-EXIT
           END-IF

      *--- APPLY OUT-OF-POCKET MAXIMUM ---
           PERFORM 4400-APPLY-OOP-MAXIMUM
              THRU 4400-APPLY-OOP-MAXIMUM-EXIT

      *--- CHECK LIFETIME/ANNUAL MAXIMUM ---
           PERFORM 4500-CHECK-LIFETIME-MAXIMUM
              THRU 4500-CHECK-LIFETIME-MAXIMUM-EXIT
           .
       4010-APPLY-PERIOD-COST-SHARING-EXIT.
           EXIT.

      *================================================================*
      * 4020 - CHECK PLAN PERIOD SPLIT (CPS-880)                       *
      *================================================================*
       4020-CHECK-PLAN-PERIOD-SPLIT.
      *---------------------------------------------------------------*
      * A CLAIM SPLITS WHEN ITS DATES CROSS JANUARY 1 OR THE END OF   *
      * THE ELIGIBILITY SPAN 2200 FOUND, WHICHEVER COMES FIRST.       *
      * PERIOD 2 TAKES THE PLAN OF THE SPAN COVERING THE SPLIT DATE.  *
      * A RENEWED SPAN ON THE SAME PLAN IN THE SAME YEAR SHARES ONE   *
      * ACCUMULATOR ROW AND DOES NOT SPLIT. ESTIMATES NEVER SPLIT.    *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-PYS-SPLIT-SW
           MOVE 'N' TO WS-PYS-ACTIVE-SW
           MOVE 'N' TO WS-PYS-COPAY-SW
           MOVE ZEROS TO WS-PYS-SPLIT-DATE

           IF ESTIMATE-MODE-ACTIVE
              OR WS-CLM-THRU-DATE NOT > WS-CLM-FROM-DATE
               GO TO 4020-CHECK-PLAN-PERIOD-SPLIT-EXIT
           END-IF

      *--- PLAN-YEAR BOUNDARY: PERIOD 2 STARTS JANUARY 1 ---
           IF WS-CLM-FROM-DATE(1:4) < WS-CLM-THRU-DATE(1:4)
               MOVE WS-CLM-FROM-DATE TO WS-PYS-SPLIT-DATE
               ADD 1 TO WS-PYS-SPLIT-YYYY
               MOVE 0101 TO WS-PYS-SPLIT-MMDD
               SET PYS-SPLIT-PLAN-YEAR TO TRUE
           END-IF

      *--- ELIGIBILITY SPAN ENDS INSIDE THE CLAIM AHEAD OF ANY
      *--- PLAN-YEAR BOUNDARY: PERIOD 2 STARTS THE DAY AFTER ---
           IF WS-MBR-TERM-DATE > 0
              AND WS-MBR-TERM-DATE >= WS-CLM-FROM-DATE
              AND WS-MBR-TERM-DATE < WS-CLM-THRU-DATE
               COMPUTE WS-PYS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MBR-TERM-DATE) + 1)
               IF WS-PYS-SPLIT-DATE = ZEROS
                  OR WS-PYS-WORK-DATE < WS-PYS-SPLIT-DATE
                   MOVE WS-PYS-WORK-DATE TO WS-PYS-SPLIT-DATE
                   SET PYS-SPLIT-ELIG-SPAN TO TRUE
               END-IF
           END-IF

           IF WS-PYS-SPLIT-DATE = ZEROS
               GO TO 4020-CHECK-PLAN-PERIOD-SPLIT-EXIT
           END-IF

           MOVE WS-CLM-FROM-DATE(1:4) TO WS-PYS-PLAN-YEAR(1)
           MOVE WS-PYS-SPLIT-YYYY TO WS-PYS-PLAN-YEAR(2)
           MOVE WS-MBR-PLAN-CODE TO WS-PYS-PLAN-CODE(1)
           MOVE WS-MBR-PLAN-CODE TO WS-PYS-PLAN-CODE(2)

      *--- COVERAGE ENDED AT THE BOUNDARY: PERIOD 2 RIDES THE NEXT
      *--- SPAN'S PLAN. NO NEXT SPAN MEANS THE DAYS PAST THE TERM
      *--- ARE NOT COVERED AND THE CLAIM STAYS ON ONE PERIOD ---
           IF WS-MBR-TERM-DATE > 0
              AND WS-MBR-TERM-DATE < WS-PYS-SPLIT-DATE
               MOVE WS-MBR-ID TO HV-MEMBER-ID
               EXEC SQL
                   SELECT PLAN_CODE
                   INTO   :HV-PLAN-CODE
                   FROM   ELIGIBILITY
                   WHERE  MEMBER_ID = :HV-MEMBER-ID
                   AND    EFFECTIVE_DATE <= :WS-PYS-SPLIT-DATE
                   AND    (TERMINATION_DATE IS NULL
                      OR   TERMINATION_DATE >= :WS-PYS-SPLIT-DATE)
               END-EXEC

               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS

               EVALUATE WS-SQLCODE
                   WHEN 0
                       MOVE HV-PLAN-CODE TO WS-PYS-PLAN-CODE(2)
                   WHEN +100
                       GO TO 4020-CHECK-PLAN-PERIOD-SPLIT-EXIT
                   WHEN OTHER
                       MOVE 'NEXT ELIGIBILITY SPAN LOOKUP FAILED'
                         TO WS-ERR-MESSAGE
                       MOVE WS-SQLCODE TO WS-ERR-SQLCODE
                       MOVE '4020-CHECK-PLAN-PERIOD-SPLIT'
                         TO WS-ERR-PARAGRAPH
                       SET ERR-WARNING TO TRUE
                       PERFORM 8800-ERROR-HANDLER
                          THRU 8800-ERROR-HANDLER-EXIT
                       GO TO 4020-CHECK-PLAN-PERIOD-SPLIT-EXIT
               END-EVALUATE
           END-IF

           IF WS-PYS-PLAN-YEAR(1) = WS-PYS-PLAN-YEAR(2)
              AND WS-PYS-PLAN-CODE(1) = WS-PYS-PLAN-CODE(2)
               GO TO 4020-CHECK-PLAN-PERIOD-SPLIT-EXIT
           END-IF

           SET PYS-CLAIM-SPLIT TO TRUE
           .
       4020-CHECK-PLAN-PERIOD-SPLIT-EXIT.
           EXIT.

      *================================================================*
      * 4025 - APPLY SPLIT COST SHARING (CPS-880)                      *
      *================================================================*
       4025-APPLY-SPLIT-COST-SHARING.
      *---------------------------------------------------------------*
      * APPORTION THE LINE'S ALLOWED AMOUNT TO EACH PERIOD BY ITS     *
      * SERVICE DATES. A LINE WHOLLY INSIDE ONE PERIOD GOES THERE;    *
      * A LINE SPANNING THE SPLIT IS PRORATED BY COVERED DAYS (THE    *
      * DISCHARGE DAY IS NOT A COVERED DAY ON AN INPATIENT OR SNF     *
      * STAY). EACH PERIOD THEN RUNS FULL COST SHARING ON ITS OWN     *
      * ACCUMULATORS AND ITS OWN YEAR'S PLAN DESIGN, AND THE LINE     *
      * CARRIES THE SUM.                                               *
      *---------------------------------------------------------------*
           IF WS-DTL-FROM-DATE IS NUMERIC
              AND WS-DTL-FROM-DATE > 0
               MOVE WS-DTL-FROM-DATE TO WS-PYS-FROM-DATE
           ELSE
               MOVE WS-CLM-FROM-DATE TO WS-PYS-FROM-DATE
           END-IF
           IF WS-DTL-THRU-DATE IS NUMERIC
              AND WS-DTL-THRU-DATE >= WS-PYS-FROM-DATE
               MOVE WS-DTL-THRU-DATE TO WS-PYS-THRU-DATE
           ELSE
               MOVE WS-CLM-THRU-DATE TO WS-PYS-THRU-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-PYS-THRU-DATE < WS-PYS-SPLIT-DATE
                   MOVE 1 TO WS-PYS-TOTAL-DAYS
                   MOVE 1 TO WS-PYS-P1-DAYS
               WHEN WS-PYS-FROM-DATE >= WS-PYS-SPLIT-DATE
                   MOVE 1 TO WS-PYS-TOTAL-DAYS
                   MOVE 0 TO WS-PYS-P1-DAYS
               WHEN CLM-TYPE-INSTITUTIONAL
                AND (CLM-INPATIENT OR CLM-SNF)
                   COMPUTE WS-PYS-TOTAL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PYS-THRU-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-PYS-FROM-DATE)
                   COMPUTE WS-PYS-P1-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PYS-SPLIT-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-PYS-FROM-DATE)
               WHEN OTHER
                   COMPUTE WS-PYS-TOTAL-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PYS-THRU-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-PYS-FROM-DATE)
                     + 1
                   COMPUTE WS-PYS-P1-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-PYS-SPLIT-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-PYS-FROM-DATE)
           END-EVALUATE

           MOVE WS-DTL-ALLOWED-AMOUNT TO WS-PYS-SAVE-ALLOWED
           COMPUTE WS-PYS-ALLOWED(1) ROUNDED =
               WS-PYS-SAVE-ALLOWED * WS-PYS-P1-DAYS
             / WS-PYS-TOTAL-DAYS
           COMPUTE WS-PYS-ALLOWED(2) =
               WS-PYS-SAVE-ALLOWED - WS-PYS-ALLOWED(1)

      *--- EACH PERIOD RUNS ON ITS OWN PLAN CODE AND DESIGN; THE
      *--- CLAIM'S OWN ARE PUT BACK AFTERWARD ---
           MOVE WS-MBR-PLAN-CODE TO WS-PYS-SAVE-PLAN-CODE
           MOVE WS-BENEFIT-PLAN TO WS-PYS-SAVE-BENEFIT-PLAN

           PERFORM 4030-APPLY-PERIOD-SHARE
              THRU 4030-APPLY-PERIOD-SHARE-EXIT
              VARYING WS-PYS-IDX FROM 1 BY 1
              UNTIL WS-PYS-IDX > 2

           MOVE WS-PYS-SAVE-PLAN-CODE TO WS-MBR-PLAN-CODE
           MOVE WS-PYS-SAVE-BENEFIT-PLAN TO WS-BENEFIT-PLAN
           MOVE WS-PYS-SAVE-ALLOWED TO WS-DTL-ALLOWED-AMOUNT

           COMPUTE WS-DTL-DEDUCTIBLE-AMT =
               WS-PYS-DEDUCT(1) + WS-PYS-DEDUCT(2)
           COMPUTE WS-DTL-COPAY-AMOUNT =
               WS-PYS-COPAY(1) + WS-PYS-COPAY(2)
           COMPUTE WS-DTL-COINSURANCE-AMT =
               WS-PYS-COINS(1) + WS-PYS-COINS(2)
           .
       4025-APPLY-SPLIT-COST-SHARING-EXIT.
           EXIT.

      *================================================================*
      * 4030 - APPLY PERIOD SHARE (CPS-880)                            *
      *================================================================*
       4030-APPLY-PERIOD-SHARE.
      *---------------------------------------------------------------*
      * COST-SHARE ONE PERIOD'S PORTION OF A SPLIT LINE. THE COPAY IS *
      * TAKEN ONCE, IN THE FIRST PERIOD WITH ALLOWED DOLLARS.         *
      *---------------------------------------------------------------*
           MOVE +0 TO WS-PYS-DEDUCT(WS-PYS-IDX)
           MOVE +0 TO WS-PYS-COPAY(WS-PYS-IDX)
           MOVE +0 TO WS-PYS-COINS(WS-PYS-IDX)
           MOVE +0 TO WS-PYS-PAID(WS-PYS-IDX)
           MOVE +0 TO WS-PYS-RESERVED(WS-PYS-IDX)

           IF WS-PYS-ALLOWED(WS-PYS-IDX) NOT > 0
               GO TO 4030-APPLY-PERIOD-SHARE-EXIT
           END-IF

           MOVE WS-PYS-ALLOWED(WS-PYS-IDX) TO WS-DTL-ALLOWED-AMOUNT
           MOVE WS-PYS-PLAN-CODE(WS-PYS-IDX) TO WS-MBR-PLAN-CODE
           MOVE WS-PYS-SAVE-BENEFIT-PLAN TO WS-BENEFIT-PLAN
           IF WS-PYS-PLAN-YEAR(WS-PYS-IDX) NOT = WS-BEN-PLAN-YEAR
              OR WS-PYS-PLAN-CODE(WS-PYS-IDX) NOT = WS-BEN-PLAN-CODE
               PERFORM 4035-LOAD-PERIOD-PLAN-DESIGN
                  THRU 4035-LOAD-PERIOD-PLAN-DESIGN-EXIT
           END-IF

           SET PYS-PERIOD-ACTIVE TO TRUE
           PERFORM 4010-APPLY-PERIOD-COST-SHARING
              THRU 4010-APPLY-PERIOD-COST-SHARING-EXIT
           MOVE 'N' TO WS-PYS-ACTIVE-SW

           MOVE WS-DTL-DEDUCTIBLE-AMT TO WS-PYS-DEDUCT(WS-PYS-IDX)
           MOVE WS-DTL-COPAY-AMOUNT TO WS-PYS-COPAY(WS-PYS-IDX)
           MOVE WS-DTL-COINSURANCE-AMT TO WS-PYS-COINS(WS-PYS-IDX)
           MOVE WS-ACC-RESERVED-AMT TO WS-PYS-RESERVED(WS-PYS-IDX)
           MOVE WS-ACCUMULATORS TO WS-PYS-ACCUM-SNAP(WS-PYS-IDX)

           COMPUTE WS-PYS-PAID(WS-PYS-IDX) =
               WS-PYS-ALLOWED(WS-PYS-IDX)
             - WS-PYS-DEDUCT(WS-PYS-IDX)
             - WS-PYS-COPAY(WS-PYS-IDX)
             - WS-PYS-COINS(WS-PYS-IDX)
           IF WS-PYS-PAID(WS-PYS-IDX) < 0
               MOVE +0 TO WS-PYS-PAID(WS-PYS-IDX)
           END-IF

           IF WS-PYS-COPAY(WS-PYS-IDX) > 0
               SET PYS-COPAY-TAKEN TO TRUE
           END-IF
           .
       4030-APPLY-PERIOD-SHARE-EXIT.
           EXIT.

      *================================================================*
      * 4035 - LOAD PERIOD PLAN DESIGN (CPS-880)                       *
      *================================================================*
       4035-LOAD-PERIOD-PLAN-DESIGN.
      *---------------------------------------------------------------*
      * OVERLAY THE DOLLAR TERMS OF THE PERIOD'S PLAN AND YEAR ON THE *
      * DESIGN 2400 LOADED. A PERIOD WITH NO DESIGN ON FILE RUNS ON   *
      * THE CLAIM'S OWN DESIGN.                                        *
      *---------------------------------------------------------------*
           MOVE WS-PYS-PLAN-CODE(WS-PYS-IDX) TO HV-PLAN-CODE
           MOVE WS-PYS-PLAN-YEAR(WS-PYS-IDX) TO HV-PLAN-YEAR

           EXEC SQL
               SELECT INN_IND_DEDUCTIBLE,
                      INN_FAM_DEDUCTIBLE,
                      OON_IND_DEDUCTIBLE,
                      OON_FAM_DEDUCTIBLE,
                      INN_COINSURANCE_PCT,
                      OON_COINSURANCE_PCT,
                      INN_IND_OOP_MAX,
                      INN_FAM_OOP_MAX,
                      OON_IND_OOP_MAX,
                      OON_FAM_OOP_MAX,
                      LIFETIME_MAXIMUM,
                      ANNUAL_MAXIMUM,
                      COPAY_PCP,
                      COPAY_SPECIALIST,
                      COPAY_ER,
                      COPAY_URGENT_CARE,
                      COPAY_INPATIENT,
                      COPAY_OUTPATIENT,
                      COPAY_LAB,
                      COPAY_RADIOLOGY,
                      COPAY_MENTAL_HEALTH,
                      COPAY_PHYS_THERAPY,
                      COPAY_RX_GENERIC,
                      COPAY_RX_BRAND,
                      COPAY_RX_SPECIALTY
               INTO   :WS-BEN-INN-IND-DEDUCT,
                      :WS-BEN-INN-FAM-DEDUCT,
                      :WS-BEN-OON-IND-DEDUCT,
                      :WS-BEN-OON-FAM-DEDUCT,
                      :WS-BEN-INN-COINSURANCE,
                      :WS-BEN-OON-COINSURANCE,
                      :WS-BEN-INN-IND-OOP,
                      :WS-BEN-INN-FAM-OOP,
                      :WS-BEN-OON-IND-OOP,
                      :WS-BEN-OON-FAM-OOP,
                      :WS-BEN-LIFETIME-MAX,
                      :WS-BEN-ANNUAL-MAX,
                      :WS-BEN-COPAY-PCP,
                      :WS-BEN-COPAY-SPEC,
                      :WS-BEN-COPAY-ER,
                      :WS-BEN-COPAY-URGENT,
                      :WS-BEN-COPAY-INPT,
                      :WS-BEN-COPAY-OUTPT,
                      :WS-BEN-COPAY-LAB,
                      :WS-BEN-COPAY-RAD,
                      :WS-BEN-COPAY-MH,
                      :WS-BEN-COPAY-PT,
                      :WS-BEN-COPAY-RX-GEN,
                      :WS-BEN-COPAY-RX-BRAND,
                      :WS-BEN-COPAY-RX-SPEC
               FROM   BENEFIT_PLAN
               WHERE  PLAN_CODE = :HV-PLAN-CODE
               AND    PLAN_YEAR  = :HV-PLAN-YEAR
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               MOVE WS-PYS-SAVE-BENEFIT-PLAN TO WS-BENEFIT-PLAN
           END-IF
           .
       4035-LOAD-PERIOD-PLAN-DESIGN-EXIT.
           EXIT.

      *================================================================*
      * DATABASE. INCLUDES INDIVIDUAL AND FAMILY DEDUCTIBLES AND OOP. *
      *---------------------------------------------------------------*
           MOVE WS-MBR-ID TO HV-MEMBER-ID
      *--- CPS-880: A SPLIT LINE LOADS THE PERIOD'S PLAN-YEAR ROW ---
           IF PYS-PERIOD-ACTIVE
               MOVE WS-PYS-PLAN-YEAR(WS-PYS-IDX) TO HV-PLAN-YEAR
           ELSE
               MOVE WS-CURRENT-YEAR TO HV-PLAN-YEAR
           END-IF

      *--- LOAD INDIVIDUAL ACCUMULATORS ---
           EXEC SQL
           MOVE +0 TO WS-DTL-COPAY-AMOUNT
           MOVE +0 TO WS-WRK-COPAY-APPLY

      *--- CPS-880: A LINE SPLIT ACROSS PLAN PERIODS PAYS ONE COPAY ---
           IF PYS-PERIOD-ACTIVE
              AND PYS-COPAY-TAKEN
               GO TO 4200-APPLY-COPAY-EXIT
           END-IF

      *--- DETERMINE COPAY AMOUNT BASED ON SERVICE TYPE ---
           EVALUATE TRUE
               WHEN CLM-OFFICE-VISIT
               ADD 1 TO WS-CTR-DB-INSERTS
           END-IF

      *--- HOLD THE CLAIM DAYS TO THE PLAN LIMIT (ZERO = NO LIMIT) ---
           MOVE WS-SPL-CLAIM-DAYS TO WS-SPL-DAYS-ALLOWED
           IF WS-SPL-DAY-LIMIT > 0
               COMPUTE WS-SPL-DAYS-REMAINING =
                   WS-SPL-DAY-LIMIT - WS-SPL-DAYS-USED
               IF WS-SPL-DAYS-REMAINING <= 0
      *--- THE BENEFIT PERIOD IS EXHAUSTED: DENY ---
                   SET DTL-DENIED TO TRUE
                   MOVE 'B0014' TO WS-DTL-DENY-REASON
                   MOVE +0 TO WS-DTL-ALLOWED-AMOUNT
                   MOVE 0 TO WS-SPL-DAYS-ALLOWED
               ELSE
                   IF WS-SPL-CLAIM-DAYS > WS-SPL-DAYS-REMAINING
      *--- PART OF THE STAY EXCEEDS THE LIMIT: PRORATE THE ALLOWED
      *--- AMOUNT TO THE COVERED DAYS AND FLAG THE LINE PARTIAL ---
                       MOVE WS-SPL-DAYS-REMAINING
                         TO WS-SPL-DAYS-ALLOWED
                       COMPUTE WS-DTL-ALLOWED-AMOUNT ROUNDED =
                           WS-DTL-ALLOWED-AMOUNT
                         * WS-SPL-DAYS-ALLOWED
                         / WS-SPL-CLAIM-DAYS
                       SET DTL-PARTIAL TO TRUE
                   END-IF
               END-IF
           END-IF

      *--- ROLL THE COVERED DAYS ONTO THE SPELL ---
           IF WS-SPL-DAYS-ALLOWED > 0
              OR WS-CLM-DISCHARGE-DATE > 19000101
               MOVE WS-SPL-DAYS-ALLOWED TO HV-SPL-DAYS-USED
               EXEC SQL
                   UPDATE MEMBER_BENEFIT_SPELL
                   SET    DAYS_USED = DAYS_USED
                                    + :HV-SPL-DAYS-USED,
                          LAST_DISCHARGE_DATE =
                              :WS-CLM-DISCHARGE-DATE
                   WHERE  MEMBER_ID = :HV-MEMBER-ID
                   AND    SPELL_ID = :HV-SPL-SPELL-ID
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-UPDATES
           END-IF
           .
       4600-TRACK-BENEFIT-PERIOD-EXIT.
           EXIT.

      *================================================================*
      * 4700 - APPLY HRA FUNDS (CPS-886)                               *
      *================================================================*
       4700-APPLY-HRA-FUNDS.
      *---------------------------------------------------------------*
      * IF THE MEMBER'S GROUP HAS AN ACTIVE HRA PLAN FOR THE SERVICE  *
      * DATE, DRAW THE OPEN ACCOUNT'S AVAILABLE BALANCE AGAINST THE   *
      * LINE'S COST SHARING - DEDUCTIBLE FIRST, THEN COINSURANCE,     *
      * THEN COPAY - AS THE PLAN ALLOWS. THE DRAW IS PAID TO THE      *
      * PROVIDER WITH THE CLAIM, SO IT ADDS TO THE LINE PAID AMOUNT   *
      * AND COMES OFF PATIENT RESPONSIBILITY. THE COST SHARING ITSELF *
      * STAYS ON THE LINE AND STILL COUNTS TOWARD THE DEDUCTIBLE AND  *
      * OUT-OF-POCKET ACCUMULATORS. 8000 POSTS THE DRAW. A CLAIM      *
      * UNDER COB IS LEFT TO THE OTHER CARRIER FIRST AND GETS NONE.   *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-HRA-FOUND-SW
           MOVE +0 TO WS-HRA-DRAW-AMT
                      WS-HRA-DEDUCT-DRAW
                      WS-HRA-COINS-DRAW
                      WS-HRA-COPAY-DRAW

           IF ESTIMATE-MODE-ACTIVE
              OR COB-IS-REQUIRED
              OR DTL-DENIED
               GO TO 4700-APPLY-HRA-FUNDS-EXIT
           END-IF
           IF WS-DTL-DEDUCTIBLE-AMT NOT > 0
              AND WS-DTL-COINSURANCE-AMT NOT > 0
              AND WS-DTL-COPAY-AMOUNT NOT > 0
               GO TO 4700-APPLY-HRA-FUNDS-EXIT
           END-IF

           EXEC SQL
               SELECT TOP 1 PLAN_YEAR, ACCOUNT_LEVEL,
                      DEDUCT_ELIG_FLAG, COINS_ELIG_FLAG,
                      COPAY_ELIG_FLAG
               INTO   :HV-HRA-PLAN-YEAR, :HV-HRA-ACCOUNT-LEVEL,
                      :HV-HRA-DEDUCT-ELIG, :HV-HRA-COINS-ELIG,
                      :HV-HRA-COPAY-ELIG
               FROM   HRA_PLAN
               WHERE  GROUP_ID = :WS-MBR-GROUP-ID
               AND    STATUS = 'A'
               AND    PLAN_START_DATE <= :WS-CLM-FROM-DATE
               AND    PLAN_END_DATE >= :WS-CLM-FROM-DATE
               ORDER BY PLAN_START_DATE DESC
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               GO TO 4700-APPLY-HRA-FUNDS-EXIT
           END-IF

           MOVE HV-HRA-PLAN-YEAR TO WS-HRA-PLAN-YEAR
           MOVE HV-HRA-ACCOUNT-LEVEL TO WS-HRA-ACCOUNT-LEVEL
           MOVE HV-HRA-DEDUCT-ELIG TO WS-HRA-DEDUCT-ELIG
           MOVE HV-HRA-COINS-ELIG TO WS-HRA-COINS-ELIG
           MOVE HV-HRA-COPAY-ELIG TO WS-HRA-COPAY-ELIG

      *--- A FAMILY ACCOUNT IS HELD BY THE SUBSCRIBER ---
           MOVE WS-MBR-ID TO WS-HRA-HOLDER-ID
           IF HRA-FAMILY-ACCOUNT
               MOVE WS-MBR-ID TO HV-MEMBER-ID
               EXEC SQL
                   SELECT SUBSCRIBER_ID
                   INTO   :HV-HRA-HOLDER-ID
                   FROM   MEMBER_SUBSCRIBER_XREF
                   WHERE  MEMBER_ID = :HV-MEMBER-ID
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-READS
               IF WS-SQLCODE = 0
                   MOVE HV-HRA-HOLDER-ID TO WS-HRA-HOLDER-ID
               END-IF
           END-IF
           MOVE WS-HRA-HOLDER-ID TO HV-HRA-HOLDER-ID

           MOVE +0 TO HV-HRA-AVAILABLE
           EXEC SQL
               SELECT ALLOCATED_AMT + ROLLOVER_AMT - DRAWN_AMT
               INTO   :HV-HRA-AVAILABLE
               FROM   HRA_ACCOUNT
               WHERE  GROUP_ID = :WS-MBR-GROUP-ID
               AND    PLAN_YEAR = :HV-HRA-PLAN-YEAR
               AND    HOLDER_ID = :HV-HRA-HOLDER-ID
               AND    STATUS = 'OPEN'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = +100
               GO TO 4700-APPLY-HRA-FUNDS-EXIT
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA ACCOUNT LOOKUP FAILED' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '4700-APPLY-HRA-FUNDS' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 4700-APPLY-HRA-FUNDS-EXIT
           END-IF

           SET HRA-ACCOUNT-FOUND TO TRUE
           MOVE HV-HRA-AVAILABLE TO WS-HRA-AVAILABLE-AMT
           MOVE WS-HRA-AVAILABLE-AMT TO WS-HRA-BALANCE-AFTER
           IF WS-HRA-AVAILABLE-AMT NOT > 0
               GO TO 4700-APPLY-HRA-FUNDS-EXIT
           END-IF

      *--- DEDUCTIBLE, THEN COINSURANCE, THEN COPAY ---
           IF HRA-PAYS-DEDUCTIBLE AND WS-DTL-DEDUCTIBLE-AMT > 0
               IF WS-DTL-DEDUCTIBLE-AMT < WS-HRA-BALANCE-AFTER
                   MOVE WS-DTL-DEDUCTIBLE-AMT TO WS-HRA-DEDUCT-DRAW
               ELSE
                   MOVE WS-HRA-BALANCE-AFTER TO WS-HRA-DEDUCT-DRAW
               END-IF
               SUBTRACT WS-HRA-DEDUCT-DRAW FROM WS-HRA-BALANCE-AFTER
           END-IF

           IF HRA-PAYS-COINSURANCE AND WS-DTL-COINSURANCE-AMT > 0
              AND WS-HRA-BALANCE-AFTER > 0
               IF WS-DTL-COINSURANCE-AMT < WS-HRA-BALANCE-AFTER
                   MOVE WS-DTL-COINSURANCE-AMT TO WS-HRA-COINS-DRAW
               ELSE
                   MOVE WS-HRA-BALANCE-AFTER TO WS-HRA-COINS-DRAW
               END-IF
               SUBTRACT WS-HRA-COINS-DRAW FROM WS-HRA-BALANCE-AFTER
           END-IF

           IF HRA-PAYS-COPAY AND WS-DTL-COPAY-AMOUNT > 0
              AND WS-HRA-BALANCE-AFTER > 0
               IF WS-DTL-COPAY-AMOUNT < WS-HRA-BALANCE-AFTER
                   MOVE WS-DTL-COPAY-AMOUNT TO WS-HRA-COPAY-DRAW
               ELSE
                   MOVE WS-HRA-BALANCE-AFTER TO WS-HRA-COPAY-DRAW
               END-IF
               SUBTRACT WS-HRA-COPAY-DRAW FROM WS-HRA-BALANCE-AFTER
           END-IF

           COMPUTE WS-HRA-DRAW-AMT =
               WS-HRA-DEDUCT-DRAW + WS-HRA-COINS-DRAW
             + WS-HRA-COPAY-DRAW
           IF WS-HRA-DRAW-AMT > 0
               ADD WS-HRA-DRAW-AMT TO WS-DTL-PAID-AMOUNT
               SUBTRACT WS-HRA-DRAW-AMT FROM WS-DTL-PATIENT-RESP
               IF WS-DTL-PATIENT-RESP < 0
                   MOVE +0 TO WS-DTL-PATIENT-RESP
               END-IF
           END-IF
           .
       4700-APPLY-HRA-FUNDS-EXIT.
           EXIT.

      *================================================================*
      * 4750 - APPLY MA SUPPLEMENTAL WALLET (CPS-889)                  *
      *================================================================*
       4750-APPLY-SUPP-WALLET.
      *---------------------------------------------------------------*
      * A MEDICARE ADVANTAGE LINE WHOSE HCPCS FALLS IN A               *
      * SUPP_BENEFIT_CODE RANGE (EYEWEAR, HEARING AIDS) IS PAID FROM  *
      * THE MEMBER'S ALLOWANCE WALLET FOR THAT BENEFIT AND THE        *
      * PERIOD HOLDING THE SERVICE DATE. THE PLAN PAYS ONLY UP TO THE *
      * WALLET BALANCE; THE EXCESS MOVES TO PATIENT RESPONSIBILITY AS *
      * PR-119 (BENEFIT MAXIMUM REACHED). A CLAIM ARRIVING AFTER      *
      * HCSUPWAL HAS CLOSED THE PERIOD STILL DRAWS ON WHAT EXPIRED,   *
      * AS A LATE CARD PURCHASE DOES; WHAT ROLLED FORWARD BELONGS TO  *
      * THE NEXT PERIOD. A MEMBER WITH NO WALLET FOR THE BENEFIT IS   *
      * NOT ON AN ALLOWANCE AND THE LINE PAYS AS ADJUDICATED. 8000    *
      * POSTS THE DRAW.                                               *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-SWL-FOUND-SW
           MOVE +0 TO WS-SWL-DRAW-AMT
                      WS-SWL-LIMIT-AMT

           IF ESTIMATE-MODE-ACTIVE
              OR DTL-DENIED
              OR NOT PLAN-TYPE-MCARE
              OR WS-DTL-HCPCS-CODE = SPACES
               GO TO 4750-APPLY-SUPP-WALLET-EXIT
           END-IF

           MOVE WS-DTL-HCPCS-CODE TO HV-HCPCS-CODE
           EXEC SQL
               SELECT TOP 1 BENEFIT_TYPE
               INTO   :HV-SWL-BENEFIT-TYPE
               FROM   SUPP_BENEFIT_CODE
               WHERE  HCPCS_CODE_FROM <= :HV-HCPCS-CODE
               AND    HCPCS_CODE_THRU >= :HV-HCPCS-CODE
               AND    STATUS = 'A'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE NOT = 0
               GO TO 4750-APPLY-SUPP-WALLET-EXIT
           END-IF
           MOVE HV-SWL-BENEFIT-TYPE TO WS-SWL-BENEFIT-TYPE

           MOVE +0 TO HV-SWL-AVAILABLE
           EXEC SQL
               SELECT TOP 1 PERIOD_START,
                      CASE WHEN STATUS = 'OPEN'
                           THEN ALLOTTED_AMT + ROLLOVER_IN_AMT
                              - CLAIM_DRAWN_AMT - CARD_SPENT_AMT
                           ELSE EXPIRED_AMT END
               INTO   :HV-SWL-PERIOD-START, :HV-SWL-AVAILABLE
               FROM   SUPP_WALLET
               WHERE  MEMBER_ID = :WS-MBR-ID
               AND    BENEFIT_TYPE = :HV-SWL-BENEFIT-TYPE
               AND    PERIOD_START <= :WS-CLM-FROM-DATE
               AND    PERIOD_END >= :WS-CLM-FROM-DATE
               ORDER BY PERIOD_START DESC
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = +100
               GO TO 4750-APPLY-SUPP-WALLET-EXIT
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET LOOKUP FAILED' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '4750-APPLY-SUPP-WALLET' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 4750-APPLY-SUPP-WALLET-EXIT
           END-IF

           SET SUPP-WALLET-FOUND TO TRUE
           MOVE HV-SWL-PERIOD-START TO WS-SWL-PERIOD-START
           MOVE HV-SWL-AVAILABLE TO WS-SWL-AVAILABLE-AMT
           IF WS-SWL-AVAILABLE-AMT < 0
               MOVE +0 TO WS-SWL-AVAILABLE-AMT
           END-IF
           MOVE WS-SWL-AVAILABLE-AMT TO WS-SWL-BALANCE-AFTER
           IF WS-DTL-PAID-AMOUNT NOT > 0
               GO TO 4750-APPLY-SUPP-WALLET-EXIT
           END-IF

      *--- OVER THE ALLOWANCE: THE MEMBER OWES THE DIFFERENCE ---
           IF WS-DTL-PAID-AMOUNT > WS-SWL-AVAILABLE-AMT
               COMPUTE WS-SWL-LIMIT-AMT =
                   WS-DTL-PAID-AMOUNT - WS-SWL-AVAILABLE-AMT
               MOVE WS-SWL-AVAILABLE-AMT TO WS-DTL-PAID-AMOUNT
               ADD WS-SWL-LIMIT-AMT TO WS-DTL-PATIENT-RESP
               ADD 1 TO WS-CTR-SUPP-LIMITED

               PERFORM VARYING WS-WRK-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-WRK-ADJ-IDX > 6
                   OR WS-DTL-ADJ-REASON(WS-WRK-ADJ-IDX) = SPACES
                   CONTINUE
               END-PERFORM
               IF WS-WRK-ADJ-IDX <= 6
                   MOVE 'PR' TO WS-DTL-ADJ-GROUP(WS-WRK-ADJ-IDX)
                   MOVE '00119'
                     TO WS-DTL-ADJ-REASON(WS-WRK-ADJ-IDX)
                   MOVE WS-SWL-LIMIT-AMT
                     TO WS-DTL-ADJ-AMOUNT(WS-WRK-ADJ-IDX)
               END-IF
           END-IF

           MOVE WS-DTL-PAID-AMOUNT TO WS-SWL-DRAW-AMT
           SUBTRACT WS-SWL-DRAW-AMT FROM WS-SWL-BALANCE-AFTER
           .
       4750-APPLY-SUPP-WALLET-EXIT.
           EXIT.

      *================================================================*
      * APPLY MINIMUM THRESHOLD AND HANDLE OVERPAYMENTS.               *
      *---------------------------------------------------------------*

      *--- CPS-881: MEDICAID SHARE OF COST COMES OFF THE PLAN PAYMENT
      *--- BEFORE ANYTHING ELSE IS NETTED ---
           IF PLAN-TYPE-MCAID
               PERFORM 6410-APPLY-SHARE-OF-COST
                  THRU 6410-APPLY-SHARE-OF-COST-EXIT
           END-IF

      *--- CALCULATE NET ---
           COMPUTE WS-PAY-NET-AMOUNT =
               WS-PAY-GROSS-AMOUNT
                   WS-PAY-NET-AMOUNT * WS-PAY-SEQUESTRATION-PCT
               SUBTRACT WS-PAY-SEQUESTRATION-AMT
                   FROM WS-PAY-NET-AMOUNT
               MOVE 'SEQSTR' TO WS-PTRC-STEP-CODE
               MOVE 'MEDICARE SEQUESTRATION (CO-253)'
                 TO WS-PTRC-STEP-DESC
               MOVE 'SEQUESTRATION PCT' TO WS-PTRC-SOURCE-TABLE
               MOVE WS-PAY-SEQUESTRATION-PCT TO WS-PTRC-FACTOR
               COMPUTE WS-PTRC-STEP-AMT =
                   0 - WS-PAY-SEQUESTRATION-AMT
               MOVE WS-PAY-NET-AMOUNT TO WS-PTRC-RUNNING-AMT
               PERFORM 3900-WRITE-PRICING-TRACE
                  THRU 3900-WRITE-PRICING-TRACE-EXIT
               PERFORM VARYING WS-WRK-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-WRK-ADJ-IDX > 6
                   OR WS-DTL-ADJ-REASON(WS-WRK-ADJ-IDX) = SPACES
       6400-CALCULATE-NET-PAYMENT-EXIT.
           EXIT.

      *================================================================*
      * 6410 - APPLY MEDICAID SHARE OF COST                            *
      *================================================================*
       6410-APPLY-SHARE-OF-COST.
      *---------------------------------------------------------------*
      * LOOK UP THE MEMBER'S PATIENT LIABILITY FOR THE SERVICE MONTH. *
      * WHATEVER IS NOT YET MET IS TAKEN FROM THIS CLAIM'S PLAN       *
      * PAYMENT, UP TO THE GROSS, AND REPORTED AS PR-142. 8000 POSTS  *
      * THE APPLIED AMOUNT TO LIABILITY_MET SO THE NEXT CLAIM IN THE  *
      * MONTH SEES ONLY WHAT IS LEFT.                                 *
      *---------------------------------------------------------------*
           MOVE 'N' TO WS-SOC-FOUND-SW
           MOVE +0 TO WS-SOC-APPLIED-AMT

           IF ESTIMATE-MODE-ACTIVE
              OR WS-PAY-GROSS-AMOUNT NOT > 0
               GO TO 6410-APPLY-SHARE-OF-COST-EXIT
           END-IF

           MOVE WS-CLM-FROM-DATE(1:6) TO WS-SOC-LIABILITY-MONTH
           MOVE WS-SOC-LIABILITY-MONTH TO HV-SOC-LIABILITY-MONTH

           EXEC SQL
               SELECT LIABILITY_AMOUNT,
                      LIABILITY_MET
               INTO   :HV-SOC-LIABILITY-AMT,
                      :HV-SOC-LIABILITY-MET
               FROM   MEDICAID_PATIENT_LIABILITY
               WHERE  MEMBER_ID = :WS-MBR-ID
               AND    LIABILITY_MONTH = :HV-SOC-LIABILITY-MONTH
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-READS

           IF WS-SQLCODE = +100
               GO TO 6410-APPLY-SHARE-OF-COST-EXIT
           END-IF
           IF WS-SQLCODE NOT = 0
               MOVE 'PATIENT LIABILITY LOOKUP FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '6410-APPLY-SHARE-OF-COST' TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 6410-APPLY-SHARE-OF-COST-EXIT
           END-IF

           SET SOC-LIABILITY-FOUND TO TRUE
           MOVE HV-SOC-LIABILITY-AMT TO WS-SOC-LIABILITY-AMT
           MOVE HV-SOC-LIABILITY-MET TO WS-SOC-LIABILITY-MET
           COMPUTE WS-SOC-REMAINING-AMT =
               WS-SOC-LIABILITY-AMT - WS-SOC-LIABILITY-MET
           IF WS-SOC-REMAINING-AMT NOT > 0
               GO TO 6410-APPLY-SHARE-OF-COST-EXIT
           END-IF

           IF WS-SOC-REMAINING-AMT < WS-PAY-GROSS-AMOUNT
               MOVE WS-SOC-REMAINING-AMT TO WS-SOC-APPLIED-AMT
           ELSE
               MOVE WS-PAY-GROSS-AMOUNT TO WS-SOC-APPLIED-AMT
           END-IF

           SUBTRACT WS-SOC-APPLIED-AMT FROM WS-PAY-GROSS-AMOUNT
           SUBTRACT WS-SOC-APPLIED-AMT FROM WS-DTL-PAID-AMOUNT

      *--- PR-142 ENTRY SO HCREMIT SHOWS THE MEMBER'S SHARE ---
           PERFORM VARYING WS-WRK-ADJ-IDX FROM 1 BY 1
               UNTIL WS-WRK-ADJ-IDX > 6
               OR WS-DTL-ADJ-REASON(WS-WRK-ADJ-IDX) = SPACES
               CONTINUE
           END-PERFORM
           IF WS-WRK-ADJ-IDX <= 6
               MOVE 'PR' TO WS-DTL-ADJ-GROUP(WS-WRK-ADJ-IDX)
               MOVE '00142'
                 TO WS-DTL-ADJ-REASON(WS-WRK-ADJ-IDX)
               MOVE WS-SOC-APPLIED-AMT
                 TO WS-DTL-ADJ-AMOUNT(WS-WRK-ADJ-IDX)
           END-IF
           .
       6410-APPLY-SHARE-OF-COST-EXIT.
           EXIT.

      *================================================================*
      * 6450 - CHECK STOP-LOSS/REINSURANCE THRESHOLD                  *
      *================================================================*
               GO TO 8000-ROLLBACK
           END-IF

      *--- CPS-880: A LINE SPLIT ACROSS PLAN PERIODS POSTS PERIOD 1
      *--- TO ITS OWN ROW FIRST; THE UPDATE BELOW THEN POSTS PERIOD 2
      *--- AND THE LINE TOTALS ARE PUT BACK AFTER IT ---
           IF PYS-CLAIM-SPLIT
               PERFORM 8016-POST-PRIOR-PERIOD-ACCUM
                  THRU 8016-POST-PRIOR-PERIOD-ACCUM-EXIT
               IF WS-SQLCODE NOT = 0
                  AND WS-SQLCODE NOT = +100
                   GO TO 8000-ROLLBACK
               END-IF
               MOVE WS-DTL-DEDUCTIBLE-AMT TO WS-PYS-SAVE-DEDUCT
               MOVE WS-DTL-COPAY-AMOUNT TO WS-PYS-SAVE-COPAY
               MOVE WS-DTL-COINSURANCE-AMT TO WS-PYS-SAVE-COINS
               MOVE WS-DTL-PAID-AMOUNT TO WS-PYS-SAVE-PAID
               MOVE WS-PYS-DEDUCT(2) TO WS-DTL-DEDUCTIBLE-AMT
               MOVE WS-PYS-COPAY(2) TO WS-DTL-COPAY-AMOUNT
               MOVE WS-PYS-COINS(2) TO WS-DTL-COINSURANCE-AMT
               MOVE WS-PYS-PAID(2) TO WS-DTL-PAID-AMOUNT
               MOVE WS-PYS-RESERVED(2) TO WS-ACC-RESERVED-AMT
               MOVE WS-PYS-PLAN-YEAR(2) TO HV-PLAN-YEAR
               MOVE WS-PYS-PLAN-CODE(2) TO WS-MBR-PLAN-CODE
           END-IF

      *--- UPDATE BENEFIT ACCUMULATORS ---
           IF WS-DTL-DEDUCTIBLE-AMT > 0
              OR WS-DTL-COPAY-AMOUNT > 0
                  THRU 8020-WRITE-ACCUM-JOURNAL-EXIT
           END-IF

           IF PYS-CLAIM-SPLIT
               MOVE WS-PYS-SAVE-DEDUCT TO WS-DTL-DEDUCTIBLE-AMT
               MOVE WS-PYS-SAVE-COPAY TO WS-DTL-COPAY-AMOUNT
               MOVE WS-PYS-SAVE-COINS TO WS-DTL-COINSURANCE-AMT
               MOVE WS-PYS-SAVE-PAID TO WS-DTL-PAID-AMOUNT
               MOVE WS-PYS-SAVE-PLAN-CODE TO WS-MBR-PLAN-CODE
           END-IF

      *--- CPS-881: POST THE SHARE OF COST TAKEN FROM THIS CLAIM
      *--- AGAINST THE MEMBER-MONTH LIABILITY AND RECORD IT ON
      *--- MEDICAID_SOC_APPLIED SO A VOID CAN GIVE IT BACK. A PENDED
      *--- CLAIM TAKES NOTHING UNTIL IT IS ADJUDICATED AGAIN ---
           IF WS-SOC-APPLIED-AMT > 0
              AND NOT CLAIM-SHOULD-PEND
               MOVE WS-SOC-APPLIED-AMT TO HV-SOC-LIABILITY-MET
               EXEC SQL
                   UPDATE MEDICAID_PATIENT_LIABILITY
                   SET    LIABILITY_MET =
                              LIABILITY_MET + :HV-SOC-LIABILITY-MET
                   WHERE  MEMBER_ID = :WS-MBR-ID
                   AND    LIABILITY_MONTH = :HV-SOC-LIABILITY-MONTH
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-UPDATES
               IF WS-SQLCODE NOT = 0
                   MOVE 'PATIENT LIABILITY UPDATE FAILED'
                     TO WS-ERR-MESSAGE
                   MOVE WS-SQLCODE TO WS-ERR-SQLCODE
                   PERFORM 8900-DATABASE-ERROR
                      THRU 8900-DATABASE-ERROR-EXIT
                   GO TO 8000-ROLLBACK
               END-IF
               MOVE WS-DTL-LINE-NUMBER TO HV-SOC-LINE-NUMBER
               EXEC SQL
                   INSERT INTO MEDICAID_SOC_APPLIED
                       (CLAIM_ID, LINE_NUMBER, MEMBER_ID,
                        LIABILITY_MONTH, APPLIED_AMOUNT,
                        APPLIED_DATE, CREATED_DATE, CREATED_BY)
                   VALUES
                       (:HV-CLAIM-ID, :HV-SOC-LINE-NUMBER, :WS-MBR-ID,
                        :HV-SOC-LIABILITY-MONTH,
                        :HV-SOC-LIABILITY-MET,
                        :WS-BATCH-RUN-DATE, GETDATE(), 'HCCLMADJ')
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-INSERTS
               IF WS-SQLCODE NOT = 0
                   MOVE 'SHARE OF COST APPLIED INSERT FAILED'
                     TO WS-ERR-MESSAGE
                   MOVE WS-SQLCODE TO WS-ERR-SQLCODE
                   PERFORM 8900-DATABASE-ERROR
                      THRU 8900-DATABASE-ERROR-EXIT
                   GO TO 8000-ROLLBACK
               END-IF
           END-IF

      *--- CPS-886: POST THE HRA DRAW AGAINST THE ACCOUNT AND LOG IT
      *--- FOR THE EMPLOYER'S FUNDING REQUEST. A PENDED CLAIM DRAWS
      *--- NOTHING UNTIL IT IS ADJUDICATED AGAIN ---
           IF WS-HRA-DRAW-AMT > 0
              AND NOT CLAIM-SHOULD-PEND
               PERFORM 8030-POST-HRA-DRAW
                  THRU 8030-POST-HRA-DRAW-EXIT
               IF WS-SQLCODE NOT = 0
                   GO TO 8000-ROLLBACK
               END-IF
           END-IF

      *--- CPS-889: POST THE MA SUPPLEMENTAL WALLET DRAW, SAME RULE ---
           IF WS-SWL-DRAW-AMT > 0
              AND NOT CLAIM-SHOULD-PEND
               PERFORM 8035-POST-SUPP-WALLET-DRAW
                  THRU 8035-POST-SUPP-WALLET-DRAW-EXIT
               IF WS-SQLCODE NOT = 0
                   GO TO 8000-ROLLBACK
               END-IF
           END-IF

      *--- INSERT AUDIT LOG ENTRY ---
           MOVE 'ADJ' TO HV-AUDIT-ACTION

       8010-HANDLE-DEADLOCK-EXIT.
           EXIT.

      *================================================================*
      * 8016 - POST PRIOR PERIOD ACCUMULATORS (CPS-880)                *
      *================================================================*
       8016-POST-PRIOR-PERIOD-ACCUM.
      *---------------------------------------------------------------*
      * POST PERIOD 1 OF A SPLIT LINE TO ITS OWN PLAN-YEAR ROW AND    *
      * RELEASE THE DEDUCTIBLE 4100 RESERVED THERE, THEN JOURNAL IT   *
      * FROM THE ACCUMULATORS PERIOD 1 WAS COST-SHARED AGAINST.       *
      *---------------------------------------------------------------*
           MOVE 0 TO WS-SQLCODE
           IF WS-PYS-DEDUCT(1) = 0
              AND WS-PYS-COPAY(1) = 0
              AND WS-PYS-COINS(1) = 0
              AND WS-PYS-PAID(1) = 0
               GO TO 8016-POST-PRIOR-PERIOD-ACCUM-EXIT
           END-IF

           MOVE WS-MBR-ID TO HV-MEMBER-ID
           MOVE WS-PYS-PLAN-YEAR(1) TO HV-PLAN-YEAR
           MOVE WS-PYS-PLAN-CODE(1) TO HV-PYS-PLAN-CODE
           MOVE WS-PYS-DEDUCT(1) TO HV-PYS-DEDUCT
           MOVE WS-PYS-COPAY(1) TO HV-PYS-COPAY
           MOVE WS-PYS-COINS(1) TO HV-PYS-COINS
           MOVE WS-PYS-PAID(1) TO HV-PYS-PAID
           MOVE WS-PYS-RESERVED(1) TO HV-PYS-RESERVED

           EXEC SQL
               UPDATE BENEFIT_ACCUMULATORS
               SET    INN_DEDUCTIBLE_USED =
                      INN_DEDUCTIBLE_USED + :HV-PYS-DEDUCT,
                      FAM_DEDUCTIBLE_USED =
                      FAM_DEDUCTIBLE_USED + :HV-PYS-DEDUCT,
                      INN_OOP_USED =
                      INN_OOP_USED
                      + :HV-PYS-DEDUCT
                      + :HV-PYS-COPAY
                      + :HV-PYS-COINS,
                      FAM_OOP_USED =
                      FAM_OOP_USED
                      + :HV-PYS-DEDUCT
                      + :HV-PYS-COPAY
                      + :HV-PYS-COINS,
                      ANNUAL_USED =
                      ANNUAL_USED + :HV-PYS-PAID,
                      LIFETIME_USED =
                      LIFETIME_USED + :HV-PYS-PAID,
                      RESERVED_AMOUNT =
                      RESERVED_AMOUNT - :HV-PYS-RESERVED,
                      LAST_UPDATE_TIMESTAMP = GETDATE()
               WHERE  MEMBER_ID = :HV-MEMBER-ID
               AND    PLAN_YEAR = :HV-PLAN-YEAR
               AND    PLAN_CODE = :HV-PYS-PLAN-CODE
           END-EXEC

           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES

           IF WS-SQLCODE = +100
      *--- NO ROW FOR THE PRIOR PERIOD YET: INSERT ONE ---
               EXEC SQL
                   INSERT INTO BENEFIT_ACCUMULATORS
                   (MEMBER_ID, PLAN_YEAR, PLAN_CODE,
                    INN_DEDUCTIBLE_USED, FAM_DEDUCTIBLE_USED,
                    INN_OOP_USED, FAM_OOP_USED,
                    ANNUAL_USED, LIFETIME_USED,
                    RESERVED_AMOUNT,
                    LAST_UPDATE_TIMESTAMP)
                   VALUES
                   (:HV-MEMBER-ID, :HV-PLAN-YEAR,
                    :HV-PYS-PLAN-CODE,
                    :HV-PYS-DEDUCT,
                    :HV-PYS-DEDUCT,
                    :HV-PYS-DEDUCT
                    + :HV-PYS-COPAY
                    + :HV-PYS-COINS,
                    :HV-PYS-DEDUCT
                    + :HV-PYS-COPAY
                    + :HV-PYS-COINS,
                    :HV-PYS-PAID,
                    :HV-PYS-PAID,
                    0,
                    GETDATE())
               END-EXEC
               MOVE SQLCODE TO WS-SQLCODE
               ADD 1 TO WS-CTR-DB-INSERTS
           END-IF

           IF WS-SQLCODE NOT = 0
               MOVE 'PRIOR PERIOD ACCUMULATOR UPDATE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '8016-POST-PRIOR-PERIOD-ACCUM'
                 TO WS-ERR-PARAGRAPH
               SET ERR-SEVERE TO TRUE
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 8016-POST-PRIOR-PERIOD-ACCUM-EXIT
           END-IF

      *--- JOURNAL PERIOD 1 AGAINST ITS OWN BEFORE VALUES ---
           MOVE WS-ACCUMULATORS TO WS-PYS-SAVE-ACCUMULATORS
           MOVE WS-PYS-ACCUM-SNAP(1) TO WS-ACCUMULATORS
           MOVE WS-DTL-DEDUCTIBLE-AMT TO WS-PYS-SAVE-DEDUCT
           MOVE WS-DTL-COPAY-AMOUNT TO WS-PYS-SAVE-COPAY
           MOVE WS-DTL-COINSURANCE-AMT TO WS-PYS-SAVE-COINS
           MOVE WS-DTL-PAID-AMOUNT TO WS-PYS-SAVE-PAID
           MOVE WS-PYS-DEDUCT(1) TO WS-DTL-DEDUCTIBLE-AMT
           MOVE WS-PYS-COPAY(1) TO WS-DTL-COPAY-AMOUNT
           MOVE WS-PYS-COINS(1) TO WS-DTL-COINSURANCE-AMT
           MOVE WS-PYS-PAID(1) TO WS-DTL-PAID-AMOUNT

           PERFORM 8020-WRITE-ACCUM-JOURNAL
              THRU 8020-WRITE-ACCUM-JOURNAL-EXIT

           MOVE WS-PYS-SAVE-ACCUMULATORS TO WS-ACCUMULATORS
           MOVE WS-PYS-SAVE-DEDUCT TO WS-DTL-DEDUCTIBLE-AMT
           MOVE WS-PYS-SAVE-COPAY TO WS-DTL-COPAY-AMOUNT
           MOVE WS-PYS-SAVE-COINS TO WS-DTL-COINSURANCE-AMT
           MOVE WS-PYS-SAVE-PAID TO WS-DTL-PAID-AMOUNT
           MOVE 0 TO WS-SQLCODE
           .
       8016-POST-PRIOR-PERIOD-ACCUM-EXIT.
           EXIT.

      *================================================================*
      * 8020 - WRITE ACCUMULATOR JOURNAL (CPS-872)                     *
      *================================================================*
       8025-INSERT-JOURNAL-ROW-EXIT.
           EXIT.

       8030-POST-HRA-DRAW.
      *---------------------------------------------------------------*
      * CHARGE THE LINE'S HRA DRAW TO THE ACCOUNT AND RECORD IT ON     *
      * HRA_DRAW, UNBILLED, FOR HCASOFND (CPS-886)                     *
      *---------------------------------------------------------------*
           MOVE WS-HRA-DRAW-AMT TO HV-HRA-DRAW-AMT
           MOVE WS-HRA-DEDUCT-DRAW TO HV-HRA-DEDUCT-DRAW
           MOVE WS-HRA-COINS-DRAW TO HV-HRA-COINS-DRAW
           MOVE WS-HRA-COPAY-DRAW TO HV-HRA-COPAY-DRAW
           MOVE WS-HRA-PLAN-YEAR TO HV-HRA-PLAN-YEAR
           MOVE WS-HRA-HOLDER-ID TO HV-HRA-HOLDER-ID
           MOVE WS-MBR-GROUP-ID TO HV-HRA-GROUP-ID
           MOVE WS-DTL-LINE-NUMBER TO HV-HRA-LINE-NUMBER

           EXEC SQL
               UPDATE HRA_ACCOUNT
               SET    DRAWN_AMT = DRAWN_AMT + :HV-HRA-DRAW-AMT,
                      LAST_DRAW_DATE = :WS-BATCH-RUN-DATE
               WHERE  GROUP_ID = :HV-HRA-GROUP-ID
               AND    PLAN_YEAR = :HV-HRA-PLAN-YEAR
               AND    HOLDER_ID = :HV-HRA-HOLDER-ID
               AND    STATUS = 'OPEN'
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA ACCOUNT UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '8030-POST-HRA-DRAW' TO WS-ERR-PARAGRAPH
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 8030-POST-HRA-DRAW-EXIT
           END-IF

           EXEC SQL
               INSERT INTO HRA_DRAW
                   (CLAIM_ID, LINE_NUMBER, MEMBER_ID, GROUP_ID,
                    PLAN_YEAR, HOLDER_ID, DEDUCTIBLE_DRAW,
                    COINSURANCE_DRAW, COPAY_DRAW, DRAW_AMOUNT,
                    DRAW_DATE, FUNDING_REQUEST_ID,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:HV-CLAIM-ID, :HV-HRA-LINE-NUMBER, :WS-MBR-ID,
                    :HV-HRA-GROUP-ID, :HV-HRA-PLAN-YEAR,
                    :HV-HRA-HOLDER-ID, :HV-HRA-DEDUCT-DRAW,
                    :HV-HRA-COINS-DRAW, :HV-HRA-COPAY-DRAW,
                    :HV-HRA-DRAW-AMT,
                    :WS-BATCH-RUN-DATE, NULL,
                    GETDATE(), 'HCCLMADJ')
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'HRA DRAW INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '8030-POST-HRA-DRAW' TO WS-ERR-PARAGRAPH
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 8030-POST-HRA-DRAW-EXIT
           END-IF

           ADD 1 TO WS-CTR-HRA-DRAWS
           ADD WS-HRA-DRAW-AMT TO WS-TOT-HRA-DRAWN
           .
       8030-POST-HRA-DRAW-EXIT.
           EXIT.

       8035-POST-SUPP-WALLET-DRAW.
      *---------------------------------------------------------------*
      * CHARGE THE LINE'S PAYMENT TO THE MEMBER'S SUPPLEMENTAL WALLET  *
      * AND RECORD IT ON SUPP_WALLET_TXN, WHICH HCSUPWAL SENDS TO THE  *
      * CARD VENDOR IN THE NIGHT'S BALANCE FILE (CPS-889). A DRAW ON A *
      * PERIOD HCSUPWAL HAS CLOSED COMES OUT OF ITS EXPIRED AMOUNT.    *
      *---------------------------------------------------------------*
           MOVE WS-SWL-DRAW-AMT TO HV-SWL-DRAW-AMT
           MOVE WS-SWL-BENEFIT-TYPE TO HV-SWL-BENEFIT-TYPE
           MOVE WS-SWL-PERIOD-START TO HV-SWL-PERIOD-START
           MOVE WS-DTL-LINE-NUMBER TO HV-SWL-LINE-NUMBER

           EXEC SQL
               UPDATE SUPP_WALLET
               SET    CLAIM_DRAWN_AMT =
                          CLAIM_DRAWN_AMT + :HV-SWL-DRAW-AMT,
                      EXPIRED_AMT = EXPIRED_AMT
                    - CASE WHEN STATUS = 'CLOSED'
                           THEN :HV-SWL-DRAW-AMT
                           ELSE 0 END,
                      LAST_DRAW_DATE = :WS-BATCH-RUN-DATE
               WHERE  MEMBER_ID = :WS-MBR-ID
               AND    BENEFIT_TYPE = :HV-SWL-BENEFIT-TYPE
               AND    PERIOD_START = :HV-SWL-PERIOD-START
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-UPDATES
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET UPDATE FAILED' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '8035-POST-SUPP-WALLET-DRAW' TO WS-ERR-PARAGRAPH
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 8035-POST-SUPP-WALLET-DRAW-EXIT
           END-IF

           EXEC SQL
               INSERT INTO SUPP_WALLET_TXN
                   (MEMBER_ID, BENEFIT_TYPE, PERIOD_START,
                    TXN_TYPE, TXN_AMOUNT, CLAIM_ID, LINE_NUMBER,
                    VENDOR_TXN_ID, TXN_DATE,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:WS-MBR-ID, :HV-SWL-BENEFIT-TYPE,
                    :HV-SWL-PERIOD-START,
                    'CLMD', :HV-SWL-DRAW-AMT, :HV-CLAIM-ID,
                    :HV-SWL-LINE-NUMBER,
                    NULL, :WS-BATCH-RUN-DATE,
                    GETDATE(), 'HCCLMADJ')
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           ADD 1 TO WS-CTR-DB-INSERTS
           IF WS-SQLCODE NOT = 0
               MOVE 'SUPP WALLET TXN INSERT FAILED' TO WS-ERR-MESSAGE
               MOVE WS-SQLCODE TO WS-ERR-SQLCODE
               MOVE '8035-POST-SUPP-WALLET-DRAW' TO WS-ERR-PARAGRAPH
               PERFORM 8900-DATABASE-ERROR
                  THRU 8900-DATABASE-ERROR-EXIT
               GO TO 8035-POST-SUPP-WALLET-DRAW-EXIT
           END-IF

           ADD 1 TO WS-CTR-SUPP-DRAWS
           ADD WS-SWL-DRAW-AMT TO WS-TOT-SUPP-DRAWN
           .
       8035-POST-SUPP-WALLET-DRAW-EXIT.
           EXIT.

      *================================================================*
      * 8450 - RECONCILE CLAIM TOTALS                                 *
      *================================================================*
             - WS-DTL-COPAY-AMOUNT
             - WS-DTL-COINSURANCE-AMT
             - WS-DTL-COB-AMOUNT
             + WS-HRA-DRAW-AMT
             - WS-SWL-LIMIT-AMT
             - WS-SOC-APPLIED-AMT

           COMPUTE WS-RECON-VARIANCE =
               WS-PAY-GROSS-AMOUNT - WS-RECON-EXPECTED-GROSS
           ELSE
               MOVE 'N' TO WS-ADJ-SPLIT-IND
           END-IF
           IF PYS-CLAIM-SPLIT
               MOVE 'Y' TO WS-ADJ-PLAN-PERIOD-IND
               PERFORM VARYING WS-PYS-IDX FROM 1 BY 1
                       UNTIL WS-PYS-IDX > 2
                   MOVE WS-PYS-PLAN-YEAR(WS-PYS-IDX)
                     TO WS-ADJ-PP-PLAN-YEAR(WS-PYS-IDX)
                   MOVE WS-PYS-ALLOWED(WS-PYS-IDX)
                     TO WS-ADJ-PP-ALLOWED(WS-PYS-IDX)
                   MOVE WS-PYS-DEDUCT(WS-PYS-IDX)
                     TO WS-ADJ-PP-DEDUCTIBLE(WS-PYS-IDX)
                   MOVE WS-PYS-COPAY(WS-PYS-IDX)
                     TO WS-ADJ-PP-COPAY(WS-PYS-IDX)
                   MOVE WS-PYS-COINS(WS-PYS-IDX)
                     TO WS-ADJ-PP-COINSURANCE(WS-PYS-IDX)
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-ADJ-PLAN-PERIOD-IND
           END-IF
           MOVE WS-SOC-APPLIED-AMT TO WS-ADJ-SHARE-OF-COST
           IF HRA-ACCOUNT-FOUND
               MOVE WS-HRA-DRAW-AMT TO WS-ADJ-HRA-PAID
               MOVE WS-HRA-BALANCE-AFTER TO WS-ADJ-HRA-BALANCE
           END-IF
           IF SUPP-WALLET-FOUND
               MOVE WS-SWL-BENEFIT-TYPE TO WS-ADJ-SUPP-BENEFIT-TYPE
               MOVE WS-SWL-DRAW-AMT TO WS-ADJ-SUPP-PAID
               MOVE WS-SWL-BALANCE-AFTER TO WS-ADJ-SUPP-BALANCE
           END-IF

           WRITE ADJUDICATED-OUTPUT-RECORD FROM WS-ADJ-OUTPUT-REC
           IF NOT ADJOUT-OK
                  THRU 8550-WRITE-MA-ENCOUNTER-EXIT
           END-IF

      *--- WRITE FQHC/RHC MEDICAID WRAPAROUND EXTRACT (CPS-876) ---
           IF ENC-WRAP-DUE
              AND NOT CLAIM-SHOULD-PEND
              AND NOT CLM-STATUS-DENIED
               PERFORM 8560-WRITE-WRAPAROUND
                  THRU 8560-WRITE-WRAPAROUND-EXIT
           END-IF

      *--- WRITE PEND RECORD IF PENDED ---
           IF CLAIM-SHOULD-PEND
               INITIALIZE WS-PEND-OUTPUT-REC
               SET ERR-WARNING TO TRUE
               PERFORM 8800-ERROR-HANDLER
                  THRU 8800-ERROR-HANDLER-EXIT
           ELSE
      *--- ENCOUNTER DATA TO CMS IS REQUIRED BY 42 CFR 422.310 ---
               MOVE 'CMSENC' TO WS-DLOG-RECIPIENT-ID
               MOVE 'CENTERS FOR MEDICARE AND MEDICAID SVCS'
                 TO WS-DLOG-RECIPIENT-NAME
               MOVE 'LAW' TO WS-DLOG-PURPOSE
               MOVE 'DEMCLMDGNPRCFIN' TO WS-DLOG-CATEGORIES
               PERFORM 8570-WRITE-DISCLOSURE-LOG
                  THRU 8570-WRITE-DISCLOSURE-LOG-EXIT
           END-IF
           .
       8550-WRITE-MA-ENCOUNTER-EXIT.
           EXIT.

      *================================================================*
      * 8560 - WRITE MEDICAID WRAPAROUND (CPS-876)                     *
      *================================================================*
      * ONE RECORD PER PAID FQHC/RHC ENCOUNTER FOR A MEDICAID MANAGED  *
      * CARE MEMBER, CARRYING THE STATE PPS RATE, THE PLAN PAYMENT AND *
      * THE WRAPAROUND DIFFERENCE, KEYED BY SERVICE QUARTER (YYYYQ)    *
      * FOR THE QUARTERLY STATE RECONCILIATION. THE PLAN PAYMENT IS    *
      * THE LINE'S PAID AMOUNT AFTER COST SHARE, COB AND TPL, SO THE   *
      * WRAPAROUND IS WHAT REMAINS OF THE STATE PPS RATE ONCE THE      *
      * MEMBER, ANY PRIMARY PAYER AND THE PLAN HAVE PAID THEIR SHARE.  *
      *---------------------------------------------------------------*
       8560-WRITE-WRAPAROUND.
           IF WS-ENC-STATE-PPS-RATE NOT > WS-DTL-PAID-AMOUNT
               GO TO 8560-WRITE-WRAPAROUND-EXIT
           END-IF
           COMPUTE WS-ENC-WRAP-AMOUNT =
               WS-ENC-STATE-PPS-RATE - WS-DTL-PAID-AMOUNT

           INITIALIZE WRAPAROUND-RECORD
           MOVE WS-CLM-ID TO WRAP-CLAIM-ID
           MOVE WS-MBR-ID TO WRAP-MEMBER-ID
           MOVE WS-PAT-MCAID-ID TO WRAP-MCAID-ID
           MOVE WS-PAT-MCAID-STATE TO WRAP-MCAID-STATE
           MOVE WS-PROV-NPI TO WRAP-PROVIDER-NPI
           MOVE WS-ENC-CLINIC-TYPE TO WRAP-CLINIC-TYPE
           MOVE WS-ENC-SERVICE-DATE TO WRAP-SERVICE-DATE
           COMPUTE WRAP-SERVICE-QTR =
               WS-ENC-SVC-YYYY * 10 + (WS-ENC-SVC-MM + 2) / 3
           MOVE WS-DTL-HCPCS-CODE TO WRAP-HCPCS-CODE
           MOVE WS-DTL-REVENUE-CODE TO WRAP-REVENUE-CODE
           MOVE WS-ENC-STATE-PPS-RATE TO WRAP-STATE-PPS-RATE
           MOVE WS-DTL-PAID-AMOUNT TO WRAP-PLAN-PAYMENT
           MOVE WS-ENC-WRAP-AMOUNT TO WRAP-AMOUNT
           MOVE WS-BATCH-RUN-DATE TO WRAP-BATCH-RUN-DATE

           WRITE WRAPAROUND-RECORD
           IF NOT WRAP-OK
               MOVE 'WRAPAROUND EXTRACT WRITE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-WRAP-STATUS TO WS-ERR-FILE-STATUS
               SET ERR-WARNING TO TRUE
               PERFORM 8800-ERROR-HANDLER
                  THRU 8800-ERROR-HANDLER-EXIT
           ELSE
      *--- THE STATE PAYS THE WRAPAROUND: A PAYMENT DISCLOSURE ---
               MOVE SPACES TO WS-DLOG-RECIPIENT-ID
               STRING 'MCAID-' WS-PAT-MCAID-STATE
                   DELIMITED BY SIZE INTO WS-DLOG-RECIPIENT-ID
               END-STRING
               MOVE SPACES TO WS-DLOG-RECIPIENT-NAME
               STRING 'STATE MEDICAID AGENCY (' WS-PAT-MCAID-STATE ')'
                   DELIMITED BY SIZE INTO WS-DLOG-RECIPIENT-NAME
               END-STRING
               MOVE 'PAY' TO WS-DLOG-PURPOSE
               MOVE 'DEMENRCLMPRCFIN' TO WS-DLOG-CATEGORIES
               PERFORM 8570-WRITE-DISCLOSURE-LOG
                  THRU 8570-WRITE-DISCLOSURE-LOG-EXIT
           END-IF
           .
       8560-WRITE-WRAPAROUND-EXIT.
           EXIT.

      *================================================================*
      * 8570 - WRITE DISCLOSURE LOG (CPS-888)                          *
      *================================================================*
      * ONE RECORD PER MEMBER PER OUTBOUND EXTRACT RECORD, CARRYING    *
      * THE RECIPIENT, PURPOSE AND DATA CATEGORIES SET BY THE CALLER.  *
      * A FAILED LOG WRITE IS COUNTED AS A WARNING ONLY - THE EXTRACT  *
      * RECORD HAS ALREADY GONE.                                       *
      *---------------------------------------------------------------*
       8570-WRITE-DISCLOSURE-LOG.
           MOVE SPACES TO DISCLOSURE-LOG-REC
           MOVE WS-MBR-ID TO DL-MEMBER-ID
           MOVE WS-DLOG-RECIPIENT-ID TO DL-RECIPIENT-ID
           MOVE WS-DLOG-RECIPIENT-NAME TO DL-RECIPIENT-NAME
           MOVE WS-DLOG-PURPOSE TO DL-PURPOSE-CODE
           MOVE WS-DLOG-CATEGORIES TO DL-DATA-CATEGORIES
           MOVE WS-BATCH-RUN-DATE TO DL-DISCLOSURE-DATE
           MOVE 'HCCLMADJ' TO DL-PROGRAM
           MOVE WS-CLM-ID TO DL-REFERENCE

           WRITE DISCLOSURE-LOG-REC
           IF DLOG-OK
               ADD 1 TO WS-CTR-DISCLOSURES
           ELSE
               MOVE 'DISCLOSURE LOG WRITE FAILED'
                 TO WS-ERR-MESSAGE
               MOVE WS-DLOG-STATUS TO WS-ERR-FILE-STATUS
               MOVE '8570-WRITE-DISCLOSURE-LOG' TO WS-ERR-PARAGRAPH
               SET ERR-WARNING TO TRUE
               PERFORM 8800-ERROR-HANDLER
                  THRU 8800-ERROR-HANDLER-EXIT
           END-IF
           .
       8570-WRITE-DISCLOSURE-LOG-EXIT.
           EXIT.

      *================================================================*
      * 8800 - ERROR HANDLER                                           *
      *================================================================*
           DISPLAY 'TOTAL INTEREST:         ' WS-TOT-INTEREST-AMOUNT
           DISPLAY 'TOTAL PATIENT RESP:     ' WS-TOT-PATIENT-RESP
           DISPLAY 'TOTAL COB SAVINGS:      ' WS-TOT-COB-SAVINGS
           DISPLAY 'HRA DRAWS:              ' WS-CTR-HRA-DRAWS
           DISPLAY 'HRA DRAW REVERSALS:     ' WS-CTR-HRA-REVERSALS
           DISPLAY 'TOTAL HRA DRAWN (NET):  ' WS-TOT-HRA-DRAWN
           DISPLAY 'SUPP WALLET DRAWS:      ' WS-CTR-SUPP-DRAWS
           DISPLAY 'SUPP LINES AT ALLOWANCE:' WS-CTR-SUPP-LIMITED
           DISPLAY 'SUPP WALLET REVERSALS:  ' WS-CTR-SUPP-REVERSALS
           DISPLAY 'SHARE OF COST REVERSALS:' WS-CTR-SOC-REVERSALS
           DISPLAY 'TOTAL SUPP DRAWN (NET): ' WS-TOT-SUPP-DRAWN
           DISPLAY '------------------------------------------------'
           DISPLAY 'DB READS:               ' WS-CTR-DB-READS
           DISPLAY 'DB UPDATES:             ' WS-CTR-DB-UPDATES
           DISPLAY 'DB INSERTS:             ' WS-CTR-DB-INSERTS
           DISPLAY 'DEADLOCK RETRIES:       ' WS-CTR-DEADLOCK-RETRIES
           DISPLAY 'PRICING TRACE RECORDS:  ' WS-CTR-TRACE-RECORDS
           DISPLAY 'DISCLOSURES LOGGED:     ' WS-CTR-DISCLOSURES
           DISPLAY 'ERROR COUNT:            ' WS-ERR-COUNT
           DISPLAY '------------------------------------------------'
           DISPLAY 'START TIME:             ' WS-PROCESS-START-TIME
           CLOSE SHADOW-CLAIMS-FILE
           CLOSE CLAIM-EVENT-FILE
           CLOSE AUDIT-VENDOR-EXTRACT
           CLOSE WRAPAROUND-EXTRACT
           CLOSE OON-REPRICE-EXTRACT
           CLOSE DISCLOSURE-LOG-FILE
           CLOSE PRICING-TRACE-FILE
           CLOSE ELG-PRELOAD-FILE
           CLOSE PRV-PRELOAD-FILE

           CLOSE SHADOW-CLAIMS-FILE
           CLOSE CLAIM-EVENT-FILE
           CLOSE AUDIT-VENDOR-EXTRACT
           CLOSE WRAPAROUND-EXTRACT
           CLOSE OON-REPRICE-EXTRACT
           CLOSE DISCLOSURE-LOG-FILE
           CLOSE PRICING-TRACE-FILE
           CLOSE ELG-PRELOAD-FILE
           CLOSE PRV-PRELOAD-FILE

