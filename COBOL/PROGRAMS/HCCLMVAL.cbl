      * 2026-08-10 PWRIGHT  CLAIM LIFECYCLE EVENT RECORDS (CLMEVENT)  *
      *                     AT EVERY STATUS TRANSITION FOR THE        *
      *                     CLAIM_EVENT_HISTORY TIMELINE              *
      * 2026-10-15 AGARCIA  CLIA CERTIFICATE EDIT: LAB LINES WHOSE    *
      *                     HCPCS IS ON CLIA_TEST_LEVEL MUST CARRY A  *
      *                     CLIA NUMBER ON FILE (HCCLIAIM) THAT WAS   *
      *                     IN EFFECT ON THE SERVICE DATE AND WHOSE   *
      *                     CERTIFICATE TYPE COVERS THE TEST LEVEL    *
      * 2026-10-15 AGARCIA  PECOS ORDERING/REFERRING EDIT: MEDICARE   *
      *                     AND MEDICARE ADVANTAGE DME, LAB, IMAGING  *
      *                     AND HOME HEALTH CLAIMS REJECT (CO-16 OR   *
      *                     CO-183) WHEN THE ORDERING NPI IS NOT ON   *
      *                     ORDER_REFER_PROVIDER (HCPECIMP) OR NOT    *
      *                     ELIGIBLE FOR THE SERVICE TYPE ON THE DOS  *
      * 2026-10-15 AGARCIA  MEDICAID ENROLLMENT EDIT: MEDICAID CLAIMS *
      *                     PEND WHEN THE BILLING OR RENDERING NPI IS *
      *                     NOT ENROLLED WITH THE STATE (HCMCDPRV) ON *
      *                     THE DOS; THE NPI GOES ON THE OUTREACH     *
      *                     TRACKING TABLE FOR PROVIDER RELATIONS     *
      * 2026-10-15 RJONES   CROSS-CLAIM NCCI PTP: PROFESSIONAL LINES  *
      *                     CHECKED AGAINST CLAIM_LINE AND THIS RUN'S *
      *                     EARLIER CLAIMS FOR THE SAME MEMBER,       *
      *                     RENDERING NPI AND DOS; BUNDLED INTO A     *
      *                     PAID LINE DENIES CO-97, OTHERWISE PENDS   *
      * 2026-10-15 AGARCIA  EVV MATCH: MEDICAID HOME CARE LINES ON    *
      *                     EVV_SERVICE_CODE MATCHED TO GPS-VERIFIED  *
      *                     EVV_VISIT ROWS (HCEVVIMP) BY MEMBER, NPI, *
      *                     SERVICE AND DATE; NO VISIT PENDS, FEWER   *
      *                     VERIFIED UNITS THAN BILLED DENIES CO-16;  *
      *                     RESULT KEPT ON EVV_CLAIM_MATCH (HCEVVRPT) *
      * 2026-10-15 AGARCIA  MEDICAL DRUG POLICY: J-CODE AND BIOSIMILAR*
      *                     LINES EDITED AGAINST MEDICAL_DRUG_POLICY  *
      *                     (HCMDPMNT) - SITE OF CARE DENIES CO-58;   *
      *                     NON-PREFERRED DRUGS WITH NO STEP DRUG IN  *
      *                     MEDICAL OR PHARMACY HISTORY AND NO PRIOR  *
      *                     AUTH DENY CO-197 OR PEND PER POLICY       *
      * 2026-10-15 AGARCIA  FOREIGN CLAIMS (SOURCE FC FROM HCFORCLM)  *
      *                     SKIP THE NPI/TAX ID PROVIDER EDITS AND    *
      *                     ARE EDITED ON PROVIDER NAME, COUNTRY AND  *
      *                     CURRENCY INSTEAD (ED0028/ED0029)          *
      * 2026-10-15 AGARCIA  MEMBER-SUBMITTED CLAIMS (SOURCE MS FROM   *
      *                     HCMBRCLM) MAY OMIT THE NPI - EDITED ON    *
      *                     PROVIDER NAME (ED0018); PAY-TO-SUBSCRIBER *
      *                     ONLY ON MEMBER-SUBMITTED CLAIMS (ED0017)  *
      * 2026-10-15 CMURPHY  EDIT HIT RECORDS (EDITHIT): EVERY REJECT  *
      *                     AND PEND EDIT LEFT AFTER THE LOB          *
      *                     DISPOSITIONS, WITH THE FULL EDIT CODE AND *
      *                     PAYER TYPE, FOR THE HCEDYLD YIELD REPORT  *
      * 2026-10-15 AGARCIA  CLIA EDIT DEFAULTS A ZERO LINE DOS TO THE *
      *                     CLAIM DOS; EVV MATCH AND ENROLLMENT       *
      *                     OUTREACH WRITES ARE NOW CHECKED           *
      *================================================================*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CEVT-STATUS.

           SELECT EDIT-HIT-FILE
               ASSIGN TO EDITHIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EHIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY CPYCEVT.

      *-----------------------------------------------------------------
      * EDIT HIT RECORD - ONE PER REJECT OR PEND EDIT ON A CLAIM,
      * LOADED TO EDIT_HIT_HISTORY BY THE EDIT YIELD ANALYSIS JOB
      *-----------------------------------------------------------------
       FD  EDIT-HIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CPYEDHIT.

       WORKING-STORAGE SECTION.

       01  WS-PROGRAM-FIELDS.
           05  WS-DURR-STATUS              PIC X(02).
           05  WS-CEVT-STATUS              PIC X(02).
           05  WS-ITHO-STATUS              PIC X(02).
           05  WS-EHIT-STATUS              PIC X(02).

       01  WS-FLAGS-AND-SWITCHES.
           05  WS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           05  WS-ESTAT-OPIOID-ERRS        PIC 9(07) VALUE 0.
           05  WS-ESTAT-XOVER-ERRS         PIC 9(07) VALUE 0.
           05  WS-ESTAT-ATTACH-ERRS        PIC 9(07) VALUE 0.
           05  WS-ESTAT-CLIA-ERRS          PIC 9(07) VALUE 0.
           05  WS-ESTAT-ORDERING-ERRS      PIC 9(07) VALUE 0.
           05  WS-ESTAT-ENROLL-ERRS        PIC 9(07) VALUE 0.
           05  WS-ESTAT-XCLM-NCCI-ERRS     PIC 9(07) VALUE 0.
           05  WS-ESTAT-EVV-ERRS           PIC 9(07) VALUE 0.
           05  WS-ESTAT-DRUG-POLICY-ERRS   PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * AUTHORIZATION DETAIL WORK FIELDS
           05  WS-PXP-LICENSE-EXP-X        PIC X(10).
           05  WS-PXP-LICENSE-EXP-8        PIC X(08).

       01  WS-CLIA-FIELDS.
           05  WS-CLIA-NO                  PIC X(10).
           05  WS-CLIA-REQ-LEVEL           PIC X(01).
               88  WS-CLIA-TEST-WAIVED     VALUE 'W'.
               88  WS-CLIA-TEST-PPM        VALUE 'P'.
               88  WS-CLIA-TEST-MODERATE   VALUE 'M'.
           05  WS-CLIA-CERT-TYPE           PIC X(01).
               88  WS-CLIA-CERT-WAIVER     VALUE 'W'.
               88  WS-CLIA-CERT-PPM        VALUE 'P'.
               88  WS-CLIA-CERT-FULL       VALUE 'R' 'C' 'A'.
           05  WS-CLIA-EFF-DT              PIC 9(08).
           05  WS-CLIA-EXP-DT              PIC 9(08).
           05  WS-CLIA-DOS                 PIC 9(08).
           05  WS-CLIA-LAB-NPI             PIC X(10).
           05  WS-CLIA-COVER-FLAG          PIC X(01).
               88  WS-CLIA-LEVEL-COVERED   VALUE 'Y'.

       01  WS-ORDERING-FIELDS.
           05  WS-ORD-SERVICE-CAT          PIC X(01).
               88  WS-ORD-CAT-NONE         VALUE ' '.
               88  WS-ORD-CAT-DME          VALUE 'D'.
               88  WS-ORD-CAT-PMD          VALUE 'M'.
               88  WS-ORD-CAT-LAB          VALUE 'L'.
               88  WS-ORD-CAT-IMAGING      VALUE 'I'.
               88  WS-ORD-CAT-HOME-HEALTH  VALUE 'H'.
           05  WS-ORD-CAT-NAME             PIC X(14).
           05  WS-ORD-FROM-DOS             PIC 9(08).
           05  WS-ORD-ON-FILE-COUNT        PIC S9(09) COMP.
           05  WS-ORD-REJECT-FLAG          PIC X(01).
               88  WS-ORD-REJECTED         VALUE 'Y'.

      *-----------------------------------------------------------------
      * CROSS-CLAIM NCCI WORK FIELDS. THE CYCLE TABLE HOLDS THE
      * PROFESSIONAL LINES OF CLAIMS ALREADY EDITED IN THIS RUN, WHICH
      * ARE NOT ON CLAIM_LINE UNTIL ADJUDICATION POSTS THEM
      *-----------------------------------------------------------------
       01  WS-XCLM-NCCI-FIELDS.
           05  WS-XNC-REND-NPI             PIC X(10).
           05  WS-XNC-DOS                  PIC 9(08).
           05  WS-XNC-OTHER-CLAIM          PIC X(15).
           05  WS-XNC-OTHER-HCPCS          PIC X(05).
           05  WS-XNC-OTHER-MOD-1          PIC X(02).
           05  WS-XNC-OTHER-MOD-2          PIC X(02).
           05  WS-XNC-OTHER-CLM-STATUS     PIC X(02).
           05  WS-XNC-OTHER-LINE-STATUS    PIC X(02).
           05  WS-XNC-OTHER-PAID-SW        PIC X(01).
               88  WS-XNC-OTHER-PAID       VALUE 'Y'.
           05  WS-XNC-PAIR-SW              PIC X(01).
               88  WS-XNC-NO-PAIR          VALUE ' '.
               88  WS-XNC-NEW-IS-COL2      VALUE '2'.
               88  WS-XNC-NEW-IS-COL1      VALUE '1'.
               88  WS-XNC-MUTEX            VALUE 'M'.
           05  WS-XNC-PAIR-MOD-IND         PIC X(01).
               88  WS-XNC-PAIR-MOD-OK      VALUE '1'.
           05  WS-XNC-OVERRIDE-SW          PIC X(01).
               88  WS-XNC-MOD-OVERRIDE     VALUE 'Y'.
           05  WS-XNC-LINE-DONE-SW         PIC X(01).
               88  WS-XNC-LINE-DONE        VALUE 'Y'.
           05  WS-XNC-EOF-SW               PIC X(01).
               88  WS-XNC-AT-EOF           VALUE 'Y'.
           05  WS-XNC-NCCI-SUB             PIC S9(04) COMP.
           05  WS-XNC-CYC-SUB              PIC S9(04) COMP.
           05  WS-XNC-CYC-FULL-SW          PIC X(01) VALUE 'N'.
               88  WS-XNC-CYC-FULL         VALUE 'Y'.

       01  WS-XNC-CYCLE-TABLE.
           05  WS-XNC-CYC-COUNT            PIC 9(05) VALUE 0.
           05  WS-XNC-CYC-ENTRY OCCURS 5000 TIMES.
               10  WS-XNC-CYC-MRN          PIC X(12).
               10  WS-XNC-CYC-NPI          PIC X(10).
               10  WS-XNC-CYC-DOS          PIC 9(08).
               10  WS-XNC-CYC-HCPCS        PIC X(05).
               10  WS-XNC-CYC-MOD-1        PIC X(02).
               10  WS-XNC-CYC-MOD-2        PIC X(02).
               10  WS-XNC-CYC-CLAIM        PIC X(15).

       01  WS-MCAID-ENROLL-FIELDS.
           05  WS-MEN-NPI                  PIC X(10).
           05  WS-MEN-ROLE                 PIC X(01).
               88  WS-MEN-ROLE-BILLING     VALUE 'B'.
               88  WS-MEN-ROLE-RENDERING   VALUE 'R'.
           05  WS-MEN-ROLE-NAME            PIC X(09).
           05  WS-MEN-DOS                  PIC 9(08).
           05  WS-MEN-LAST-REND-NPI        PIC X(10).
           05  WS-MEN-ENROLL-COUNT         PIC S9(09) COMP.

       01  WS-EVV-FIELDS.
           05  WS-EVV-AGENCY-NPI           PIC X(10).
           05  WS-EVV-FROM-DOS             PIC 9(08).
           05  WS-EVV-THRU-DOS             PIC 9(08).
           05  WS-EVV-UNIT-MINUTES         PIC S9(05) COMP-3.
           05  WS-EVV-VISIT-COUNT          PIC S9(09) COMP.
           05  WS-EVV-ANY-COUNT            PIC S9(09) COMP.
           05  WS-EVV-MINUTES              PIC S9(09) COMP.
           05  WS-EVV-BILLED-UNITS         PIC S9(05)V99 COMP-3.
           05  WS-EVV-VERIFIED-UNITS       PIC S9(05)V99 COMP-3.
           05  WS-EVV-UNITS-DISP           PIC ZZZZ9.99.
           05  WS-EVV-MATCH-RESULT         PIC X(01).
               88  WS-EVV-MATCHED          VALUE 'M'.
               88  WS-EVV-UNDER-DOCUMENTED VALUE 'U'.
               88  WS-EVV-NOT-MATCHED      VALUE 'N'.

       01  WS-MED-DRUG-POLICY-FIELDS.
           05  WS-MDP-DOS                  PIC 9(08).
           05  WS-MDP-NDC                  PIC X(11).
           05  WS-MDP-FOUND-SW             PIC X(01).
               88  WS-MDP-POLICY-FOUND     VALUE 'Y'.
           05  WS-MDP-PREFERRED-STATUS     PIC X(01).
               88  WS-MDP-NON-PREFERRED    VALUE 'N'.
           05  WS-MDP-STEP-DRUGS.
               10  WS-MDP-STEP-HCPCS-1     PIC X(05).
               10  WS-MDP-STEP-HCPCS-2     PIC X(05).
               10  WS-MDP-STEP-HCPCS-3     PIC X(05).
           05  WS-MDP-STEP-LOOKBACK-DAYS   PIC 9(03).
           05  WS-MDP-STEP-FAIL-ACTION     PIC X(01).
               88  WS-MDP-STEP-FAIL-DENY   VALUE 'D'.
           05  WS-MDP-ALLOWED-POS-LIST.
               10  WS-MDP-ALLOWED-POS-1    PIC X(02).
               10  WS-MDP-ALLOWED-POS-2    PIC X(02).
               10  WS-MDP-ALLOWED-POS-3    PIC X(02).
               10  WS-MDP-ALLOWED-POS-4    PIC X(02).
               10  WS-MDP-ALLOWED-POS-5    PIC X(02).
           05  WS-MDP-ALLOWED-POS-TABLE
                   REDEFINES WS-MDP-ALLOWED-POS-LIST.
               10  WS-MDP-ALLOWED-POS      PIC X(02) OCCURS 5 TIMES.
           05  WS-MDP-POS-SUB              PIC S9(04) COMP.
           05  WS-MDP-POS-OK-SW            PIC X(01).
               88  WS-MDP-POS-OK           VALUE 'Y'.
           05  WS-MDP-AUTH-NO              PIC X(20).
           05  WS-MDP-AUTH-SW              PIC X(01).
               88  WS-MDP-HAS-AUTH         VALUE 'Y'.
           05  WS-MDP-LOOKBACK-DATE        PIC 9(08).
           05  WS-MDP-HISTORY-COUNT        PIC S9(09) COMP.

       01  WS-BH-CARVEOUT-FIELDS.
           05  WS-BHC-VENDOR-NAME          PIC X(40).
           05  WS-BHC-PROFILE-FLAG         PIC X(01).
               DISPLAY 'HCCLMVAL - WARNING: EVENT FILE OPEN FAILED'
           END-IF

           OPEN OUTPUT EDIT-HIT-FILE
           IF WS-EHIT-STATUS NOT = '00'
               DISPLAY 'HCCLMVAL - WARNING: EDIT HIT FILE OPEN FAILED'
           END-IF

           OPEN INPUT DENTAL-LINE-FILE
           IF WS-DENT-STATUS NOT = '00'
      *--- NO DENTAL EXTENSION FILE TODAY: DENTAL EDITS JUST SKIP ---
      *--- LEVEL 1: BASIC FIELD VALIDATION
           PERFORM 2100-VALIDATE-CLAIM-HEADER
           PERFORM 2200-VALIDATE-PATIENT-INFO
      *--- A FOREIGN PROVIDER HAS NO NPI OR TAX ID (SOURCE FC FROM
      *--- HCFORCLM); ITS BILL IS EDITED ON NAME/COUNTRY/CURRENCY
           IF WS-CLM-FOREIGN-CLAIM
               PERFORM 2350-VALIDATE-FOREIGN-PROVIDER
           ELSE
      *---     A MEMBER'S ITEMIZED RECEIPT (SOURCE MS FROM HCMBRCLM)
      *---     OFTEN SHOWS NO NPI; WITHOUT ONE IT IS EDITED IN 2360
               IF WS-CLM-MEMBER-SUBMITTED
                  AND (WS-CLM-BILL-PROV-NPI = SPACES OR LOW-VALUES)
                   CONTINUE
               ELSE
                   PERFORM 2300-VALIDATE-PROVIDER-INFO
               END-IF
           END-IF
           PERFORM 2360-VALIDATE-MEMBER-PAYEE
           PERFORM 2400-VALIDATE-DATES
           PERFORM 2500-VALIDATE-DIAGNOSIS-CODES
           PERFORM 2600-VALIDATE-PROCEDURE-CODES
      *--- ONLY PERFORM IF NO FATAL EDITS SO FAR (PERFORMANCE)
           IF WS-NO-FATAL-EDITS
               PERFORM 2550-VALIDATE-NCCI-EDITS
               PERFORM 2555-VALIDATE-CROSS-CLAIM-NCCI
                   THRU 2555-VALIDATE-CROSS-CLAIM-NCCI-EXIT
               PERFORM 2560-VALIDATE-GENDER-AGE-EDITS
               PERFORM 2570-VALIDATE-DIAGNOSIS-PROC-LINK
               PERFORM 2580-VALIDATE-PLACE-OF-SERVICE
               THRU 3050-SCREEN-WORKERS-COMP-EXIT
           PERFORM 3060-VALIDATE-NDC-XWALK
               THRU 3060-VALIDATE-NDC-XWALK-EXIT
           PERFORM 3072-CHECK-MEDICAL-DRUG-POLICY
               THRU 3072-CHECK-MEDICAL-DRUG-POLICY-EXIT
           PERFORM 3075-CHECK-CLIA-CERTIFICATE
               THRU 3075-CHECK-CLIA-CERTIFICATE-EXIT
           PERFORM 3077-CHECK-ORDERING-PROVIDER
               THRU 3077-CHECK-ORDERING-PROVIDER-EXIT
           PERFORM 3080-CHECK-LOCUM-TENENS
               THRU 3080-CHECK-LOCUM-TENENS-EXIT
           PERFORM 3090-CHECK-BH-CARVEOUT
               THRU 3090-CHECK-BH-CARVEOUT-EXIT
           PERFORM 3095-CHECK-PROVIDER-EXPIRABLES
               THRU 3095-CHECK-PROVIDER-EXPIRABLES-EXIT
           PERFORM 3096-CHECK-MEDICAID-ENROLLMENT
               THRU 3096-CHECK-MEDICAID-ENROLLMENT-EXIT
           PERFORM 3098-CHECK-EVV-VISITS
               THRU 3098-CHECK-EVV-VISITS-EXIT
           PERFORM 3150-CHECK-TIMELY-FILING-BY-PAYER
           PERFORM 3160-CHECK-ATTACHMENT-STATUS
               THRU 3160-CHECK-ATTACHMENT-STATUS-EXIT
      *--- OPERATING/ATTENDING PHYSICIAN REQUIREMENTS BY BILL TYPE
      *--- INPATIENT (X1X) REQUIRES ATTENDING PHYSICIAN
           IF WS-BILL-TYPE-DIGIT-2 = '1'
              AND NOT WS-CLM-FOREIGN-CLAIM
              AND NOT WS-CLM-MEMBER-SUBMITTED
               IF WS-CLM-ATTEND-PROV-NPI = SPACES OR LOW-VALUES
                   MOVE 'ED0250' TO WS-EDIT-ERR-CD(
                       WS-EDIT-ERR-COUNT + 1)
           END-IF
           .

       2350-VALIDATE-FOREIGN-PROVIDER.
      *================================================================*
      * OUT-OF-COUNTRY CLAIMS KEYED FROM A MEMBER'S ITEMIZED FOREIGN   *
      * BILL. THE PROVIDER IS IDENTIFIED BY NAME ONLY; THE COUNTRY AND *
      * CURRENCY MUST BE PRESENT SO THE EOB CAN SHOW THE CONVERSION.   *
      *================================================================*
      *--- EDIT 28: FOREIGN PROVIDER NAME REQUIRED
           IF WS-CLM-BILL-PROV-NAME = SPACES OR LOW-VALUES
               MOVE 'ED0028' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT
                   + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               MOVE 'FOREIGN PROVIDER NAME IS REQUIRED'
                   TO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               ADD 1 TO WS-EDIT-ERR-COUNT
               SET WS-CLAIM-IS-INVALID TO TRUE
               SET WS-HAS-FATAL-EDIT TO TRUE
               ADD 1 TO WS-ESTAT-PROVIDER-ERRS
           END-IF

      *--- EDIT 29: COUNTRY AND CURRENCY OF SERVICE REQUIRED
           IF WS-CLM-COUNTRY-CD = SPACES OR LOW-VALUES
              OR WS-CLM-CURRENCY-CD = SPACES OR LOW-VALUES
               MOVE 'ED0029' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT
                   + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               MOVE 'FOREIGN CLAIM MISSING COUNTRY OR CURRENCY'
                   TO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               ADD 1 TO WS-EDIT-ERR-COUNT
               SET WS-CLAIM-IS-INVALID TO TRUE
               SET WS-HAS-FATAL-EDIT TO TRUE
               ADD 1 TO WS-ESTAT-PROVIDER-ERRS
           END-IF
           .

       2360-VALIDATE-MEMBER-PAYEE.
      *================================================================*
      * MEMBER-SUBMITTED CLAIMS. ONLY A CLAIM THE MEMBER SENT IN MAY   *
      * PAY THE SUBSCRIBER; A PROVIDER-BILLED CLAIM ALWAYS PAYS THE    *
      * PROVIDER. A RECEIPT WITH NO NPI MUST AT LEAST NAME THE         *
      * PROVIDER.                                                      *
      *================================================================*
      *--- EDIT 17: PAY-TO-SUBSCRIBER ON A PROVIDER-BILLED CLAIM
           IF WS-CLM-PAY-SUBSCRIBER
              AND NOT WS-CLM-MEMBER-SUBMITTED
               MOVE 'ED0017' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT
                   + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               MOVE 'PAY-TO-SUBSCRIBER ONLY ON MEMBER CLAIMS'
                   TO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               ADD 1 TO WS-EDIT-ERR-COUNT
               SET WS-CLAIM-IS-INVALID TO TRUE
               SET WS-HAS-FATAL-EDIT TO TRUE
               ADD 1 TO WS-ESTAT-PROVIDER-ERRS
           END-IF

      *--- EDIT 18: RECEIPT WITH NO NPI MUST NAME THE PROVIDER
           IF WS-CLM-MEMBER-SUBMITTED
              AND (WS-CLM-BILL-PROV-NPI = SPACES OR LOW-VALUES)
              AND (WS-CLM-BILL-PROV-NAME = SPACES OR LOW-VALUES)
               MOVE 'ED0018' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT
                   + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               MOVE 'RECEIPT PROVIDER NAME OR NPI IS REQUIRED'
                   TO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               ADD 1 TO WS-EDIT-ERR-COUNT
               SET WS-CLAIM-IS-INVALID TO TRUE
               SET WS-HAS-FATAL-EDIT TO TRUE
               ADD 1 TO WS-ESTAT-PROVIDER-ERRS
           END-IF
           .

       2400-VALIDATE-DATES.
      *================================================================*
      * VALIDATE ALL DATE FIELDS ON THE CLAIM                          *
           END-PERFORM
           .

       2555-VALIDATE-CROSS-CLAIM-NCCI.
      *================================================================*
      * CROSS-CLAIM NCCI PROCEDURE-TO-PROCEDURE EDITS. 2550 ONLY SEES  *
      * PAIRS ON ONE CLAIM, SO A COLUMN ONE AND COLUMN TWO CODE SPLIT  *
      * ONTO TWO CLAIMS FOR THE SAME DATE BOTH PAID. EACH PROFESSIONAL *
      * LINE IS CHECKED AGAINST THE SAME MEMBER'S OTHER LINES FOR THE  *
      * SAME RENDERING NPI AND DOS - ADJUDICATED LINES ON CLAIM_LINE   *
      * AND LINES OF CLAIMS EDITED EARLIER IN THIS RUN - USING THE     *
      * SAME NCCI PAIRS AND MODIFIER INDICATOR AS 2550:                *
      *   NEW LINE IS COLUMN TWO (OR MUTUALLY EXCLUSIVE) TO A PAID     *
      *   LINE            - DENY CO-97 (ED0303)                        *
      *   ANY OTHER PAIR  - PEND FOR REVIEW (ED0304, REASON 0304): THE *
      *   OTHER CLAIM IS STILL IN PROCESS OR ARRIVED THIS CYCLE, OR    *
      *   THE NEW LINE IS COLUMN ONE AND THE PAID LINE NEEDS RECOVERY  *
      *================================================================*
           IF NOT WS-CLM-PROFESSIONAL
              OR WS-NCCI-ENTRY-COUNT = 0
               GO TO 2555-VALIDATE-CROSS-CLAIM-NCCI-EXIT
           END-IF

           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               IF WS-CLN-HCPCS-CD NOT = SPACES
                   MOVE WS-CLN-REND-PROV-NPI TO WS-XNC-REND-NPI
                   IF WS-XNC-REND-NPI = SPACES
                       MOVE WS-CLM-REND-PROV-NPI TO WS-XNC-REND-NPI
                   END-IF
                   MOVE WS-CLN-FROM-DOS TO WS-XNC-DOS
                   IF WS-XNC-DOS = 0
                       MOVE WS-CLM-FROM-DOS TO WS-XNC-DOS
                   END-IF
                   PERFORM 2556-CHECK-ONE-XCLM-LINE
                       THRU 2556-CHECK-ONE-XCLM-LINE-EXIT
               END-IF
           END-PERFORM

      *--- REMEMBER THIS CLAIM'S LINES FOR LATER CLAIMS IN THE RUN ---
           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
                  OR WS-XNC-CYC-FULL
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               IF WS-CLN-HCPCS-CD NOT = SPACES
                   IF WS-XNC-CYC-COUNT >= 5000
                       SET WS-XNC-CYC-FULL TO TRUE
                       DISPLAY 'HCCLMVAL - CROSS-CLAIM NCCI CYCLE '
                           'TABLE FULL - LATER CLAIMS CHECK '
                           'CLAIM_LINE ONLY'
                   ELSE
                       ADD 1 TO WS-XNC-CYC-COUNT
                       MOVE WS-CLM-PAT-MRN
                           TO WS-XNC-CYC-MRN(WS-XNC-CYC-COUNT)
                       MOVE WS-CLN-REND-PROV-NPI
                           TO WS-XNC-CYC-NPI(WS-XNC-CYC-COUNT)
                       IF WS-CLN-REND-PROV-NPI = SPACES
                           MOVE WS-CLM-REND-PROV-NPI
                               TO WS-XNC-CYC-NPI(WS-XNC-CYC-COUNT)
                       END-IF
                       MOVE WS-CLN-FROM-DOS
                           TO WS-XNC-CYC-DOS(WS-XNC-CYC-COUNT)
                       IF WS-CLN-FROM-DOS = 0
                           MOVE WS-CLM-FROM-DOS
                               TO WS-XNC-CYC-DOS(WS-XNC-CYC-COUNT)
                       END-IF
                       MOVE WS-CLN-HCPCS-CD
                           TO WS-XNC-CYC-HCPCS(WS-XNC-CYC-COUNT)
                       MOVE WS-CLN-HCPCS-MOD-1
                           TO WS-XNC-CYC-MOD-1(WS-XNC-CYC-COUNT)
                       MOVE WS-CLN-HCPCS-MOD-2
                           TO WS-XNC-CYC-MOD-2(WS-XNC-CYC-COUNT)
                       MOVE WS-CLM-NUMBER
                           TO WS-XNC-CYC-CLAIM(WS-XNC-CYC-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .
       2555-VALIDATE-CROSS-CLAIM-NCCI-EXIT.
           EXIT.

       2556-CHECK-ONE-XCLM-LINE.
      *================================================================*
      * CHECK ONE LINE AGAINST THIS RUN'S EARLIER CLAIMS, THEN AGAINST *
      * CLAIM_LINE. THE FIRST PAIR THAT FIRES ENDS THE LINE'S CHECK    *
      *================================================================*
           MOVE 'N' TO WS-XNC-LINE-DONE-SW
           MOVE 'N' TO WS-XNC-OTHER-PAID-SW

           PERFORM VARYING WS-XNC-CYC-SUB FROM 1 BY 1
               UNTIL WS-XNC-CYC-SUB > WS-XNC-CYC-COUNT
                  OR WS-XNC-LINE-DONE
               IF WS-XNC-CYC-MRN(WS-XNC-CYC-SUB) = WS-CLM-PAT-MRN
                  AND WS-XNC-CYC-NPI(WS-XNC-CYC-SUB) = WS-XNC-REND-NPI
                  AND WS-XNC-CYC-DOS(WS-XNC-CYC-SUB) = WS-XNC-DOS
                  AND WS-XNC-CYC-CLAIM(WS-XNC-CYC-SUB)
                      NOT = WS-CLM-NUMBER
                   MOVE WS-XNC-CYC-CLAIM(WS-XNC-CYC-SUB)
                       TO WS-XNC-OTHER-CLAIM
                   MOVE WS-XNC-CYC-HCPCS(WS-XNC-CYC-SUB)
                       TO WS-XNC-OTHER-HCPCS
                   MOVE WS-XNC-CYC-MOD-1(WS-XNC-CYC-SUB)
                       TO WS-XNC-OTHER-MOD-1
                   MOVE WS-XNC-CYC-MOD-2(WS-XNC-CYC-SUB)
                       TO WS-XNC-OTHER-MOD-2
                   PERFORM 2557-EDIT-XCLM-PAIR
                       THRU 2557-EDIT-XCLM-PAIR-EXIT
               END-IF
           END-PERFORM

           IF WS-XNC-LINE-DONE
               GO TO 2556-CHECK-ONE-XCLM-LINE-EXIT
           END-IF

           EXEC SQL
               DECLARE XCLM_NCCI_CURSOR CURSOR FOR
               SELECT CL.CLAIM_ID, CL.HCPCS_CODE,
                      CL.MODIFIER_1, CL.MODIFIER_2,
                      CH.CLAIM_STATUS, CL.LINE_STATUS
               FROM   HCPS_CLAIMS_DB..CLAIM_LINE CL,
                      HCPS_CLAIMS_DB..CLAIM_HEADER CH
               WHERE  CH.MEMBER_ID = :WS-CLM-PAT-MRN
               AND    CL.CLAIM_ID = CH.CLAIM_ID
               AND    CL.CLAIM_ID <> :WS-CLM-NUMBER
               AND    CL.RENDERING_PROVIDER_NPI = :WS-XNC-REND-NPI
               AND    CL.FROM_DOS = :WS-XNC-DOS
               AND    CH.CLAIM_STATUS NOT IN ('VD', 'DN')
               AND    CL.LINE_STATUS <> 'DN'
           END-EXEC

           EXEC SQL
               OPEN XCLM_NCCI_CURSOR
           END-EXEC
           IF WS-SQLCODE NOT = 0
               GO TO 2556-CHECK-ONE-XCLM-LINE-EXIT
           END-IF

           MOVE 'N' TO WS-XNC-EOF-SW
           PERFORM UNTIL WS-XNC-AT-EOF OR WS-XNC-LINE-DONE
               EXEC SQL
                   FETCH XCLM_NCCI_CURSOR
                   INTO  :WS-XNC-OTHER-CLAIM, :WS-XNC-OTHER-HCPCS,
                         :WS-XNC-OTHER-MOD-1, :WS-XNC-OTHER-MOD-2,
                         :WS-XNC-OTHER-CLM-STATUS,
                         :WS-XNC-OTHER-LINE-STATUS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   SET WS-XNC-AT-EOF TO TRUE
               ELSE
                   IF (WS-XNC-OTHER-CLM-STATUS = 'PA'
                       OR WS-XNC-OTHER-CLM-STATUS = 'AJ')
                      AND WS-XNC-OTHER-LINE-STATUS = 'AP'
                       SET WS-XNC-OTHER-PAID TO TRUE
                   ELSE
                       MOVE 'N' TO WS-XNC-OTHER-PAID-SW
                   END-IF
                   PERFORM 2557-EDIT-XCLM-PAIR
                       THRU 2557-EDIT-XCLM-PAIR-EXIT
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE XCLM_NCCI_CURSOR
           END-EXEC
           .
       2556-CHECK-ONE-XCLM-LINE-EXIT.
           EXIT.

       2557-EDIT-XCLM-PAIR.
      *================================================================*
      * LOOK THE NEW LINE AND THE OTHER CLAIM'S LINE UP AS AN ACTIVE   *
      * NCCI PAIR IN EITHER ORDER AND APPLY THE MODIFIER INDICATOR     *
      *================================================================*
           MOVE SPACE TO WS-XNC-PAIR-SW
           PERFORM VARYING WS-XNC-NCCI-SUB FROM 1 BY 1
               UNTIL WS-XNC-NCCI-SUB > WS-NCCI-ENTRY-COUNT
                  OR NOT WS-XNC-NO-PAIR
               IF WS-NCCI-EFF-DT(WS-XNC-NCCI-SUB) <= WS-XNC-DOS
                  AND (WS-NCCI-TERM-DT(WS-XNC-NCCI-SUB)
                          >= WS-XNC-DOS
                       OR WS-NCCI-TERM-DT(WS-XNC-NCCI-SUB) = 0)
                   EVALUATE TRUE
                       WHEN WS-NCCI-COL1-CPT(WS-XNC-NCCI-SUB) =
                                WS-XNC-OTHER-HCPCS
                        AND WS-NCCI-COL2-CPT(WS-XNC-NCCI-SUB) =
                                WS-CLN-HCPCS-CD
                           IF WS-NCCI-MUTEX(WS-XNC-NCCI-SUB)
                               SET WS-XNC-MUTEX TO TRUE
                           ELSE
                               SET WS-XNC-NEW-IS-COL2 TO TRUE
                           END-IF
                       WHEN WS-NCCI-COL1-CPT(WS-XNC-NCCI-SUB) =
                                WS-CLN-HCPCS-CD
                        AND WS-NCCI-COL2-CPT(WS-XNC-NCCI-SUB) =
                                WS-XNC-OTHER-HCPCS
                           IF WS-NCCI-MUTEX(WS-XNC-NCCI-SUB)
                               SET WS-XNC-MUTEX TO TRUE
                           ELSE
                               SET WS-XNC-NEW-IS-COL1 TO TRUE
                           END-IF
                   END-EVALUATE
                   MOVE WS-NCCI-MOD-IND(WS-XNC-NCCI-SUB)
                       TO WS-XNC-PAIR-MOD-IND
               END-IF
           END-PERFORM

           IF WS-XNC-NO-PAIR
               GO TO 2557-EDIT-XCLM-PAIR-EXIT
           END-IF

      *--- MODIFIER INDICATOR 1: 25/59/X{EPSU} ON EITHER LINE BYPASSES
           MOVE 'N' TO WS-XNC-OVERRIDE-SW
           IF WS-XNC-PAIR-MOD-OK
               IF WS-CLN-HCPCS-MOD-1 = '25' OR '59' OR 'XE' OR 'XP'
                                    OR 'XS' OR 'XU'
                  OR WS-CLN-HCPCS-MOD-2 = '25' OR '59' OR 'XE' OR 'XP'
                                    OR 'XS' OR 'XU'
                  OR WS-XNC-OTHER-MOD-1 = '25' OR '59' OR 'XE' OR 'XP'
                                    OR 'XS' OR 'XU'
                  OR WS-XNC-OTHER-MOD-2 = '25' OR '59' OR 'XE' OR 'XP'
                                    OR 'XS' OR 'XU'
                   SET WS-XNC-MOD-OVERRIDE TO TRUE
               END-IF
           END-IF
           IF WS-XNC-MOD-OVERRIDE
               GO TO 2557-EDIT-XCLM-PAIR-EXIT
           END-IF

           SET WS-XNC-LINE-DONE TO TRUE
           ADD 1 TO WS-ESTAT-XCLM-NCCI-ERRS
           ADD 1 TO WS-ESTAT-NCCI-ERRS

           IF WS-XNC-OTHER-PAID
              AND (WS-XNC-NEW-IS-COL2 OR WS-XNC-MUTEX)
               MOVE 'ED0303' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               STRING 'NCCI BUNDLE: ' WS-CLN-HCPCS-CD
                   ' INTO PAID ' WS-XNC-OTHER-HCPCS
                   ' CLAIM ' WS-XNC-OTHER-CLAIM ' (CO-97)'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE 'CO-97' TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '97  ' TO WS-CLM-DENY-REASON
               SET WS-CLAIM-IS-INVALID TO TRUE
      *---     THE LINE ITSELF CARRIES THE DENIAL FORWARD
               SET WS-CLN-DENIED TO TRUE
               MOVE '97  ' TO WS-CLN-DENY-REASON
               MOVE '97  ' TO WS-CLN-CARC-CD
               SET WS-CLN-CARC-CO TO TRUE
           ELSE
               MOVE 'ED0304' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
               MOVE 'P' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               STRING 'NCCI PAIR ' WS-CLN-HCPCS-CD
                   '/' WS-XNC-OTHER-HCPCS
                   ' ACROSS CLAIM ' WS-XNC-OTHER-CLAIM
                   ' - REVIEW'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE WS-XNC-OTHER-CLAIM TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '0304' TO WS-CLM-PEND-REASON
               SET WS-CLN-PENDED TO TRUE
               MOVE '0304' TO WS-CLN-PEND-REASON
           END-IF
           MOVE 'HCPCS-CD' TO WS-EDIT-ERR-FIELD(WS-EDIT-ERR-COUNT + 1)
           MOVE WS-CLN-LINE-NO TO WS-EDIT-ERR-LINE-NO(
               WS-EDIT-ERR-COUNT + 1)
           ADD 1 TO WS-EDIT-ERR-COUNT
           MOVE WS-CLAIM-LINE-REC TO WS-CLT-LINE-DATA(WS-LINE-CTR)
           .
       2557-EDIT-XCLM-PAIR-EXIT.
           EXIT.

       2560-VALIDATE-GENDER-AGE-EDITS.
      *================================================================*
      * GENDER-SPECIFIC AND AGE-SPECIFIC PROCEDURE EDITS               *
       3070-VALIDATE-ONE-DRUG-LINE-EXIT.
           EXIT.

       3072-CHECK-MEDICAL-DRUG-POLICY.
      *================================================================*
      * MEDICAL-BENEFIT DRUG POLICY. PHYSICIAN-ADMINISTERED DRUGS      *
      * (J-CODES, AND THE Q5 BIOSIMILAR CODES) ARE EDITED AGAINST THE  *
      * P&T COMMITTEE'S POLICY ON MEDICAL_DRUG_POLICY (HCMDPMNT):      *
      *   - SITE OF CARE: AN INFUSION BILLED AT A PLACE OF SERVICE THE *
      *     POLICY DOES NOT ALLOW DENIES CO-58 UNLESS PRIOR AUTH IS ON *
      *     FILE FOR THE DRUG                                          *
      *   - STEP THERAPY: A NON-PREFERRED DRUG NEEDS ONE OF ITS        *
      *     PREREQUISITE DRUGS IN THE MEMBER'S PAID MEDICAL LINES OR   *
      *     PHARMACY FILLS WITHIN THE POLICY LOOKBACK, OR AN APPROVED  *
      *     PRIOR AUTH; OTHERWISE IT DENIES CO-197 OR PENDS (0164) FOR *
      *     CLINICAL REVIEW AS THE POLICY DIRECTS                      *
      * A POLICY ROW FOR THE SPECIFIC NDC OVERRIDES THE HCPCS-WIDE ROW.*
      *================================================================*
           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               IF (WS-CLN-HCPCS-CD(1:1) = 'J'
                   OR WS-CLN-HCPCS-CD(1:2) = 'Q5')
                  AND NOT WS-CLN-DENIED
                   PERFORM 3073-CHECK-ONE-POLICY-DRUG
                       THRU 3073-CHECK-ONE-POLICY-DRUG-EXIT
               END-IF
           END-PERFORM
           .
       3072-CHECK-MEDICAL-DRUG-POLICY-EXIT.
           EXIT.

       3073-CHECK-ONE-POLICY-DRUG.
      *================================================================*
      * APPLY THE SITE-OF-CARE AND STEP-THERAPY RULES TO ONE DRUG LINE *
      *================================================================*
           MOVE WS-CLN-FROM-DOS TO WS-MDP-DOS
           IF WS-MDP-DOS = 0
               MOVE WS-CLM-FROM-DOS TO WS-MDP-DOS
           END-IF

      *--- NDC-SPECIFIC POLICY FIRST, THEN THE HCPCS-WIDE ROW ---
           MOVE 'N' TO WS-MDP-FOUND-SW
           MOVE WS-CLN-NDC-CD TO WS-MDP-NDC
           IF WS-MDP-NDC NOT = SPACES
               PERFORM 3074-READ-DRUG-POLICY
           END-IF
           IF NOT WS-MDP-POLICY-FOUND
               MOVE SPACES TO WS-MDP-NDC
               PERFORM 3074-READ-DRUG-POLICY
           END-IF
           IF NOT WS-MDP-POLICY-FOUND
               GO TO 3073-CHECK-ONE-POLICY-DRUG-EXIT
           END-IF

      *--- AN APPROVED AUTH FOR THE DRUG COVERING THE DOS SATISFIES ---
      *--- BOTH RULES; THE LINE'S AUTH NUMBER WINS OVER THE CLAIM'S ---
           MOVE 'N' TO WS-MDP-AUTH-SW
           MOVE WS-CLN-AUTH-NO TO WS-MDP-AUTH-NO
           IF WS-MDP-AUTH-NO = SPACES OR LOW-VALUES
               MOVE WS-CLM-PRIOR-AUTH-NO TO WS-MDP-AUTH-NO
           END-IF
           IF WS-MDP-AUTH-NO NOT = SPACES
              AND WS-MDP-AUTH-NO NOT = LOW-VALUES
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-DB-ROW-COUNT
                   FROM  HCPS_CLAIMS_DB..AUTHORIZATIONS
                   WHERE AUTH_NUMBER  = :WS-MDP-AUTH-NO
                   AND   AUTH_STATUS  = 'AP'
                   AND   AUTH_PROC_CD = :WS-CLN-HCPCS-CD
                   AND   AUTH_EFF_DT  <= :WS-MDP-DOS
                   AND   AUTH_TERM_DT >= :WS-MDP-DOS
               END-EXEC
               IF WS-SQLCODE = 0 AND WS-DB-ROW-COUNT > 0
                   SET WS-MDP-HAS-AUTH TO TRUE
               END-IF
           END-IF
           IF WS-MDP-HAS-AUTH
               GO TO 3073-CHECK-ONE-POLICY-DRUG-EXIT
           END-IF

      *--- SITE OF CARE ---
           IF WS-MDP-ALLOWED-POS-LIST NOT = SPACES
              AND WS-CLN-PLACE-OF-SVC NOT = SPACES
               MOVE 'N' TO WS-MDP-POS-OK-SW
               PERFORM VARYING WS-MDP-POS-SUB FROM 1 BY 1
                   UNTIL WS-MDP-POS-SUB > 5
                   IF WS-MDP-ALLOWED-POS(WS-MDP-POS-SUB) =
                      WS-CLN-PLACE-OF-SVC
                       SET WS-MDP-POS-OK TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-MDP-POS-OK
                   MOVE 'ED0163' TO WS-EDIT-ERR-CD(
                       WS-EDIT-ERR-COUNT + 1)
                   MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
                   STRING WS-CLN-HCPCS-CD ' NOT COVERED AT POS '
                       WS-CLN-PLACE-OF-SVC
                       ' - SITE OF CARE POLICY (CO-58)'
                       DELIMITED BY SIZE
                       INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
                   END-STRING
                   MOVE 'PLACE-OF-SVC' TO WS-EDIT-ERR-FIELD(
                       WS-EDIT-ERR-COUNT + 1)
                   MOVE 'CO-58' TO WS-EDIT-ERR-VALUE(
                       WS-EDIT-ERR-COUNT + 1)
                   MOVE WS-CLN-LINE-NO TO WS-EDIT-ERR-LINE-NO(
                       WS-EDIT-ERR-COUNT + 1)
                   ADD 1 TO WS-EDIT-ERR-COUNT
                   ADD 1 TO WS-ESTAT-DRUG-POLICY-ERRS
                   MOVE '58  ' TO WS-CLM-DENY-REASON
                   SET WS-CLAIM-IS-INVALID TO TRUE
                   SET WS-CLN-DENIED TO TRUE
                   MOVE '58  ' TO WS-CLN-DENY-REASON
                   MOVE '58  ' TO WS-CLN-CARC-CD
                   SET WS-CLN-CARC-CO TO TRUE
                   MOVE WS-CLAIM-LINE-REC
                       TO WS-CLT-LINE-DATA(WS-LINE-CTR)
                   GO TO 3073-CHECK-ONE-POLICY-DRUG-EXIT
               END-IF
           END-IF

      *--- STEP THERAPY ---
           IF NOT WS-MDP-NON-PREFERRED
               GO TO 3073-CHECK-ONE-POLICY-DRUG-EXIT
           END-IF

           COMPUTE WS-MDP-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MDP-DOS)
                   - WS-MDP-STEP-LOOKBACK-DAYS)

           MOVE 0 TO WS-MDP-HISTORY-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-MDP-HISTORY-COUNT
               FROM   HCPS_CLAIMS_DB..CLAIM_LINE CL,
                      HCPS_CLAIMS_DB..CLAIM_HEADER CH
               WHERE  CH.MEMBER_ID = :WS-CLM-PAT-MRN
               AND    CL.CLAIM_ID = CH.CLAIM_ID
               AND    CL.CLAIM_ID <> :WS-CLM-NUMBER
               AND    CL.HCPCS_CODE IN (:WS-MDP-STEP-HCPCS-1,
                                        :WS-MDP-STEP-HCPCS-2,
                                        :WS-MDP-STEP-HCPCS-3)
               AND    CL.FROM_DOS BETWEEN :WS-MDP-LOOKBACK-DATE
                                      AND :WS-MDP-DOS
               AND    CH.CLAIM_STATUS IN ('PA', 'AJ')
               AND    CL.LINE_STATUS = 'AP'
           END-EXEC
           IF WS-SQLCODE NOT = 0
               MOVE 0 TO WS-MDP-HISTORY-COUNT
           END-IF

      *--- THE STEP DRUG MAY HAVE BEEN FILLED UNDER PHARMACY BENEFIT ---
           IF WS-MDP-HISTORY-COUNT = 0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-MDP-HISTORY-COUNT
                   FROM  HCPS_CLAIMS_DB..RX_CLAIM_HISTORY H,
                         HCPS_CLAIMS_DB..NDC_HCPCS_XWALK X
                   WHERE H.MEMBER_ID  = :WS-CLM-SUB-MEMBER-ID
                   AND   H.NDC_CD     = X.NDC_CODE
                   AND   X.HCPCS_CODE IN (:WS-MDP-STEP-HCPCS-1,
                                          :WS-MDP-STEP-HCPCS-2,
                                          :WS-MDP-STEP-HCPCS-3)
                   AND   H.FILL_DATE BETWEEN :WS-MDP-LOOKBACK-DATE
                                         AND :WS-MDP-DOS
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 0 TO WS-MDP-HISTORY-COUNT
               END-IF
           END-IF

           IF WS-MDP-HISTORY-COUNT > 0
               GO TO 3073-CHECK-ONE-POLICY-DRUG-EXIT
           END-IF

           MOVE 'ED0164' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
           IF WS-MDP-STEP-FAIL-DENY
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               STRING 'NON-PREFERRED ' WS-CLN-HCPCS-CD
                   ' - NO STEP DRUG ' WS-MDP-STEP-HCPCS-1
                   ' IN ' WS-MDP-STEP-LOOKBACK-DAYS
                   ' DAYS, NO PA (CO-197)'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE 'CO-197' TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '197 ' TO WS-CLM-DENY-REASON
               SET WS-CLAIM-IS-INVALID TO TRUE
               SET WS-CLN-DENIED TO TRUE
               MOVE '197 ' TO WS-CLN-DENY-REASON
               MOVE '197 ' TO WS-CLN-CARC-CD
               SET WS-CLN-CARC-CO TO TRUE
           ELSE
               MOVE 'P' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               STRING 'NON-PREFERRED ' WS-CLN-HCPCS-CD
                   ' - NO STEP DRUG ' WS-MDP-STEP-HCPCS-1
                   ' IN ' WS-MDP-STEP-LOOKBACK-DAYS
                   ' DAYS - CLINICAL REVIEW'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE WS-MDP-STEP-HCPCS-1 TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '0164' TO WS-CLM-PEND-REASON
               SET WS-CLN-PENDED TO TRUE
               MOVE '0164' TO WS-CLN-PEND-REASON
           END-IF
           MOVE 'HCPCS-CD' TO WS-EDIT-ERR-FIELD(WS-EDIT-ERR-COUNT + 1)
           MOVE WS-CLN-LINE-NO TO WS-EDIT-ERR-LINE-NO(
               WS-EDIT-ERR-COUNT + 1)
           ADD 1 TO WS-EDIT-ERR-COUNT
           ADD 1 TO WS-ESTAT-DRUG-POLICY-ERRS
           MOVE WS-CLAIM-LINE-REC TO WS-CLT-LINE-DATA(WS-LINE-CTR)
           .
       3073-CHECK-ONE-POLICY-DRUG-EXIT.
           EXIT.

       3074-READ-DRUG-POLICY.
      *================================================================*
      * READ THE POLICY ROW IN FORCE ON THE DOS FOR THE LINE'S HCPCS   *
      * AND WS-MDP-NDC (SPACES = THE HCPCS-WIDE ROW)                   *
      *================================================================*
           EXEC SQL
               SELECT PREFERRED_STATUS, STEP_HCPCS_1, STEP_HCPCS_2,
                      STEP_HCPCS_3, STEP_LOOKBACK_DAYS,
                      STEP_FAIL_ACTION, ALLOWED_POS_1, ALLOWED_POS_2,
                      ALLOWED_POS_3, ALLOWED_POS_4, ALLOWED_POS_5
               INTO  :WS-MDP-PREFERRED-STATUS, :WS-MDP-STEP-HCPCS-1,
                     :WS-MDP-STEP-HCPCS-2, :WS-MDP-STEP-HCPCS-3,
                     :WS-MDP-STEP-LOOKBACK-DAYS,
                     :WS-MDP-STEP-FAIL-ACTION, :WS-MDP-ALLOWED-POS-1,
                     :WS-MDP-ALLOWED-POS-2, :WS-MDP-ALLOWED-POS-3,
                     :WS-MDP-ALLOWED-POS-4, :WS-MDP-ALLOWED-POS-5
               FROM  HCPS_CLAIMS_DB..MEDICAL_DRUG_POLICY
               WHERE HCPCS_CODE     = :WS-CLN-HCPCS-CD
               AND   NDC_CODE       = :WS-MDP-NDC
               AND   EFFECTIVE_DATE <= :WS-MDP-DOS
               AND   (TERM_DATE = 0
                      OR TERM_DATE >= :WS-MDP-DOS)
           END-EXEC
           IF WS-SQLCODE = 0
               SET WS-MDP-POLICY-FOUND TO TRUE
           END-IF
           .

       3075-CHECK-CLIA-CERTIFICATE.
      *================================================================*
      * CLIA CERTIFICATE VALIDATION. A LAB TEST MAY ONLY BE PAID TO A  *
      * LABORATORY WHOSE CLIA CERTIFICATE COVERS THE TEST'S COMPLEXITY *
      * LEVEL. ANY LINE WHOSE HCPCS IS ON CLIA_TEST_LEVEL FOR THE      *
      * SERVICE DATE IS A LAB LINE; IT MUST CARRY A CLIA NUMBER (THE   *
      * LINE'S REF*X4, ELSE THE CLAIM'S) THAT IS ON CLIA_CERTIFICATE.  *
      * A CERTIFICATE NOT IN EFFECT ON THE SERVICE DATE PENDS - THE    *
      * CMS EXTRACT CAN LAG A RENEWAL - WHILE A MISSING, UNKNOWN OR    *
      * INSUFFICIENT CERTIFICATE REJECTS. WAIVER CERTIFICATES COVER    *
      * WAIVED TESTS ONLY, PPM CERTIFICATES COVER WAIVED AND PPM       *
      * TESTS, AND REGISTRATION/COMPLIANCE/ACCREDITATION COVER ALL.    *
      *================================================================*
           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               IF WS-CLN-HCPCS-CD NOT = SPACES
                   PERFORM 3076-CHECK-ONE-LAB-LINE
                       THRU 3076-CHECK-ONE-LAB-LINE-EXIT
               END-IF
           END-PERFORM
           .
       3075-CHECK-CLIA-CERTIFICATE-EXIT.
           EXIT.

       3076-CHECK-ONE-LAB-LINE.
      *================================================================*
      * VALIDATE THE PERFORMING LAB'S CLIA CERTIFICATE ON ONE LINE     *
      *================================================================*
           MOVE WS-CLN-FROM-DOS TO WS-CLIA-DOS
           IF WS-CLIA-DOS = 0
               MOVE WS-CLM-FROM-DOS TO WS-CLIA-DOS
           END-IF

           MOVE SPACES TO WS-CLIA-REQ-LEVEL
           EXEC SQL
               SELECT REQUIRED_LEVEL
               INTO  :WS-CLIA-REQ-LEVEL
               FROM  HCPS_CLAIMS_DB..CLIA_TEST_LEVEL
               WHERE HCPCS_CODE     = :WS-CLN-HCPCS-CD
               AND   EFFECTIVE_DATE <= :WS-CLIA-DOS
               AND   (TERM_DATE = 0
                      OR TERM_DATE >= :WS-CLIA-DOS)
           END-EXEC

      *--- NOT A CLIA-CONTROLLED TEST: NOTHING TO CHECK ---
           IF WS-SQLCODE NOT = 0
               GO TO 3076-CHECK-ONE-LAB-LINE-EXIT
           END-IF

           MOVE WS-CLN-CLIA-NO TO WS-CLIA-NO
           IF WS-CLIA-NO = SPACES
               MOVE WS-CLM-CLIA-NO TO WS-CLIA-NO
           END-IF

           IF WS-CLIA-NO = SPACES
               MOVE 'ED0151' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'LAB TEST ' WS-CLN-HCPCS-CD
                   ' BILLED WITHOUT A CLIA NUMBER'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               ADD 1 TO WS-EDIT-ERR-COUNT
               ADD 1 TO WS-ESTAT-CLIA-ERRS
               SET WS-CLAIM-IS-INVALID TO TRUE
               GO TO 3076-CHECK-ONE-LAB-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-CLIA-CERT-TYPE
           MOVE 0 TO WS-CLIA-EFF-DT
           MOVE 0 TO WS-CLIA-EXP-DT
           MOVE SPACES TO WS-CLIA-LAB-NPI
           EXEC SQL
               SELECT CERT_TYPE,
                      EFFECTIVE_DATE,
                      EXPIRATION_DATE,
                      LAB_NPI
               INTO  :WS-CLIA-CERT-TYPE,
                     :WS-CLIA-EFF-DT,
                     :WS-CLIA-EXP-DT,
                     :WS-CLIA-LAB-NPI
               FROM  HCPS_CLAIMS_DB..CLIA_CERTIFICATE
               WHERE CLIA_NUMBER = :WS-CLIA-NO
           END-EXEC

           IF WS-SQLCODE = 100
               MOVE 'ED0152' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'CLIA ' WS-CLIA-NO
                   ' NOT ON THE CMS CERTIFICATE FILE'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               ADD 1 TO WS-EDIT-ERR-COUNT
               ADD 1 TO WS-ESTAT-CLIA-ERRS
               SET WS-CLAIM-IS-INVALID TO TRUE
               GO TO 3076-CHECK-ONE-LAB-LINE-EXIT
           END-IF

           IF WS-SQLCODE NOT = 0
               GO TO 3076-CHECK-ONE-LAB-LINE-EXIT
           END-IF

           IF WS-CLIA-EFF-DT > WS-CLIA-DOS
              OR WS-CLIA-EXP-DT < WS-CLIA-DOS
               MOVE 'ED0153' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'P' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'CLIA ' WS-CLIA-NO ' NOT IN EFFECT '
                   WS-CLIA-DOS ' EXP ' WS-CLIA-EXP-DT
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               ADD 1 TO WS-EDIT-ERR-COUNT
               ADD 1 TO WS-ESTAT-CLIA-ERRS
               MOVE '0153' TO WS-CLM-PEND-REASON
           END-IF

      *--- A CERTIFICATE REGISTERED TO ANOTHER LAB'S NPI IS WORTH A
      *--- LOOK BUT IS NOT ON ITS OWN A REASON TO STOP THE CLAIM ---
           IF WS-CLIA-LAB-NPI NOT = SPACES
              AND WS-CLIA-LAB-NPI NOT = WS-CLN-REND-PROV-NPI
              AND WS-CLIA-LAB-NPI NOT = WS-CLM-BILL-PROV-NPI
               MOVE 'ED0155' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'W' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'CLIA ' WS-CLIA-NO ' REGISTERED TO LAB NPI '
                   WS-CLIA-LAB-NPI
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               ADD 1 TO WS-EDIT-ERR-COUNT
           END-IF

           MOVE 'N' TO WS-CLIA-COVER-FLAG
           EVALUATE TRUE
               WHEN WS-CLIA-TEST-WAIVED
                   SET WS-CLIA-LEVEL-COVERED TO TRUE
               WHEN WS-CLIA-TEST-PPM
                   IF WS-CLIA-CERT-PPM OR WS-CLIA-CERT-FULL
                       SET WS-CLIA-LEVEL-COVERED TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-CLIA-CERT-FULL
                       SET WS-CLIA-LEVEL-COVERED TO TRUE
                   END-IF
           END-EVALUATE

           IF NOT WS-CLIA-LEVEL-COVERED
               MOVE 'ED0154' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'CLIA CERT TYPE ' WS-CLIA-CERT-TYPE
                   ' DOES NOT COVER ' WS-CLN-HCPCS-CD
                   ' LEVEL ' WS-CLIA-REQ-LEVEL
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               ADD 1 TO WS-EDIT-ERR-COUNT
               ADD 1 TO WS-ESTAT-CLIA-ERRS
               SET WS-CLAIM-IS-INVALID TO TRUE
           END-IF
           .
       3076-CHECK-ONE-LAB-LINE-EXIT.
           EXIT.

       3077-CHECK-ORDERING-PROVIDER.
      *================================================================*
      * PECOS ORDERING/REFERRING PROVIDER EDIT. FOR MEDICARE AND       *
      * MEDICARE ADVANTAGE, CMS PAYS DME, CLINICAL LAB, IMAGING AND    *
      * HOME HEALTH SERVICES ONLY WHEN THE ORDERING PROVIDER IS ON THE *
      * ORDER AND REFERRING FILE AND ELIGIBLE FOR THAT SERVICE TYPE ON *
      * THE DATE OF SERVICE:                                           *
      *   DME / SUPPLIES      - DME FLAG (POWER MOBILITY - PMD FLAG)   *
      *   LAB / IMAGING       - PART B FLAG                            *
      *   HOME HEALTH 32X/33X - HHA FLAG                               *
      * DME AND HOME HEALTH MUST NAME THE ORDERING PROVIDER (CO-16 /   *
      * N265). A LAB OR IMAGING LINE WITH NO ORDERING NPI WAS ORDERED  *
      * BY THE RENDERING PROVIDER, WHOSE ENROLLMENT 2300 ALREADY       *
      * COVERS. NOT ON FILE REJECTS CO-183 / N264 N265; ON FILE BUT    *
      * NOT ELIGIBLE FOR THE SERVICE REJECTS CO-183 / N574. THE FIRST  *
      * FAILURE ENDS THE CHECK - ONE ORDERING NPI, ONE REJECT.         *
      *================================================================*
           IF NOT WS-CLM-PAYER-MCARE
               GO TO 3077-CHECK-ORDERING-PROVIDER-EXIT
           END-IF

           MOVE 'N' TO WS-ORD-REJECT-FLAG

      *--- HOME HEALTH IS A WHOLE-CLAIM SERVICE ---
           IF WS-CLM-INSTITUTIONAL
              AND (WS-CLM-BILL-TYPE(2:2) = '32'
                   OR WS-CLM-BILL-TYPE(2:2) = '33')
               SET WS-ORD-CAT-HOME-HEALTH TO TRUE
               MOVE 'HOME HEALTH' TO WS-ORD-CAT-NAME
               MOVE WS-CLM-FROM-DOS TO WS-ORD-FROM-DOS
               MOVE 0 TO WS-CLN-LINE-NO
               PERFORM 3078-CHECK-ONE-ORDERED-SERVICE
                   THRU 3078-CHECK-ONE-ORDERED-SERVICE-EXIT
               GO TO 3077-CHECK-ORDERING-PROVIDER-EXIT
           END-IF

           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
                  OR WS-ORD-REJECTED
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               MOVE SPACE TO WS-ORD-SERVICE-CAT
               EVALUATE TRUE
                   WHEN WS-CLN-HCPCS-CD >= 'K0800'
                    AND WS-CLN-HCPCS-CD <= 'K0899'
                       SET WS-ORD-CAT-PMD TO TRUE
                       MOVE 'POWER MOBILITY' TO WS-ORD-CAT-NAME
                   WHEN WS-CLN-HCPCS-CD(1:1) = 'E' OR 'K' OR 'L'
                   WHEN WS-CLN-HCPCS-CD >= 'A4000'
                    AND WS-CLN-HCPCS-CD <= 'A9999'
                   WHEN WS-CLN-HCPCS-CD >= 'B4000'
                    AND WS-CLN-HCPCS-CD <= 'B9999'
                       SET WS-ORD-CAT-DME TO TRUE
                       MOVE 'DME' TO WS-ORD-CAT-NAME
                   WHEN WS-CLN-HCPCS-CD >= '70010'
                    AND WS-CLN-HCPCS-CD <= '79999'
                       SET WS-ORD-CAT-IMAGING TO TRUE
                       MOVE 'IMAGING' TO WS-ORD-CAT-NAME
                   WHEN WS-CLN-HCPCS-CD >= '80047'
                    AND WS-CLN-HCPCS-CD <= '89398'
                       SET WS-ORD-CAT-LAB TO TRUE
                       MOVE 'LAB' TO WS-ORD-CAT-NAME
               END-EVALUATE
               IF NOT WS-ORD-CAT-NONE
                   MOVE WS-CLN-FROM-DOS TO WS-ORD-FROM-DOS
                   PERFORM 3078-CHECK-ONE-ORDERED-SERVICE
                       THRU 3078-CHECK-ONE-ORDERED-SERVICE-EXIT
               END-IF
           END-PERFORM
           .
       3077-CHECK-ORDERING-PROVIDER-EXIT.
           EXIT.

       3078-CHECK-ONE-ORDERED-SERVICE.
      *================================================================*
      * CHECK THE CLAIM'S ORDERING NPI FOR ONE ORDERED SERVICE         *
      *================================================================*
           IF WS-CLM-REFER-PROV-NPI = SPACES OR LOW-VALUES
               IF WS-ORD-CAT-LAB OR WS-ORD-CAT-IMAGING
                   GO TO 3078-CHECK-ONE-ORDERED-SERVICE-EXIT
               END-IF
               MOVE 'ED0156' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'ORDERING PROVIDER REQUIRED FOR '
                   WS-ORD-CAT-NAME ' (CO-16 N265)'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE 'CO-16 N265' TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '16  ' TO WS-CLM-DENY-REASON
               GO TO 3078-ORDERING-REJECT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-ORD-ON-FILE-COUNT
               FROM  HCPS_CLAIMS_DB..ORDER_REFER_PROVIDER
               WHERE NPI            = :WS-CLM-REFER-PROV-NPI
               AND   EFFECTIVE_DATE <= :WS-ORD-FROM-DOS
               AND   (END_DATE = 0
                      OR END_DATE > :WS-ORD-FROM-DOS)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3078-CHECK-ONE-ORDERED-SERVICE-EXIT
           END-IF

           IF WS-ORD-ON-FILE-COUNT = 0
               MOVE 'ED0157' TO WS-EDIT-ERR-CD(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(
                   WS-EDIT-ERR-COUNT + 1)
               STRING 'ORDERING NPI ' WS-CLM-REFER-PROV-NPI
                   ' NOT IN PECOS (CO-183 N264 N265)'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE 'CO-183 N264 N265' TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '183 ' TO WS-CLM-DENY-REASON
               GO TO 3078-ORDERING-REJECT
           END-IF

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-ORD-ON-FILE-COUNT
               FROM  HCPS_CLAIMS_DB..ORDER_REFER_PROVIDER
               WHERE NPI            = :WS-CLM-REFER-PROV-NPI
               AND   EFFECTIVE_DATE <= :WS-ORD-FROM-DOS
               AND   (END_DATE = 0
                      OR END_DATE > :WS-ORD-FROM-DOS)
               AND   ((:WS-ORD-SERVICE-CAT = 'D' AND DME_IND = 'Y')
                   OR (:WS-ORD-SERVICE-CAT = 'M' AND PMD_IND = 'Y')
                   OR (:WS-ORD-SERVICE-CAT = 'H' AND HHA_IND = 'Y')
                   OR (:WS-ORD-SERVICE-CAT IN ('L', 'I')
                       AND PARTB_IND = 'Y'))
           END-EXEC

           IF WS-SQLCODE NOT = 0
              OR WS-ORD-ON-FILE-COUNT > 0
               GO TO 3078-CHECK-ONE-ORDERED-SERVICE-EXIT
           END-IF

           MOVE 'ED0158' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
           MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
           STRING 'ORDERING NPI NOT ELIGIBLE FOR '
               WS-ORD-CAT-NAME ' (CO-183 N574)'
               DELIMITED BY SIZE
               INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
           END-STRING
           MOVE 'CO-183 N574' TO WS-EDIT-ERR-VALUE(
               WS-EDIT-ERR-COUNT + 1)
           MOVE '183 ' TO WS-CLM-DENY-REASON
           .
       3078-ORDERING-REJECT.
           MOVE 'REFER-PROV-NPI' TO WS-EDIT-ERR-FIELD(
               WS-EDIT-ERR-COUNT + 1)
           MOVE WS-CLN-LINE-NO TO WS-EDIT-ERR-LINE-NO(
               WS-EDIT-ERR-COUNT + 1)
           ADD 1 TO WS-EDIT-ERR-COUNT
           ADD 1 TO WS-ESTAT-ORDERING-ERRS
           SET WS-CLAIM-IS-INVALID TO TRUE
           SET WS-ORD-REJECTED TO TRUE
           .
       3078-CHECK-ONE-ORDERED-SERVICE-EXIT.
           EXIT.

       3080-CHECK-LOCUM-TENENS.
      *================================================================*
      * LOCUM TENENS / RECIPROCAL BILLING (Q5/Q6 MODIFIERS). A         *
       3095-CHECK-PROVIDER-EXPIRABLES-EXIT.
           EXIT.

       3096-CHECK-MEDICAID-ENROLLMENT.
      *================================================================*
      * MEDICAID PROVIDER ENROLLMENT EDIT. THE ACA BARS THE PLAN FROM  *
      * PAYING A MEDICAID CLAIM TO A BILLING OR RENDERING PROVIDER     *
      * THE STATE HAS NOT ENROLLED. ENROLLMENT SPANS COME FROM THE     *
      * STATE FILE LOADED MONTHLY BY HCMCDPRV; A PROVIDER WITH NO SPAN *
      * COVERING THE DATE OF SERVICE PENDS THE CLAIM (REASON 0159) SO  *
      * IT CAN BE RELEASED ONCE THE STATE CATCHES UP, AND THE NPI IS   *
      * LOGGED TO MCAID_ENROLL_OUTREACH FOR PROVIDER RELATIONS.        *
      *================================================================*
           IF NOT WS-CLM-PAYER-MCAID
               GO TO 3096-CHECK-MEDICAID-ENROLLMENT-EXIT
           END-IF

           IF WS-CLM-BILL-PROV-NPI NOT = SPACES
               MOVE WS-CLM-BILL-PROV-NPI TO WS-MEN-NPI
               SET WS-MEN-ROLE-BILLING TO TRUE
               MOVE 'BILLING' TO WS-MEN-ROLE-NAME
               MOVE WS-CLM-FROM-DOS TO WS-MEN-DOS
               MOVE 0 TO WS-CLN-LINE-NO
               PERFORM 3097-CHECK-ONE-ENROLLMENT
                   THRU 3097-CHECK-ONE-ENROLLMENT-EXIT
           END-IF

      *--- RENDERING PROVIDER BY LINE, DEFAULTING TO THE CLAIM'S ---
           MOVE WS-CLM-BILL-PROV-NPI TO WS-MEN-LAST-REND-NPI
           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               MOVE WS-CLN-REND-PROV-NPI TO WS-MEN-NPI
               IF WS-MEN-NPI = SPACES
                   MOVE WS-CLM-REND-PROV-NPI TO WS-MEN-NPI
               END-IF
               IF WS-MEN-NPI NOT = SPACES
                  AND WS-MEN-NPI NOT = WS-MEN-LAST-REND-NPI
                   MOVE WS-MEN-NPI TO WS-MEN-LAST-REND-NPI
                   SET WS-MEN-ROLE-RENDERING TO TRUE
                   MOVE 'RENDERING' TO WS-MEN-ROLE-NAME
                   MOVE WS-CLN-FROM-DOS TO WS-MEN-DOS
                   IF WS-MEN-DOS = 0
                       MOVE WS-CLM-FROM-DOS TO WS-MEN-DOS
                   END-IF
                   PERFORM 3097-CHECK-ONE-ENROLLMENT
                       THRU 3097-CHECK-ONE-ENROLLMENT-EXIT
               END-IF
           END-PERFORM
           .
       3096-CHECK-MEDICAID-ENROLLMENT-EXIT.
           EXIT.

       3097-CHECK-ONE-ENROLLMENT.
      *================================================================*
      * PEND THE CLAIM WHEN ONE PROVIDER HAS NO STATE ENROLLMENT SPAN  *
      * COVERING THE DATE OF SERVICE                                   *
      *================================================================*
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-MEN-ENROLL-COUNT
               FROM  HCPS_CLAIMS_DB..MCAID_PROV_ENROLLMENT
               WHERE NPI             = :WS-MEN-NPI
               AND   ENROLL_EFF_DATE <= :WS-MEN-DOS
               AND   (ENROLL_END_DATE = 0
                      OR ENROLL_END_DATE >= :WS-MEN-DOS)
           END-EXEC

           IF WS-SQLCODE NOT = 0
              OR WS-MEN-ENROLL-COUNT > 0
               GO TO 3097-CHECK-ONE-ENROLLMENT-EXIT
           END-IF

           MOVE 'ED0159' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
           MOVE 'P' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
           STRING WS-MEN-ROLE-NAME ' NPI ' WS-MEN-NPI
               ' NOT ENROLLED WITH STATE MEDICAID ON ' WS-MEN-DOS
               DELIMITED BY SIZE
               INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
           END-STRING
           IF WS-MEN-ROLE-BILLING
               MOVE 'BILL-PROV-NPI' TO WS-EDIT-ERR-FIELD(
                   WS-EDIT-ERR-COUNT + 1)
           ELSE
               MOVE 'REND-PROV-NPI' TO WS-EDIT-ERR-FIELD(
                   WS-EDIT-ERR-COUNT + 1)
           END-IF
           MOVE WS-MEN-NPI TO WS-EDIT-ERR-VALUE(WS-EDIT-ERR-COUNT + 1)
           MOVE WS-CLN-LINE-NO TO WS-EDIT-ERR-LINE-NO(
               WS-EDIT-ERR-COUNT + 1)
           ADD 1 TO WS-EDIT-ERR-COUNT
           MOVE '0159' TO WS-CLM-PEND-REASON
           ADD 1 TO WS-ESTAT-ENROLL-ERRS

      *--- LOG THE PROVIDER FOR ENROLLMENT OUTREACH ---
           EXEC SQL
               UPDATE HCPS_CLAIMS_DB..MCAID_ENROLL_OUTREACH
               SET   LAST_PEND_DATE    = :WS-CURRENT-DATE-8,
                     PEND_CLAIM_COUNT  = PEND_CLAIM_COUNT + 1,
                     LAST_CLAIM_NUMBER = :WS-CLM-NUMBER
               WHERE NPI             = :WS-MEN-NPI
               AND   PROVIDER_ROLE   = :WS-MEN-ROLE
               AND   OUTREACH_STATUS = 'O'
           END-EXEC

           IF WS-SQLCODE = 100
               EXEC SQL
                   INSERT INTO HCPS_CLAIMS_DB..MCAID_ENROLL_OUTREACH
                       (NPI, PROVIDER_ROLE, FIRST_PEND_DATE,
                        LAST_PEND_DATE, PEND_CLAIM_COUNT,
                        LAST_CLAIM_NUMBER, OUTREACH_STATUS)
                   VALUES
                       (:WS-MEN-NPI, :WS-MEN-ROLE,
                        :WS-CURRENT-DATE-8, :WS-CURRENT-DATE-8, 1,
                        :WS-CLM-NUMBER, 'O')
               END-EXEC
               IF WS-SQLCODE NOT = 0
                   MOVE 'OUTRCH INS' TO WS-DB-OPERATION
                   PERFORM 8100-DATABASE-ERROR
               END-IF
           ELSE
               IF WS-SQLCODE NOT = 0
                   MOVE 'OUTRCH UPD' TO WS-DB-OPERATION
                   PERFORM 8100-DATABASE-ERROR
               END-IF
           END-IF
           .
       3097-CHECK-ONE-ENROLLMENT-EXIT.
           EXIT.

       3098-CHECK-EVV-VISITS.
      *================================================================*
      * ELECTRONIC VISIT VERIFICATION. THE CURES ACT REQUIRES MEDICAID *
      * PERSONAL CARE AND HOME HEALTH VISITS TO BE CAPTURED BY THE     *
      * STATE EVV AGGREGATOR. EACH LINE FOR A SERVICE ON               *
      * EVV_SERVICE_CODE IS MATCHED TO THE COMPLETED, GPS-VERIFIED     *
      * VISITS LOADED BY HCEVVIMP FOR THE SAME MEMBER, AGENCY (BILLING *
      * NPI) AND SERVICE WITHIN THE LINE'S DATES. A LINE WITH NO       *
      * VERIFIED VISIT PENDS (REASON 0161) UNTIL THE AGENCY CORRECTS   *
      * THE VISIT WITH THE AGGREGATOR; A LINE BILLING MORE UNITS THAN  *
      * THE VERIFIED VISIT TIME SUPPORTS DENIES CO-16. EVERY RESULT IS *
      * KEPT ON EVV_CLAIM_MATCH FOR THE QUARTERLY ATTESTATION REPORT.  *
      *================================================================*
           IF NOT WS-CLM-PAYER-MCAID
               GO TO 3098-CHECK-EVV-VISITS-EXIT
           END-IF

           MOVE WS-CLM-BILL-PROV-NPI TO WS-EVV-AGENCY-NPI
           PERFORM VARYING WS-LINE-CTR FROM 1 BY 1
               UNTIL WS-LINE-CTR > WS-CLT-LINE-COUNT
               MOVE WS-CLT-LINE-DATA(WS-LINE-CTR)
                   TO WS-CLAIM-LINE-REC
               IF NOT WS-CLN-DENIED
                   PERFORM 3099-CHECK-ONE-EVV-LINE
                       THRU 3099-CHECK-ONE-EVV-LINE-EXIT
               END-IF
           END-PERFORM
           .
       3098-CHECK-EVV-VISITS-EXIT.
           EXIT.

       3099-CHECK-ONE-EVV-LINE.
      *================================================================*
      * MATCH ONE LINE TO ITS VERIFIED VISITS AND RECORD THE RESULT    *
      *================================================================*
           MOVE WS-CLN-FROM-DOS TO WS-EVV-FROM-DOS
           IF WS-EVV-FROM-DOS = 0
               MOVE WS-CLM-FROM-DOS TO WS-EVV-FROM-DOS
           END-IF
           MOVE WS-CLN-THRU-DOS TO WS-EVV-THRU-DOS
           IF WS-EVV-THRU-DOS < WS-EVV-FROM-DOS
               MOVE WS-EVV-FROM-DOS TO WS-EVV-THRU-DOS
           END-IF

      *--- ONLY SERVICES THE STATE HAS PLACED UNDER EVV ---
           EXEC SQL
               SELECT UNIT_MINUTES
               INTO  :WS-EVV-UNIT-MINUTES
               FROM  HCPS_CLAIMS_DB..EVV_SERVICE_CODE
               WHERE HCPCS_CODE     = :WS-CLN-HCPCS-CD
               AND   EFFECTIVE_DATE <= :WS-EVV-FROM-DOS
               AND   (TERM_DATE = 0
                      OR TERM_DATE >= :WS-EVV-FROM-DOS)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               GO TO 3099-CHECK-ONE-EVV-LINE-EXIT
           END-IF

           MOVE 0 TO WS-EVV-VISIT-COUNT
           MOVE 0 TO WS-EVV-ANY-COUNT
           MOVE 0 TO WS-EVV-MINUTES
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN GPS_VERIFIED = 'Y'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN GPS_VERIFIED = 'Y'
                               THEN VISIT_MINUTES ELSE 0 END)
               INTO  :WS-EVV-ANY-COUNT,
                     :WS-EVV-VISIT-COUNT,
                     :WS-EVV-MINUTES
               FROM  HCPS_CLAIMS_DB..EVV_VISIT
               WHERE MEMBER_MRN   = :WS-CLM-PAT-MRN
               AND   PROVIDER_NPI = :WS-EVV-AGENCY-NPI
               AND   SERVICE_CODE = :WS-CLN-HCPCS-CD
               AND   VISIT_DATE BETWEEN :WS-EVV-FROM-DOS
                                    AND :WS-EVV-THRU-DOS
               AND   VISIT_STATUS = 'C'
           END-EXEC

           IF WS-SQLCODE NOT = 0 OR WS-EVV-ANY-COUNT = 0
               MOVE 0 TO WS-EVV-VISIT-COUNT
               MOVE 0 TO WS-EVV-MINUTES
           END-IF

      *--- ZERO MINUTES PER UNIT MEANS THE SERVICE BILLS PER VISIT ---
           IF WS-EVV-UNIT-MINUTES > 0
               COMPUTE WS-EVV-VERIFIED-UNITS =
                   WS-EVV-MINUTES / WS-EVV-UNIT-MINUTES
           ELSE
               MOVE WS-EVV-VISIT-COUNT TO WS-EVV-VERIFIED-UNITS
           END-IF
           MOVE WS-CLN-UNITS TO WS-EVV-BILLED-UNITS

           EVALUATE TRUE
               WHEN WS-EVV-VISIT-COUNT = 0
                   SET WS-EVV-NOT-MATCHED TO TRUE
               WHEN WS-EVV-VERIFIED-UNITS < WS-EVV-BILLED-UNITS
                   SET WS-EVV-UNDER-DOCUMENTED TO TRUE
               WHEN OTHER
                   SET WS-EVV-MATCHED TO TRUE
           END-EVALUATE

           EXEC SQL
               DELETE FROM HCPS_CLAIMS_DB..EVV_CLAIM_MATCH
               WHERE CLAIM_NUMBER = :WS-CLM-NUMBER
               AND   LINE_NO      = :WS-CLN-LINE-NO
           END-EXEC

           IF WS-SQLCODE NOT = 0 AND WS-SQLCODE NOT = 100
               MOVE 'EVV DELETE' TO WS-DB-OPERATION
               PERFORM 8100-DATABASE-ERROR
           END-IF

           EXEC SQL
               INSERT INTO HCPS_CLAIMS_DB..EVV_CLAIM_MATCH
                   (CLAIM_NUMBER, LINE_NO, PROVIDER_NPI,
                    MEMBER_MRN, SERVICE_CODE, FROM_DOS, THRU_DOS,
                    BILLED_UNITS, VERIFIED_UNITS, VISIT_COUNT,
                    MATCH_RESULT, EDIT_DATE)
               VALUES
                   (:WS-CLM-NUMBER, :WS-CLN-LINE-NO,
                    :WS-EVV-AGENCY-NPI, :WS-CLM-PAT-MRN,
                    :WS-CLN-HCPCS-CD, :WS-EVV-FROM-DOS,
                    :WS-EVV-THRU-DOS, :WS-EVV-BILLED-UNITS,
                    :WS-EVV-VERIFIED-UNITS, :WS-EVV-VISIT-COUNT,
                    :WS-EVV-MATCH-RESULT, :WS-CURRENT-DATE-8)
           END-EXEC

           IF WS-SQLCODE NOT = 0
               MOVE 'EVV INSERT' TO WS-DB-OPERATION
               PERFORM 8100-DATABASE-ERROR
           END-IF

           IF WS-EVV-MATCHED
               GO TO 3099-CHECK-ONE-EVV-LINE-EXIT
           END-IF

           ADD 1 TO WS-ESTAT-EVV-ERRS
           IF WS-EVV-NOT-MATCHED
               MOVE 'ED0161' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
               MOVE 'P' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               IF WS-EVV-ANY-COUNT > 0
                   STRING 'EVV VISIT FOR ' WS-CLN-HCPCS-CD
                       ' NOT GPS VERIFIED - AGENCY ' WS-EVV-AGENCY-NPI
                       DELIMITED BY SIZE
                       INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
                   END-STRING
               ELSE
                   STRING 'NO EVV VISIT FOR ' WS-CLN-HCPCS-CD
                       ' ON ' WS-EVV-FROM-DOS
                       ' - AGENCY ' WS-EVV-AGENCY-NPI
                       DELIMITED BY SIZE
                       INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
                   END-STRING
               END-IF
               MOVE WS-EVV-AGENCY-NPI TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '0161' TO WS-CLM-PEND-REASON
               SET WS-CLN-PENDED TO TRUE
               MOVE '0161' TO WS-CLN-PEND-REASON
           ELSE
               MOVE WS-EVV-VERIFIED-UNITS TO WS-EVV-UNITS-DISP
               MOVE 'ED0162' TO WS-EDIT-ERR-CD(WS-EDIT-ERR-COUNT + 1)
               MOVE 'F' TO WS-EDIT-ERR-SEV(WS-EDIT-ERR-COUNT + 1)
               STRING 'EVV SUPPORTS ONLY ' WS-EVV-UNITS-DISP
                   ' UNITS OF ' WS-CLN-HCPCS-CD ' (CO-16)'
                   DELIMITED BY SIZE
                   INTO WS-EDIT-ERR-MSG(WS-EDIT-ERR-COUNT + 1)
               END-STRING
               MOVE 'CO-16' TO WS-EDIT-ERR-VALUE(
                   WS-EDIT-ERR-COUNT + 1)
               MOVE '16  ' TO WS-CLM-DENY-REASON
               SET WS-CLAIM-IS-INVALID TO TRUE
               SET WS-CLN-DENIED TO TRUE
               MOVE '16  ' TO WS-CLN-DENY-REASON
               MOVE '16  ' TO WS-CLN-CARC-CD
               SET WS-CLN-CARC-CO TO TRUE
           END-IF
           MOVE 'UNITS' TO WS-EDIT-ERR-FIELD(WS-EDIT-ERR-COUNT + 1)
           MOVE WS-CLN-LINE-NO TO WS-EDIT-ERR-LINE-NO(
               WS-EDIT-ERR-COUNT + 1)
           ADD 1 TO WS-EDIT-ERR-COUNT
           MOVE WS-CLAIM-LINE-REC TO WS-CLT-LINE-DATA(WS-LINE-CTR)
           .
       3099-CHECK-ONE-EVV-LINE-EXIT.
           EXIT.

       3150-CHECK-TIMELY-FILING-BY-PAYER.
      *================================================================*
      * VERIFY CLAIM IS WITHIN TIMELY FILING LIMIT BY PAYER TYPE      *
           MOVE 'VL' TO EV-NEW-STATUS
           MOVE SPACES TO EV-REASON-CODE
           PERFORM 4600-WRITE-CLAIM-EVENT
           PERFORM 4650-WRITE-EDIT-HITS

      *--- UPDATE CLAIM TYPE PASS STATISTICS
           EVALUATE TRUE
           MOVE 'RJ' TO EV-NEW-STATUS
           MOVE WS-EDIT-ERR-CD(1)(1:5) TO EV-REASON-CODE
           PERFORM 4600-WRITE-CLAIM-EVENT
           PERFORM 4650-WRITE-EDIT-HITS

      *--- UPDATE CLAIM TYPE FAIL STATISTICS
           EVALUATE TRUE
           WRITE CLAIM-EVENT-REC
           .

       4650-WRITE-EDIT-HITS.
      *================================================================*
      * RECORD EVERY REJECT AND PEND EDIT THE CLAIM CARRIES OUT OF     *
      * VALIDATION. THE EVENT RECORD HOLDS ONLY THE FIRST EDIT, CUT TO *
      * FIVE CHARACTERS; THE YIELD ANALYSIS NEEDS EACH EDIT IN FULL.   *
      * WARNINGS COST NO EXAMINER TIME AND ARE NOT RECORDED. THE       *
      * CALLER HAS ALREADY SET EV-NEW-STATUS TO THE CLAIM'S RESULT.    *
      *================================================================*
           PERFORM VARYING WS-SUB-1 FROM 1 BY 1
               UNTIL WS-SUB-1 > WS-EDIT-ERR-COUNT
               IF WS-EDIT-ERR-SEV(WS-SUB-1) = 'F' OR 'P'
                   MOVE SPACES TO EDIT-HIT-REC
                   MOVE WS-CLM-NUMBER TO EH-CLAIM-ID
                   MOVE WS-EDIT-ERR-CD(WS-SUB-1) TO EH-EDIT-CODE
                   MOVE WS-EDIT-ERR-SEV(WS-SUB-1) TO EH-SEVERITY
                   MOVE EV-NEW-STATUS TO EH-CLAIM-RESULT
                   MOVE WS-CLM-PAYER-TYPE TO EH-PAYER-TYPE
                   MOVE WS-CLM-TOTAL-CHARGES TO EH-BILLED-AMOUNT
                   MOVE EV-TIMESTAMP TO EH-TIMESTAMP
                   WRITE EDIT-HIT-REC
               END-IF
           END-PERFORM
           .

       6000-ADD-EDIT-ERROR-CLM-NUM.
      *================================================================*
      * ADD EDIT ERROR FOR MISSING CLAIM NUMBER                        *
           DISPLAY '  COVID:         ' WS-ESTAT-COVID-ERRS
           DISPLAY '  OPIOID:        ' WS-ESTAT-OPIOID-ERRS
           DISPLAY '  CROSSOVER:     ' WS-ESTAT-XOVER-ERRS
           DISPLAY '  CLIA:          ' WS-ESTAT-CLIA-ERRS
           DISPLAY '  ORDERING NPI:  ' WS-ESTAT-ORDERING-ERRS
           DISPLAY '  MCAID ENROLL:  ' WS-ESTAT-ENROLL-ERRS
           DISPLAY '  X-CLAIM NCCI:  ' WS-ESTAT-XCLM-NCCI-ERRS
           DISPLAY '  EVV MATCH:     ' WS-ESTAT-EVV-ERRS
           DISPLAY '  DRUG POLICY:   ' WS-ESTAT-DRUG-POLICY-ERRS
           DISPLAY '================================================='

      *--- DISCONNECT FROM DATABASE
           CLOSE INTERIM-HOLD-OUT-FILE
           CLOSE DENTAL-LINE-FILE
           CLOSE CLAIM-EVENT-FILE
           CLOSE EDIT-HIT-FILE
           .

       9500-RT-SCRUB-CLAIM.
