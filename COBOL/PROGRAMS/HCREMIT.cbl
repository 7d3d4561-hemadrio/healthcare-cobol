      *                          SENSITIVE-SERVICE LINES DROPPED
      *                          FROM EOBS ADDRESSED TO ANYONE
      *                          OTHER THAN THE PATIENT
      *   2026-10-15  PGARCIA    LINE PRICING METHOD CARRIED ON THE
      *                          CL RECORD; REFERENCE-BASED PRICED
      *                          LINES ADD THE BALANCE-BILLING
      *                          DISPUTE NOTICE TO THE PATIENT EOB
      *   2026-10-15  PGARCIA    PLAN PERIOD SPLIT CARRIED ON THE CL
      *                          RECORD; A CLAIM COST-SHARED ACROSS
      *                          TWO PLAN YEARS OR PLANS SHOWS EACH
      *                          PERIOD'S SHARE ON THE PATIENT EOB
      *   2026-10-15  PGARCIA    CARC 142 RESTATED AS THE MEDICAID
      *                          MONTHLY PATIENT LIABILITY (SHARE OF
      *                          COST) FOR THE PR-142 ADJUSTMENTS
      *                          FROM ADJUDICATION
      *   2026-10-15  PGARCIA    CARC 183 RESTATED (REFERRING
      *                          PROVIDER NOT ELIGIBLE TO REFER) AND
      *                          RARC N264/N265/N574 ADDED FOR THE
      *                          PECOS ORDERING PROVIDER DENIALS
      *   2026-10-15  PGARCIA    FOREIGN CLAIMS (SOURCE FC ON THE
      *                          CH RECORD): EACH EOB LINE SHOWS THE
      *                          ORIGINAL CURRENCY AMOUNT AND THE
      *                          EXCHANGE RATE USED (FOREIGN_CLAIM_
      *                          LINE), PLUS AN OUT-OF-COUNTRY
      *                          NOTICE AND EXCLUSION TEXT
      *   2026-10-15  PGARCIA    MEMBER-SUBMITTED CLAIMS PAID TO THE
      *                          SUBSCRIBER (HCMBRCLM, PAY-TO-
      *                          SUBSCRIBER ON THE CH RECORD) BYPASS
      *                          THE PROVIDER BUNDLE, REMIT AND 835.
      *                          EACH IS PAID BY EFT TO THE MEMBER'S
      *                          ACCOUNT ON FILE OR BY CHECK TO THE
      *                          SUBSCRIBER'S ADDRESS, WITH THE EOB
      *                          AS THE PAYMENT VOUCHER. CHECK
      *                          REGISTER CARRIES PAYEE TYPE 'M';
      *                          SEPARATE RECONCILIATION LEG
      *   2026-10-15  PGARCIA    ASO EMPLOYER FUNDING: EACH PAID
      *                          CLAIM OF A SELF-FUNDED GROUP IS
      *                          LOGGED TO PAYMENT_CLAIM_DETAIL WITH
      *                          ITS CHECK/EFT/VCARD NUMBER FOR THE
      *                          FUNDING REQUEST (HCASOFND); CLAIMS
      *                          OF A GROUP PAST DUE ON FUNDING ARE
      *                          DIVERTED TO THE HOLD FILE UNTIL
      *                          THE EMPLOYER FUNDS
      *   2026-10-15  PGARCIA    PROVIDER ADVANCES AND PERIODIC
      *                          INTERIM PAYMENTS (HCPRVADV): AN
      *                          APPROVED ADVANCE PAYS OUT AS ITS
      *                          OWN BUNDLE WITH A POSITIVE AP PLB;
      *                          FROM ITS RECOVERY START DATE EACH
      *                          LATER PAYMENT GIVES UP THE RECOVERY
      *                          PERCENTAGE AS A NEGATIVE AP PLB
      *                          UNTIL THE ADVANCE IS RECOVERED
      *   2026-10-15  PGARCIA    PCP CAPITATION: EACH APPROVED
      *                          CAPITATION_PAYMENT STAGED BY
      *                          HCCAPPAY PAYS OUT AS ITS OWN
      *                          BUNDLE WITH A CT PLB ENTRY
      *   2026-10-15  PGARCIA    HRA DRAWS: COST SHARING PAID FROM
      *                          THE MEMBER'S HRA PRINTS ON THE EOB
      *                          WITH THE BALANCE LEFT; THE ASO
      *                          CLAIM LOG CARRIES ONLY THE PLAN
      *                          PORTION (HCASOFND BILLS THE HRA)
      *   2026-10-15  NCARTER    COB CROSSOVER: A PAID PRIMARY CLAIM
      *                          WHOSE SECONDARY PAYER HAS A
      *                          CROSSOVER AGREEMENT IS QUEUED ON
      *                          COB_FORWARD_QUEUE FOR HCCOBFWD,
      *                          REMITTED AS CLP02 19 WITH RARC MA18
      *                          (RESTATED) AND NOTED ON THE EOB
      *   2026-10-15  NCARTER    CHECKPOINT/RESTART: A CHECKPOINT IS
      *                          WRITTEN TO RMTCKPT AS EACH PAYEE'S
      *                          PAYMENT COMPLETES. A RESTART COPIES
      *                          EDI835/EFTOUT/POSPAY/CHKREG/VCARDOUT/
      *                          PAYHOLD FORWARD FROM THE RST* DDS TO
      *                          THE CHECKPOINT, EXTENDS THE REPORT
      *                          FILES, RESTORES CONTROL NUMBERS AND
      *                          TOTALS, BACKS OUT LATER REGISTER ROWS
      *                          AND REPOSITIONS ADJCLMS
      *   2026-10-15  SCHEN      MONTHLY EOB STATEMENTS: EACH CLAIM'S
      *                          EOB LINES ARE STAGED ON
      *                          EOB_STATEMENT_DETAIL. A MEMBER ON
      *                          STATEMENT MODE (PAYER DEFAULT OR
      *                          HCDLVPRF ELECTION) HAS THE PRINT
      *                          DEFERRED TO HCEOBSTM UNLESS THE STATE
      *                          REQUIRES AN INDIVIDUAL EOB OR THE
      *                          STATEMENT WOULD MISS ITS TIMING RULE
      *   2026-10-15  JMILLER    SIU PAYMENT SUSPENSION: A PROVIDER
      *                          WHOSE TIN OR NPI IS UNDER AN ACTIVE
      *                          SIU_CASE SUSPENSION (HCSIUCAS) HAS
      *                          EVERY CLAIM HELD WITH NO AGING
      *                          RELEASE AND ESCROWED ON
      *                          SIU_PAYMENT_ESCROW WITH THE
      *                          SUSPENSION REASON. ADVANCES AND
      *                          CAPITATION DO NOT ISSUE TO IT.
      *   2026-10-15  NCARTER    RESTART NO LONGER EXTENDS PROVRMIT,
      *                          PATEOB, EOBNOTIF, RMTXTRC, CLMEVENT,
      *                          EDI999 OR EDI277CA - EACH IS COPIED
      *                          FORWARD TO ITS CHECKPOINT COUNT LIKE
      *                          THE PAYMENT FILES. THE CHECKPOINT
      *                          CARRIES THE DATABASE CLOCK; OFFSETS,
      *                          OVERPAYMENT/DUNNING/DEFERRAL ROWS,
      *                          ADVANCE RECOVERIES AND WITHHOLD
      *                          SETTLEMENTS POSTED AFTER IT ARE
      *                          BACKED OUT WITH THE REGISTER ROWS
      *   2026-10-15  NCARTER    NO CHECKPOINT IS WRITTEN WITHOUT THE
      *                          DATABASE CLOCK; A RESTART WITH NO
      *                          CLOCK ON ITS CHECKPOINT, OR WHOSE
      *                          BACK-OUT FAILS, IS ROLLED BACK AND
      *                          ENDS WITH RC 16
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HCREMIT.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PHLD-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO RMTCKPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

      *    RESTART INPUTS - THE PAYMENT FILES OF THE RUN BEING
      *    RESTARTED (DUMMY ON A NORMAL RUN)
           SELECT RST-835-FILE
               ASSIGN TO RST835
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST835-STATUS.

           SELECT RST-EFT-FILE
               ASSIGN TO RSTEFT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTEFT-STATUS.

           SELECT RST-POSPAY-FILE
               ASSIGN TO RSTPPAY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTPPAY-STATUS.

           SELECT RST-CHKREG-FILE
               ASSIGN TO RSTCHKRG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTCHKRG-STATUS.

           SELECT RST-VCARD-FILE
               ASSIGN TO RSTVCARD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTVCARD-STATUS.

           SELECT RST-HOLD-FILE
               ASSIGN TO RSTHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTHOLD-STATUS.

           SELECT RST-REMIT-FILE
               ASSIGN TO RSTRMIT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTRMIT-STATUS.

           SELECT RST-PATEOB-FILE
               ASSIGN TO RSTPEOB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTPEOB-STATUS.

           SELECT RST-ENOT-FILE
               ASSIGN TO RSTENOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTENOT-STATUS.

           SELECT RST-RMTXTR-FILE
               ASSIGN TO RSTRXTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTRXTR-STATUS.

           SELECT RST-CEVT-FILE
               ASSIGN TO RSTCEVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSTCEVT-STATUS.

           SELECT RST-999-FILE
               ASSIGN TO RST999
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST999-STATUS.

           SELECT RST-277-FILE
               ASSIGN TO RST277
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RST277-STATUS.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************
      *    STAMPED BY THIS PROGRAM, SPACES ON A FRESH ADJUDICATION
           05  AC-HELD-DATE                PIC X(08).
           05  AC-RECEIVED-DATE            PIC X(08).
      *    LINE PRICING METHOD (CLAIM_LINE.PRICE_METHOD) - 'RB' IS
      *    REFERENCE-BASED (PERCENT OF MEDICARE) PRICING
           05  AC-LINE-PRICE-METHOD        PIC X(02).
               88  AC-PRICED-REF-BASED     VALUE 'RB'.
      *    PLAN PERIOD SPLIT - THE CLAIM CROSSED A PLAN-YEAR OR
      *    ELIGIBILITY-SPAN BOUNDARY AND THE LINE'S COST SHARING WAS
      *    TAKEN AGAINST EACH PERIOD'S OWN ACCUMULATORS
           05  AC-PLAN-PERIOD-IND          PIC X(01).
               88  AC-PLAN-PERIOD-SPLIT    VALUE 'Y'.
           05  AC-PP1-PLAN-YEAR            PIC 9(04).
           05  AC-PP1-ALLOWED              PIC S9(07)V99.
           05  AC-PP1-DEDUCTIBLE           PIC S9(07)V99.
           05  AC-PP1-COPAY                PIC S9(07)V99.
           05  AC-PP1-COINSURANCE          PIC S9(07)V99.
           05  AC-PP2-PLAN-YEAR            PIC 9(04).
           05  AC-PP2-ALLOWED              PIC S9(07)V99.
           05  AC-PP2-DEDUCTIBLE           PIC S9(07)V99.
           05  AC-PP2-COPAY                PIC S9(07)V99.
           05  AC-PP2-COINSURANCE          PIC S9(07)V99.
      *    CLAIM SOURCE - 'FC' IS A FOREIGN CLAIM (HCFORCLM) WHOSE
      *    ORIGINAL CURRENCY DETAIL IS ON FOREIGN_CLAIM/_LINE
           05  AC-CLAIM-SOURCE-CD          PIC X(02).
               88  AC-FOREIGN-CLAIM        VALUE 'FC'.
               88  AC-MEMBER-SUBMITTED     VALUE 'MS'.
      *    PAY-TO-SUBSCRIBER - A MEMBER-SUBMITTED CLAIM (HCMBRCLM)
      *    WHOSE BENEFIT IS PAID TO THE SUBSCRIBER, NOT THE PROVIDER
           05  AC-PAY-TO-SUBSCRIBER-IND    PIC X(01).
               88  AC-PAY-SUBSCRIBER       VALUE 'Y'.
      *    HRA - COST SHARING PAID FROM THE MEMBER'S HEALTH
      *    REIMBURSEMENT ARRANGEMENT (INCLUDED IN AC-PAID-AMT) AND
      *    THE ACCOUNT BALANCE LEFT AFTER THE DRAW
           05  AC-HRA-PAID-AMT             PIC S9(07)V99.
           05  AC-HRA-BALANCE-AMT          PIC S9(07)V99.
           05  AC-FILLER                   PIC X(219).

      *--------------------------------------------------------------*
      * 835 EDI TRANSACTION OUTPUT FILE
           05  CR-CLAIM-COUNT              PIC 9(05).
           05  CR-PAYER-ID                 PIC X(10).
           05  CR-LOB                      PIC X(03).
           05  CR-PAYEE-TYPE               PIC X(01).
               88  CR-PAYEE-PROVIDER       VALUE 'P'.
               88  CR-PAYEE-MEMBER         VALUE 'M'.
           05  CR-FILLER                   PIC X(16).

      *--------------------------------------------------------------*
      * EFT/ACH OUTPUT FILE (NACHA FORMAT)
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-HOLD-RECORD              PIC X(2000).

      *----------------------------------------------------------------
      * CHECKPOINT FILE - ONE RECORD PER PAYEE COMPLETED (LAYOUT IN
      * WS-CKPT-RECORD). THE LAST RECORD IS THE RESTART POINT.
      *----------------------------------------------------------------
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 4500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-RECORD               PIC X(4500).

      *----------------------------------------------------------------
      * RESTART INPUTS - THE EDI835, EFTOUT, POSPAY, CHKREG, VCARDOUT
      * AND PAYHOLD FILES OF THE RUN BEING RESTARTED, AND ITS PROVRMIT,
      * PATEOB, EOBNOTIF, RMTXTRC, CLMEVENT, EDI999 AND EDI277CA
      * OUTPUTS, COPIED FORWARD AS FAR AS THE CHECKPOINT
      *----------------------------------------------------------------
       FD  RST-835-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1 TO 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-835-RECORD                  PIC X(500).

       FD  RST-EFT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 94 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-EFT-RECORD                  PIC X(94).

       FD  RST-POSPAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-POSPAY-RECORD               PIC X(100).

       FD  RST-CHKREG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-CHKREG-RECORD               PIC X(200).

       FD  RST-VCARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 177 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-VCARD-RECORD                PIC X(177).

       FD  RST-HOLD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 2000 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-HOLD-RECORD                 PIC X(2000).

      * THE PRINT FILES CARRY THEIR ASA CARRIAGE CONTROL BYTE
       FD  RST-REMIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-REMIT-RECORD.
           05  RST-REMIT-CC                PIC X(01).
           05  RST-REMIT-LINE              PIC X(132).

       FD  RST-PATEOB-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-PATEOB-RECORD.
           05  RST-PATEOB-CC               PIC X(01).
           05  RST-PATEOB-LINE             PIC X(132).

       FD  RST-ENOT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-ENOT-RECORD                 PIC X(80).

       FD  RST-RMTXTR-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 228 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-RMTXTR-RECORD               PIC X(228).

       FD  RST-CEVT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-CEVT-RECORD                 PIC X(80).

       FD  RST-999-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1 TO 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-999-RECORD                  PIC X(500).

       FD  RST-277-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1 TO 500 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RST-277-RECORD                  PIC X(500).

       WORKING-STORAGE SECTION.
      ****************************************************************

           05  WS-EDI277CA-STATUS          PIC X(02).
           05  WS-VCARDOUT-STATUS          PIC X(02).
           05  WS-RMTXTRC-STATUS           PIC X(02).
           05  WS-RST835-STATUS            PIC X(02).
           05  WS-RSTEFT-STATUS            PIC X(02).
           05  WS-RSTPPAY-STATUS           PIC X(02).
           05  WS-RSTCHKRG-STATUS          PIC X(02).
           05  WS-RSTVCARD-STATUS          PIC X(02).
           05  WS-RSTHOLD-STATUS           PIC X(02).
           05  WS-RSTRMIT-STATUS           PIC X(02).
           05  WS-RSTPEOB-STATUS           PIC X(02).
           05  WS-RSTENOT-STATUS           PIC X(02).
           05  WS-RSTRXTR-STATUS           PIC X(02).
           05  WS-RSTCEVT-STATUS           PIC X(02).
           05  WS-RST999-STATUS            PIC X(02).
           05  WS-RST277-STATUS            PIC X(02).

      *--------------------------------------------------------------*
      * PROGRAM CONTROL FLAGS
           05  WS-STAT-EOBS-SUPPRESSED    PIC 9(07) VALUE ZEROS.
           05  WS-STAT-LINES-SUPPRESSED   PIC 9(07) VALUE ZEROS.

      *--------------------------------------------------------------*
      * FOREIGN CLAIM EOB WORK AREAS (HCFORCLM CONVERSION DETAIL)
      *--------------------------------------------------------------*
       01  WS-FOREIGN-EOB-FIELDS.
           05  WS-FX-CLAIM-ID             PIC X(15).
           05  WS-FX-LINE-NO              PIC 9(03).
           05  WS-FX-COUNTRY-CD           PIC X(02).
           05  WS-FX-CURRENCY-CD          PIC X(03).
           05  WS-FX-FOREIGN-AMT          PIC S9(13)V99.
           05  WS-FX-USD-PER-UNIT         PIC S9(05)V9(08).
           05  WS-FX-RATE-DATE            PIC X(08).
           05  WS-FX-EXCLUSION-REASON     PIC X(40).
           05  WS-FX-EDIT-FOREIGN         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-FX-EDIT-RATE            PIC ZZ,ZZ9.99999999.
           05  WS-STAT-FOREIGN-EOB-LINES  PIC 9(07) VALUE ZEROS.

      *--------------------------------------------------------------*
      * MEMBER REIMBURSEMENT WORK AREAS (HCMBRCLM PAY-TO-SUBSCRIBER)
      *--------------------------------------------------------------*
       01  WS-MEMBER-PAY-FIELDS.
           05  WS-MP-VOUCHER-FLAG         PIC X(01) VALUE 'N'.
               88  WS-MP-VOUCHER          VALUE 'Y'.
           05  WS-MP-PAYEE-FLAG           PIC X(01) VALUE 'N'.
               88  WS-MP-PAYEE-FOUND      VALUE 'Y'.
           05  WS-MP-METHOD               PIC X(03).
               88  WS-MP-BY-CHECK         VALUE 'CHK'.
               88  WS-MP-BY-EFT           VALUE 'EFT'.
           05  WS-MP-SUBSCRIBER-ID        PIC X(20).
           05  WS-MP-SUB-FIRST-NAME       PIC X(25).
           05  WS-MP-SUB-LAST-NAME        PIC X(35).
           05  WS-MP-PAYEE-NAME           PIC X(60).
           05  WS-MP-ADDR-1               PIC X(55).
           05  WS-MP-ADDR-2               PIC X(55).
           05  WS-MP-CITY                 PIC X(30).
           05  WS-MP-STATE                PIC X(02).
           05  WS-MP-ZIP                  PIC X(09).
           05  WS-MP-BANK-ROUTING         PIC X(09).
           05  WS-MP-BANK-ACCT-NO         PIC X(17).
           05  WS-MP-BANK-ACCT-TYPE       PIC X(02).
           05  WS-MP-PAYMENT-NO           PIC X(15).
           05  WS-MP-AMOUNT               PIC S9(09)V99 VALUE ZEROS.
           05  WS-CR-PAYEE-MEMBER-ID      PIC X(20).
           05  WS-STAT-MBR-CLAIMS         PIC 9(07) VALUE ZEROS.
           05  WS-STAT-MBR-CHECKS         PIC 9(07) VALUE ZEROS.
           05  WS-STAT-MBR-EFTS           PIC 9(07) VALUE ZEROS.
      *    A MEMBER CLAIM CAN ARRIVE BETWEEN A PATIENT'S PROVIDER
      *    CLAIMS - THE PENDING EOB'S CLAIM TABLES AND TOTALS ARE
      *    HELD HERE WHILE THE VOUCHER EOB USES THEM
           05  WS-MP-HOLD-ADJ-TABLE       PIC X(690).
           05  WS-MP-HOLD-CAT-COUNT       PIC 9(02).
           05  WS-MP-HOLD-RMK-TABLE       PIC X(70).
           05  WS-MP-HOLD-RMK-COUNT       PIC 9(02).
           05  WS-MP-HOLD-SLT-TABLE       PIC X(6500).
           05  WS-MP-HOLD-SLT-COUNT       PIC 9(02).
           05  WS-MP-HOLD-EOB-TOTALS      PIC X(206).

      *--------------------------------------------------------------*
      * DELIVERY PREFERENCE WORK AREAS (HCDLVPRF MAINTAINED)
      *--------------------------------------------------------------*
               88  WS-DP-BOTH             VALUE 'B'.
           05  WS-STAT-REMITS-SUPPRESSED  PIC 9(07) VALUE ZEROS.
           05  WS-STAT-EOBS-ELECTRONIC    PIC 9(07) VALUE ZEROS.
      *    EOB FREQUENCY ELECTION - SPACE FOLLOWS THE PAYER DEFAULT
           05  WS-DP-EOB-FREQUENCY        PIC X(01).
               88  WS-DP-EOB-PER-CLAIM    VALUE 'C'.
               88  WS-DP-EOB-MONTHLY      VALUE 'M'.

      *--------------------------------------------------------------*
      * MONTHLY EOB STATEMENT WORK AREAS (HCEOBSTM PRINTS THE
      * STATEMENT FROM THE EOB_STATEMENT_DETAIL ROWS STAGED HERE)
      *--------------------------------------------------------------*
       01  WS-EOB-STATEMENT-FIELDS.
      *    STATUS GIVEN TO THE EOB'S STAGED ROWS
           05  WS-ES-STATUS               PIC X(01).
               88  WS-ES-DEFERRED         VALUE 'P'.
               88  WS-ES-ISSUED-INDIV     VALUE 'I'.
               88  WS-ES-NOT-ON-STATEMENT VALUE 'X'.
           05  WS-ES-MEMBER-ID            PIC X(20).
           05  WS-ES-SUBSCRIBER-ID        PIC X(20).
           05  WS-ES-RELATION             PIC X(02).
           05  WS-ES-STMT-MONTH           PIC X(06).
           05  WS-ES-PROVIDER-NAME        PIC X(60).
           05  WS-ES-LINE-NUM             PIC 9(03).
           05  WS-ES-PROC-CODE            PIC X(05).
           05  WS-ES-SERVICE-DATE         PIC X(08).
           05  WS-ES-CHARGE               PIC S9(07)V99.
           05  WS-ES-ALLOWED              PIC S9(07)V99.
           05  WS-ES-PAID                 PIC S9(07)V99.
           05  WS-ES-DEDUCT               PIC S9(07)V99.
           05  WS-ES-COPAY                PIC S9(07)V99.
           05  WS-ES-COINS                PIC S9(07)V99.
           05  WS-ES-PAT-RESP             PIC S9(07)V99.
      *    FIRST OF NEXT MONTH - THE EARLIEST THE STATEMENT MAILS
           05  WS-ES-STMT-DATE.
               10  WS-ES-STMT-YEAR        PIC 9(04).
               10  WS-ES-STMT-MONTH-NO    PIC 9(02).
               10  WS-ES-STMT-DAY         PIC 9(02).
           05  WS-ES-STMT-DATE-N REDEFINES WS-ES-STMT-DATE
                                          PIC 9(08).
           05  WS-ES-TODAY-N              PIC 9(08).
           05  WS-ES-DAYS-TO-STMT         PIC S9(05) COMP-3.
           05  WS-STAT-EOBS-DEFERRED      PIC 9(07) VALUE ZEROS.
           05  WS-STAT-STMT-LINES-STAGED  PIC 9(07) VALUE ZEROS.

      *--------------------------------------------------------------*
      * DATE/TIME FIELDS
           05  FILLER PIC X(55) VALUE
               '00140PATIENT/INSURED HEALTH ID IS MISSING          '.
           05  FILLER PIC X(55) VALUE
               '00142MONTHLY MEDICAID PATIENT LIABILITY AMOUNT     '.
           05  FILLER PIC X(55) VALUE
               '00143PORTION OF PAYMENT DEFERRED                   '.
           05  FILLER PIC X(55) VALUE
           05  FILLER PIC X(55) VALUE
               '00181PROCEDURE CODE WAS INVALID ON THE DATE OF SVC  '.
           05  FILLER PIC X(55) VALUE
               '00183REFERRING PROVIDER NOT ELIGIBLE TO REFER SERVICE'.
           05  FILLER PIC X(55) VALUE
               '00184THE FROM DATE IS AFTER THE THROUGH DATE        '.
           05  FILLER PIC X(55) VALUE
           88  WS-CARC-NOT-FOUND          VALUE 'N'.

      *--------------------------------------------------------------*
      * RARC (REMITTANCE ADVICE REMARK CODE) TABLE - 64 ENTRIES
      *--------------------------------------------------------------*
       01  WS-RARC-TABLE-SIZE             PIC 9(03) VALUE 64.
       01  WS-RARC-TABLE.
           05  FILLER PIC X(55) VALUE
               'N0001ALERT: YOU MAY APPEAL THIS DECISION           '.
               'N0167DIAGNOSIS IS NOT COVERED SVC TYPE/PROVIDER TYPE'.
           05  FILLER PIC X(55) VALUE
               'N0170PAYMENT DENIED/REDUCED - WRONG SPECIALTY       '.
           05  FILLER PIC X(55) VALUE
               'N0264MISSING/INCOMPLETE/INVALID ORDERING PROV NAME  '.
           05  FILLER PIC X(55) VALUE
               'N0265MISSING/INCOMPLETE/INVALID ORDERING PROVIDER ID'.
           05  FILLER PIC X(55) VALUE
               'N0286ALERT: THIS SVC MAY NOT BE PAYABLE PER MANAGED'.
           05  FILLER PIC X(55) VALUE
               'N0540ADJUDICATED USING CURRENT PROCEDURAL TERMINOLOG'.
           05  FILLER PIC X(55) VALUE
               'N0569ALERT: CLAIM MAY HAVE BEEN PROCESSED UNDER COVI'.
           05  FILLER PIC X(55) VALUE
               'N0574ORDERING/REFERRING PROVIDER TYPE CANNOT ORDER  '.
           05  FILLER PIC X(55) VALUE
               'N0620ALERT: THIS SERVICE WAS PROCESSED AS TELEHEALTH'.
           05  FILLER PIC X(55) VALUE
           05  FILLER PIC X(55) VALUE
               'MA013ALERT: YOU MAY BE SUBJECT TO LIABILITY FOR THIS'.
           05  FILLER PIC X(55) VALUE
               'MA018ALERT: CLAIM ALSO FORWARDED TO SECONDARY PAYER'.
           05  FILLER PIC X(55) VALUE
               'MA028ALERT: RECEIPT OF THIS NOTICE INDICATES CROSSOV'.
           05  FILLER PIC X(55) VALUE
               'MA061ALERT: PAYMENT BASED ON BUNDLED/PACKAGED SERVIC'.

       01  WS-RARC-TABLE-REDEF REDEFINES WS-RARC-TABLE.
           05  WS-RARC-ENTRY              OCCURS 64 TIMES.
               10  WS-RARC-CODE           PIC X(05).
               10  WS-RARC-DESCRIPTION    PIC X(50).

           05  WS-PC-APPEAL-PHONE         PIC X(10).
           05  WS-PC-APPEAL-ADDRESS       PIC X(120).
           05  WS-PC-WEBSITE              PIC X(60).
           05  WS-PC-EOB-STMT-MODE        PIC X(01).
               88  WS-PC-EOB-STATEMENTS   VALUE 'Y'.

      *--------------------------------------------------------------*
      * PROVIDER PAYMENT SUMMARY ACCUMULATORS
           05  WS-EOB-TOTAL-COPAY         PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-TOTAL-COINSURANCE   PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-CLAIM-COUNT         PIC 9(05)     VALUE ZEROS.
           05  WS-EOB-RBP-LINES           PIC 9(05)     VALUE ZEROS.
           05  WS-EOB-COB-FWD-CLAIMS      PIC 9(05)     VALUE ZEROS.
           05  WS-EOB-PP-SPLIT-LINES      PIC 9(05)     VALUE ZEROS.
           05  WS-EOB-PP1-PLAN-YEAR       PIC 9(04)     VALUE ZEROS.
           05  WS-EOB-PP1-ALLOWED         PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP1-DEDUCTIBLE      PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP1-COPAY           PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP1-COINSURANCE     PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP2-PLAN-YEAR       PIC 9(04)     VALUE ZEROS.
           05  WS-EOB-PP2-ALLOWED         PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP2-DEDUCTIBLE      PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP2-COPAY           PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-PP2-COINSURANCE     PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-FOREIGN-LINES       PIC 9(05)     VALUE ZEROS.
           05  WS-EOB-FOREIGN-CLAIM-NO    PIC X(20)     VALUE SPACES.
           05  WS-EOB-TOTAL-HRA-PAID      PIC S9(07)V99 VALUE ZEROS.
           05  WS-EOB-HRA-BALANCE         PIC S9(07)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      * PATIENT RESPONSIBILITY LETTER FIELDS
           05  WS-STATE-COMMISH-PHONE     PIC X(15).
           05  WS-STATE-COMMISH-WEB       PIC X(60).
           05  WS-STATE-LANG-NOTICE-TEXT  PIC X(200).
      *    EOB TIMING: AN INDIVIDUAL EOB PER CLAIM, OR AT MOST THIS
      *    MANY DAYS FROM PAYMENT TO EOB (ZERO = NO LIMIT)
           05  WS-STATE-INDIV-EOB-REQ     PIC X(01).
               88  WS-STATE-REQ-INDIV-EOB VALUE 'Y'.
           05  WS-STATE-EOB-MAX-DAYS      PIC 9(03).

      *--------------------------------------------------------------*
      * STATE-SPECIFIC MANDATE TEXT (COMPLIANCE-MAINTAINED, SOURCED
               88  WS-RECON-835-NOT-BAL   VALUE 'N'.
           05  WS-RECON-EXCEPTION-CNT     PIC 9(07)     VALUE ZEROS.
           05  WS-RECON-EXCEPTION-AMT     PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-MBR-PAID-AMT      PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-MBR-CHK-AMT       PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-MBR-EFT-AMT       PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-MBR-CHECKS        PIC 9(07)     VALUE ZEROS.
           05  WS-RECON-MBR-EFTS          PIC 9(07)     VALUE ZEROS.
           05  WS-RECON-MBR-OUT-OF-BAL    PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-MBR-IN-BALANCE    PIC X(01)     VALUE 'Y'.
               88  WS-RECON-MBR-BALANCED  VALUE 'Y'.
               88  WS-RECON-MBR-NOT-BAL   VALUE 'N'.
           05  WS-RECON-ADV-ISSUED-AMT    PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-ADV-RECOVER-AMT   PIC S9(11)V99 VALUE ZEROS.
           05  WS-RECON-CAP-ISSUED-AMT    PIC S9(11)V99 VALUE ZEROS.

      *--------------------------------------------------------------*
      * PROGRAM STATISTICS
           05  WS-SQL-PP-CLEAN-DAYS       PIC S9(04) COMP.
           05  WS-WORK-SUB                PIC 9(03) VALUE ZEROS.

      * ASO (SELF-FUNDED) EMPLOYER GROUP FUNDING. HCASOFND SETS THE
      * GROUP'S FUNDING HOLD WHEN THE EMPLOYER IS PAST DUE ON A
      * FUNDING REQUEST; THE GROUP'S CLAIMS WAIT ON THE HOLD FILE.
      * THE PLAN ASSETS ARE THE EMPLOYER'S, SO THE PROMPT-PAY AGING
      * SAFEGUARD DOES NOT RELEASE THEM.
       01  WS-ASO-FUNDING-FIELDS.
           05  WS-ASO-CLAIM-FLAG          PIC X(01) VALUE 'N'.
               88  WS-ASO-CLAIM           VALUE 'Y'.
           05  WS-GRP-FUND-HOLD-FLAG      PIC X(01) VALUE 'N'.
               88  WS-GROUP-FUNDING-HELD  VALUE 'Y'.
           05  WS-SQL-ASO-CLAIM-ID        PIC X(20) VALUE SPACES.
           05  WS-SQL-ASO-GROUP-NO        PIC X(10) VALUE SPACES.
           05  WS-SQL-ASO-HOLD-FLAG       PIC X(01) VALUE SPACES.
           05  WS-SQL-ASO-CHECK-NO        PIC X(10) VALUE SPACES.
           05  WS-SQL-ASO-PAY-METHOD      PIC X(03) VALUE SPACES.
           05  WS-SQL-ASO-PAID-AMT        PIC S9(07)V99 VALUE ZEROS.
           05  WS-STAT-GRP-FUND-HELD      PIC 9(09) VALUE ZEROS.
           05  WS-STAT-ASO-DETAIL-ROWS    PIC 9(09) VALUE ZEROS.

      * SIU PAYMENT SUSPENSION (42 CFR 455.23). A CREDIBLE ALLEGATION
      * OF FRAUD OPENS A SUSPENSION ON THE PROVIDER'S SIU_CASE
      * (HCSIUCAS). EVERY CLAIM PAYABLE TO THE SUSPENDED TIN OR NPI
      * WAITS ON THE HOLD FILE - THE PROMPT-PAY AGING SAFEGUARD DOES
      * NOT RELEASE IT - AND IS RECORDED ONCE ON SIU_PAYMENT_ESCROW
      * WITH THE CASE AND SUSPENSION REASON. LIFTING THE SUSPENSION
      * LETS THE HELD CLAIMS PAY ON THE NEXT RUN.
       01  WS-SIU-SUSPENSION-FIELDS.
           05  WS-SIU-SUSPEND-FLAG        PIC X(01) VALUE 'N'.
               88  WS-SIU-SUSPENDED       VALUE 'Y'.
           05  WS-SQL-SIU-CASE-ID         PIC X(12) VALUE SPACES.
           05  WS-SQL-SIU-REASON          PIC X(40) VALUE SPACES.
           05  WS-SQL-SIU-CLAIM-ID        PIC X(20) VALUE SPACES.
           05  WS-SQL-SIU-ESCROW-CT       PIC S9(09) COMP VALUE +0.
           05  WS-STAT-SIU-HELD           PIC 9(09) VALUE ZEROS.
           05  WS-STAT-SIU-ESCROWED       PIC 9(09) VALUE ZEROS.

      * COB CROSSOVER. A PAID CLAIM ON WHICH WE ARE PRIMARY, FOR A
      * MEMBER WHOSE SECONDARY COVERAGE (T_COB_OTHER_INS) IS WITH A
      * PAYER WE HOLD A CROSSOVER AGREEMENT WITH, IS FORWARDED TO
      * THAT PAYER BY HCCOBFWD. THE PROVIDER IS TOLD (CLP02 19 AND
      * RARC MA18) SO THE CLAIM IS NOT REBILLED TO THE SECONDARY.
       01  WS-COB-FORWARD-FIELDS.
           05  WS-COB-FWD-FLAG            PIC X(01) VALUE 'N'.
               88  WS-COB-FORWARD         VALUE 'Y'.
           05  WS-SQL-FWD-CLAIM-ID        PIC X(20) VALUE SPACES.
           05  WS-SQL-FWD-PARTNER-ID      PIC X(15) VALUE SPACES.
           05  WS-SQL-FWD-OTHER-PAYER     PIC X(10) VALUE SPACES.
           05  WS-SQL-FWD-OTHER-MBR-ID    PIC X(20) VALUE SPACES.
           05  WS-SQL-FWD-OTHER-GROUP     PIC X(15) VALUE SPACES.
           05  WS-STAT-COB-FORWARDED      PIC 9(09) VALUE ZEROS.

      * PROVIDER ADVANCES AND PERIODIC INTERIM PAYMENTS (HCPRVADV
      * RECORDS THEM ON PROVIDER_ADVANCE). AN APPROVED ADVANCE DUE
      * FOR ISSUE PAYS OUT AS ITS OWN BUNDLE AFTER THE CLAIMS; FROM
      * ITS RECOVERY START DATE EACH LATER PAYMENT TO THE PROVIDER
      * GIVES UP THE ADVANCE'S RECOVERY PERCENTAGE AS AN AP PLB
      * OFFSET UNTIL THE BALANCE IS RECOVERED.
       01  WS-PROVIDER-ADVANCE-FIELDS.
           05  WS-ADV-ISSUE-FLAG          PIC X(01) VALUE 'N'.
               88  WS-ADVANCE-ISSUE       VALUE 'Y'.
           05  WS-ADV-ISSUE-AMT           PIC S9(09)V99 VALUE ZEROS.
           05  WS-ADV-RECOVERY-AMT        PIC S9(09)V99 VALUE ZEROS.
           05  WS-ADV-RECOVERY-BASE       PIC S9(09)V99 VALUE ZEROS.
           05  WS-ADV-APPLY-AMT           PIC S9(09)V99 VALUE ZEROS.
           05  WS-ADV-PLB-REF             PIC X(20) VALUE SPACES.
           05  WS-ADV-SUB                 PIC 9(03) VALUE ZEROS.
           05  WS-SQL-ADV-ID              PIC X(12) VALUE SPACES.
           05  WS-SQL-ADV-PCT             PIC S9(03)V99 VALUE ZEROS.
           05  WS-SQL-ADV-OUTSTANDING     PIC S9(09)V99 VALUE ZEROS.
           05  WS-SQL-ADV-AMOUNT          PIC S9(09)V99 VALUE ZEROS.
           05  WS-STAT-ADV-ISSUED         PIC 9(07) VALUE ZEROS.
           05  WS-STAT-ADV-RECOVERIES     PIC 9(07) VALUE ZEROS.
      *    ADVANCES IN RECOVERY FOR THE CURRENT BUNDLE PROVIDER,
      *    OLDEST FIRST
           05  WS-ADV-REC-COUNT           PIC 9(03) VALUE ZEROS.
           05  WS-ADV-REC-ENTRY OCCURS 20 TIMES.
               10  WS-ADV-REC-ID          PIC X(12).
               10  WS-ADV-REC-PCT         PIC S9(03)V99.
               10  WS-ADV-REC-OUTSTANDING PIC S9(09)V99.
               10  WS-ADV-REC-APPLIED     PIC S9(09)V99.
      *    APPROVED ADVANCES DUE FOR ISSUE THIS RUN
           05  WS-ADV-ISS-COUNT           PIC 9(03) VALUE ZEROS.
           05  WS-ADV-ISS-ENTRY OCCURS 200 TIMES.
               10  WS-ADV-ISS-ID          PIC X(12).
               10  WS-ADV-ISS-TAX-ID      PIC X(09).
               10  WS-ADV-ISS-NPI         PIC X(10).
               10  WS-ADV-ISS-PAYER-ID    PIC X(10).
               10  WS-ADV-ISS-LOB         PIC X(03).
               10  WS-ADV-ISS-AMOUNT      PIC S9(09)V99.
               10  WS-ADV-ISS-NAME        PIC X(60).
               10  WS-ADV-ISS-ADDR-1      PIC X(55).
               10  WS-ADV-ISS-CITY        PIC X(30).
               10  WS-ADV-ISS-STATE       PIC X(02).
               10  WS-ADV-ISS-ZIP         PIC X(09).

      * PCP CAPITATION (HCCAPPAY STAGES ONE CAPITATION_PAYMENT PER
      * PCP PER MONTH). AN APPROVED PAYMENT PAYS OUT AS ITS OWN
      * BUNDLE AFTER THE CLAIMS, REPORTED AS A CT PLB ENTRY.
       01  WS-CAPITATION-PAYMENT-FIELDS.
           05  WS-CAP-ISSUE-FLAG          PIC X(01) VALUE 'N'.
               88  WS-CAPITATION-ISSUE    VALUE 'Y'.
           05  WS-CAP-ISSUE-AMT           PIC S9(09)V99 VALUE ZEROS.
           05  WS-CAP-PLB-REF             PIC X(20) VALUE SPACES.
           05  WS-CAP-EDIT-MONTH          PIC 9(06) VALUE ZEROS.
           05  WS-CAP-EDIT-MEMBERS        PIC ZZZ,ZZ9.
           05  WS-CAP-SUB                 PIC 9(04) VALUE ZEROS.
           05  WS-SQL-CAP-ID              PIC X(12) VALUE SPACES.
           05  WS-STAT-CAP-ISSUED         PIC 9(07) VALUE ZEROS.
      *    APPROVED CAPITATION PAYMENTS DUE FOR ISSUE THIS RUN
           05  WS-CAP-ISS-COUNT           PIC 9(04) VALUE ZEROS.
           05  WS-CAP-ISS-ENTRY OCCURS 3000 TIMES.
               10  WS-CAP-ISS-ID          PIC X(12).
               10  WS-CAP-ISS-TAX-ID      PIC X(09).
               10  WS-CAP-ISS-NPI         PIC X(10).
               10  WS-CAP-ISS-PAYER-ID    PIC X(10).
               10  WS-CAP-ISS-LOB         PIC X(03).
               10  WS-CAP-ISS-AMOUNT      PIC S9(09)V99.
               10  WS-CAP-ISS-MONTH       PIC 9(08).
               10  WS-CAP-ISS-MEMBERS     PIC 9(07).
               10  WS-CAP-ISS-NAME        PIC X(60).
               10  WS-CAP-ISS-ADDR-1      PIC X(55).
               10  WS-CAP-ISS-CITY        PIC X(30).
               10  WS-CAP-ISS-STATE       PIC X(02).
               10  WS-CAP-ISS-ZIP         PIC X(09).

      * CHECKPOINT/RESTART. A CHECKPOINT IS WRITTEN TO RMTCKPT AS
      * EACH PAYEE'S PAYMENT COMPLETES (AND ONCE AT THE START OF
      * THE RUN): THE ADJCLMS RECORDS CONSUMED, THE NEXT CHECK AND
      * TRACE NUMBERS, HOW FAR EACH PAYMENT FILE HAS BEEN WRITTEN
      * AND THE RUNNING CONTROL TOTALS. A RESTART CARRIES THE
      * OUTPUT FILES FORWARD TO THAT POINT, BACKS OUT REGISTER
      * ROWS AND POSTINGS MADE AFTER IT AND RESUMES WITH THE NEXT
      * PAYEE.
       01  WS-CHECKPOINT-FIELDS.
           05  WS-CKPT-STATUS             PIC X(02).
           05  WS-CKPT-RESTART-FLAG       PIC X(01) VALUE 'N'.
               88  WS-REMIT-RESTART       VALUE 'Y'.
           05  WS-CKPT-EOF-FLAG           PIC X(01) VALUE 'N'.
               88  WS-CKPT-EOF            VALUE 'Y'.
           05  WS-CKPT-PHASE              PIC X(01) VALUE 'C'.
           05  WS-CKPT-RECORDS-FOUND      PIC 9(07) VALUE ZEROS.
           05  WS-CKPT-RECORDS-READ       PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-LAST-835-SE        PIC X(40) VALUE SPACES.
      *    RECORDS WRITTEN SO FAR TO EACH PAYMENT FILE
           05  WS-CKPT-EFTOUT-RECORDS     PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-POSPAY-RECORDS     PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-CHKREG-RECORDS     PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-VCARD-RECORDS      PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-HOLD-RECORDS       PIC 9(09) VALUE ZEROS.
      *    ... AND TO EACH REPORT, NOTICE AND ACKNOWLEDGMENT FILE
           05  WS-CKPT-PROVRMIT-RECORDS   PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-PATEOB-RECORDS     PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-EOBNOTIF-RECORDS   PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-RMTXTRC-RECORDS    PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-CLMEVENT-RECORDS   PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-EDI999-RECORDS     PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-EDI277-RECORDS     PIC 9(09) VALUE ZEROS.
      *    DATABASE CLOCK AT THE CHECKPOINT - HCREMIT ROWS STAMPED
      *    AFTER IT BELONG TO PAYEES THE RESTART PAYS AGAIN
           05  WS-CKPT-DB-TIMESTAMP       PIC X(26) VALUE SPACES.
      *    RESTART WORK FIELDS
           05  WS-CKPT-COPY-COUNT         PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-COPY-TARGET        PIC 9(09) VALUE ZEROS.
           05  WS-CKPT-RST-DD             PIC X(08) VALUE SPACES.
           05  WS-RST-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-RST-EOF             VALUE 'Y'.
           05  WS-RST-FOUND-FLAG          PIC X(01) VALUE 'N'.
               88  WS-RST-FOUND           VALUE 'Y'.
           05  WS-CKPT-ADV-SKIP           PIC 9(04) VALUE ZEROS.
           05  WS-CKPT-CAP-SKIP           PIC 9(04) VALUE ZEROS.
           05  WS-CKPT-CHECK-X            PIC X(10) VALUE SPACES.
           05  WS-CKPT-EFT-TRACE-X        PIC X(15) VALUE SPACES.
           05  WS-CKPT-VCARD-TRACE-X      PIC X(15) VALUE SPACES.

      * CHECKPOINT RECORD LAYOUT (RMTCKPT)
       01  WS-CKPT-RECORD.
           05  CK-TIMESTAMP               PIC X(21).
           05  CK-RUN-MODE                PIC X(05).
           05  CK-RUN-PHASE               PIC X(01).
               88  CK-PHASE-CLAIMS        VALUE 'C'.
               88  CK-PHASE-ADVANCES      VALUE 'A'.
               88  CK-PHASE-CAPITATION    VALUE 'P'.
           05  CK-LAST-TAX-ID             PIC X(09).
           05  CK-LAST-NPI                PIC X(10).
           05  CK-RECORDS-DONE            PIC 9(09).
           05  CK-ADV-SUB                 PIC 9(04).
           05  CK-CAP-SUB                 PIC 9(04).
           05  CK-PAYMENT-DATE            PIC X(08).
           05  CK-EFT-EFFECTIVE-DATE      PIC X(08).
           05  CK-CHECK-DATE              PIC X(08).
           05  CK-NEXT-CHECK-NUMBER       PIC 9(10).
           05  CK-EFT-TRACE-NUMBER        PIC 9(15).
           05  CK-VCARD-TRACE-NUMBER      PIC 9(15).
           05  CK-LAST-835-SE             PIC X(40).
           05  CK-EFTOUT-RECORDS          PIC 9(09).
           05  CK-POSPAY-RECORDS          PIC 9(09).
           05  CK-CHKREG-RECORDS          PIC 9(09).
           05  CK-VCARD-RECORDS           PIC 9(09).
           05  CK-HOLD-RECORDS            PIC 9(09).
           05  CK-PROVRMIT-RECORDS        PIC 9(09).
           05  CK-PATEOB-RECORDS          PIC 9(09).
           05  CK-EOBNOTIF-RECORDS        PIC 9(09).
           05  CK-RMTXTRC-RECORDS         PIC 9(09).
           05  CK-CLMEVENT-RECORDS        PIC 9(09).
           05  CK-EDI999-RECORDS          PIC 9(09).
           05  CK-EDI277-RECORDS          PIC 9(09).
           05  CK-DB-TIMESTAMP            PIC X(26).
      *    CONTROL NUMBER AND RUN TOTAL GROUPS AS OF THE CHECKPOINT
           05  CK-835-CONTROL-IMAGE       PIC X(100).
           05  CK-ACK-CONTROL-IMAGE       PIC X(40).
           05  CK-EFT-FIELDS-IMAGE        PIC X(150).
           05  CK-RECON-IMAGE             PIC X(400).
           05  CK-STATS-IMAGE             PIC X(300).
           05  CK-PAYER-STATS-IMAGE       PIC X(1800).
           05  CK-STAT-PAYER-COUNT        PIC 9(02).
           05  CK-LOB-STATS-IMAGE         PIC X(400).
           05  CK-PST-IMAGE               PIC X(200).
           05  CK-PSN-IMAGE               PIC X(200).
           05  CK-RUN-COUNTERS.
               10  CK-EOBS-SUPPRESSED     PIC 9(09).
               10  CK-LINES-SUPPRESSED    PIC 9(09).
               10  CK-FOREIGN-EOB-LINES   PIC 9(09).
               10  CK-MBR-CLAIMS          PIC 9(09).
               10  CK-MBR-CHECKS          PIC 9(09).
               10  CK-MBR-EFTS            PIC 9(09).
               10  CK-REMITS-SUPPRESSED   PIC 9(09).
               10  CK-EOBS-ELECTRONIC     PIC 9(09).
               10  CK-TRIAL-REGISTER      PIC 9(09).
               10  CK-CLAIMS-HELD         PIC 9(09).
               10  CK-AGING-RELEASED      PIC 9(09).
               10  CK-HOLD-CH-COUNT       PIC 9(09).
               10  CK-GRP-FUND-HELD       PIC 9(09).
               10  CK-ASO-DETAIL-ROWS     PIC 9(09).
               10  CK-COB-FORWARDED       PIC 9(09).
               10  CK-ADV-ISSUED          PIC 9(09).
               10  CK-ADV-RECOVERIES      PIC 9(09).
               10  CK-CAP-ISSUED          PIC 9(09).
               10  CK-FT-SEEN-FLAG        PIC X(01).
               10  CK-FT-EXPECTED-CLAIMS  PIC 9(09).
               10  CK-FT-CH-RECORDS       PIC 9(09).
               10  CK-REMIT-PAGE-CTR      PIC 9(05).
               10  CK-EOB-PAGE-CTR        PIC 9(05).
               10  CK-EOBS-DEFERRED       PIC 9(09).
               10  CK-STMT-LINES-STAGED   PIC 9(09).
               10  CK-SIU-HELD            PIC 9(09).
               10  CK-SIU-ESCROWED        PIC 9(09).
           05  FILLER                     PIC X(380).

      * STATE PROMPT-PAY CLEAN-CLAIM DAY CACHE FOR THE AGING
      * SAFEGUARD (SAME STATE_PROMPT_PAY_RULES TABLE THE
      * ADJUDICATION INTEREST LOGIC USES)
                   15  WS-SLT-UNITS       PIC 9(05)V99.
                   15  WS-SLT-NDC         PIC X(11).
                   15  WS-SLT-POS         PIC X(02).
                   15  WS-SLT-PRICE-METHOD PIC X(02).
                   15  WS-SLT-FOREIGN-IND PIC X(01).
           05  WS-SLT-COUNT               PIC 9(02)     VALUE ZEROS.

      ****************************************************************
           PERFORM 0200-PROCESS-CLAIMS
               UNTIL WS-END-OF-FILE

      *    A RUN OF ONLY MEMBER REIMBURSEMENTS OPENS NO PROVIDER
           IF (NOT WS-PROVIDER-ON-HOLD OR WS-HOLD-TS-OPEN)
              AND NOT WS-FIRST-RECORD
               PERFORM 0300-FINAL-PROVIDER-BREAK
           END-IF

      *    PROVIDER ADVANCES / PIP PAYMENTS DUE FOR ISSUE
           PERFORM 0700-ISSUE-PROVIDER-ADVANCES

      *    PCP CAPITATION PAYMENTS DUE FOR ISSUE
           PERFORM 0720-ISSUE-CAPITATION-PAYMENTS

           PERFORM 7000-RECONCILE-PAYMENT-RUN

           PERFORM 9000-TERMINATION
               STOP RUN
           END-IF

      *    CHECK FOR A CHECKPOINT BEFORE OPENING ANY OUTPUT FILE SO A
      *    RESTART CAN CARRY FORWARD OR EXTEND THEM
           PERFORM 0180-CHECK-FOR-RESTART

           OPEN OUTPUT EDI-835-OUTPUT-FILE
           IF WS-EDI835-STATUS NOT = '00'
               MOVE 'EDI-835-OUTPUT OPEN FAILED'
               STOP RUN
           END-IF

           IF WS-REMIT-RESTART
               OPEN EXTEND ERROR-FILE
           ELSE
               OPEN OUTPUT ERROR-FILE
           END-IF
           IF WS-REMIT-RESTART
               OPEN EXTEND AUDIT-TRAIL-FILE
           ELSE
               OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE

           OPEN OUTPUT EDI-999-OUTPUT-FILE

      *    ESTABLISH RUN MODE, THEN LOAD CONTROL NUMBERS - A TRIAL
      *    RUN USES THE 9-SERIES WORK NUMBERS AND LEAVES THE
      *    PAYMENT_CONTROL TABLE UNTOUCHED. A RESTART CONTINUES THE
      *    NUMBERS IT RESERVED, RESTORED FROM THE CHECKPOINT BELOW.
           PERFORM 0105-READ-RUN-MODE
           IF NOT WS-REMIT-RESTART
               IF REMIT-TRIAL-MODE
                   PERFORM 0115-SET-TRIAL-NUMBERS
               ELSE
                   PERFORM 0110-LOAD-CONTROL-NUMBERS
               END-IF
           END-IF

      *    PAYMENT CYCLE CALENDAR AND CROSS-RUN HOLD FILE
           PERFORM 0130-LOAD-HOLIDAY-TABLE
           PERFORM 0140-CALCULATE-PAYMENT-DATE

      *    A RESTART PICKS UP THE CONTROL NUMBERS, DATES AND RUN
      *    TOTALS AS OF THE LAST CHECKPOINT, CUTS THE OUTPUT FILES
      *    BACK TO IT, AND BACKS OUT REGISTER ROWS AND POSTINGS MADE
      *    AFTER IT
           IF WS-REMIT-RESTART
               PERFORM 0181-RESTORE-RUN-STATE
               PERFORM 0182-RESTORE-PAYMENT-FILES
               PERFORM 0184-BACK-OUT-REGISTER
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-STATUS NOT = '00'
               MOVE 'CHECKPOINT-FILE OPEN FAILED'
                   TO ER-ERROR-DESC
               MOVE 'F' TO ER-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 12 TO WS-RETURN-CODE
               STOP RUN
           END-IF

      *    WRITE AUDIT TRAIL START ENTRY
           MOVE WS-TIMESTAMP               TO AT-TIMESTAMP
           MOVE 'START'                     TO AT-ACTION
           IF WS-REMIT-RESTART
               MOVE 'RESTART'               TO AT-ACTION
           END-IF
           MOVE 'PROGRAM'                   TO AT-ENTITY-TYPE
           MOVE 'HCREMIT'                   TO AT-ENTITY-KEY
           MOVE SPACES                      TO AT-OLD-VALUE
                                            TO AT-DESCRIPTION
           WRITE AUDIT-RECORD

      *    INITIALIZE 835 ENVELOPE - WRITE ISA AND GS SEGMENTS. A
      *    RESTART CONTINUES THE INTERCHANGE ALREADY CARRIED FORWARD.
           IF NOT WS-REMIT-RESTART
               PERFORM 2100-BUILD-835-ENVELOPE
               PERFORM 2200-BUILD-835-FUNCTIONAL-GROUP
           END-IF

      *    WRITE EFT FILE HEADER IF ANY EFT PAYMENTS EXPECTED
           PERFORM 0150-WRITE-EFT-FILE-HEADER

      *    A NEW RUN CHECKPOINTS ITS RESERVED NUMBERS AND HEADERS
      *    BEFORE THE FIRST PAYEE; A RESTART SKIPS THE ADJCLMS
      *    RECORDS THE CHECKPOINT SHOWS COMPLETE
           IF WS-REMIT-RESTART
               PERFORM 0185-REPOSITION-ADJCLMS
           ELSE
               MOVE 'C' TO WS-CKPT-PHASE
               PERFORM 0190-WRITE-CHECKPOINT
           END-IF

      *    READ FIRST INPUT RECORD
           PERFORM 0500-READ-ADJUD-CLAIM
           .
                      APPEAL_DAYS,
                      APPEAL_PHONE,
                      APPEAL_ADDRESS,
                      WEBSITE_URL,
                      ISNULL(EOB_STATEMENT_MODE, 'N')
               INTO   :WS-PC-PAYER-ID,
                      :WS-PC-PAYER-NAME,
                      :WS-PC-PAYER-ADDR-1,
                      :WS-PC-APPEAL-DAYS,
                      :WS-PC-APPEAL-PHONE,
                      :WS-PC-APPEAL-ADDRESS,
                      :WS-PC-WEBSITE,
                      :WS-PC-EOB-STMT-MODE
               FROM   PAYER_CONFIG
               WHERE  ACTIVE_FLAG = 'Y'
               AND    CONFIG_TYPE = 'REMIT835'
               PERFORM 8100-DATABASE-ERROR
           END-IF

      *    A RESTART CARRIES THE FILE HEADER FORWARD FROM THE RUN
      *    BEING RESTARTED
           IF WS-REMIT-RESTART
               EXIT PARAGRAPH
           END-IF

      *    BUILD FILE HEADER
           MOVE SPACES TO WS-NACHA-FILE-HEADER
           MOVE '1'    TO WS-NFH-RECORD-TYPE
           MOVE SPACES TO WS-NFH-REFERENCE-CODE

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-FILE-HEADER
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

           MOVE 1 TO WS-EFT-BATCH-NUMBER
           .
           .

      *================================================================
       0180-CHECK-FOR-RESTART.
      *================================================================
      *    LOOK FOR A CHECKPOINT LEFT BY A RUN THAT DID NOT FINISH.
      *    THE LAST RECORD IS THE RESTART POINT. THE JCL STARTS
      *    RMTCKPT EMPTY FOR EACH NEW PAYMENT CYCLE.
      *================================================================
           MOVE 'N'   TO WS-CKPT-RESTART-FLAG
           MOVE 'N'   TO WS-CKPT-EOF-FLAG
           MOVE ZEROS TO WS-CKPT-RECORDS-FOUND

           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CKPT-EOF
               READ CHECKPOINT-FILE INTO WS-CKPT-RECORD
                   AT END
                       MOVE 'Y' TO WS-CKPT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CKPT-RECORDS-FOUND
               END-READ
               IF WS-CKPT-STATUS NOT = '00'
                  AND WS-CKPT-STATUS NOT = '10'
                   MOVE 'Y' TO WS-CKPT-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE CHECKPOINT-FILE

           IF WS-CKPT-RECORDS-FOUND > 0
               MOVE 'Y' TO WS-CKPT-RESTART-FLAG
               DISPLAY 'HCREMIT - RESTART FROM CHECKPOINT TAKEN '
                       CK-TIMESTAMP(1:14)
               DISPLAY 'HCREMIT - LAST PAYEE COMPLETED: '
                       CK-LAST-TAX-ID ' ' CK-LAST-NPI
           END-IF
           .

      *================================================================
       0181-RESTORE-RUN-STATE.
      *================================================================
      *    PUT BACK THE DATES, CONTROL NUMBERS AND RUN TOTALS AS OF
      *    THE CHECKPOINT. THE RESTART MUST BE THE SAME KIND OF RUN.
      *================================================================
           IF CK-RUN-MODE NOT = WS-REMIT-RUN-MODE
               STRING 'RESTART RUN MODE ' WS-REMIT-RUN-MODE
                      ' DOES NOT MATCH CHECKPOINT RUN MODE '
                      CK-RUN-MODE
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               MOVE 'F' TO ER-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 16 TO WS-RETURN-CODE
               STOP RUN
           END-IF

           MOVE CK-PAYMENT-DATE       TO WS-PAYMENT-DATE
           MOVE CK-EFT-EFFECTIVE-DATE TO WS-EFT-EFFECTIVE-DATE
           MOVE CK-CHECK-DATE         TO WS-CHECK-DATE
           MOVE CK-NEXT-CHECK-NUMBER  TO WS-NEXT-CHECK-NUMBER
           MOVE CK-VCARD-TRACE-NUMBER TO WS-VCARD-TRACE-NUMBER
           MOVE CK-LAST-835-SE        TO WS-CKPT-LAST-835-SE

           MOVE CK-EFTOUT-RECORDS     TO WS-CKPT-EFTOUT-RECORDS
           MOVE CK-POSPAY-RECORDS     TO WS-CKPT-POSPAY-RECORDS
           MOVE CK-CHKREG-RECORDS     TO WS-CKPT-CHKREG-RECORDS
           MOVE CK-VCARD-RECORDS      TO WS-CKPT-VCARD-RECORDS
           MOVE CK-HOLD-RECORDS       TO WS-CKPT-HOLD-RECORDS
           MOVE CK-PROVRMIT-RECORDS   TO WS-CKPT-PROVRMIT-RECORDS
           MOVE CK-PATEOB-RECORDS     TO WS-CKPT-PATEOB-RECORDS
           MOVE CK-EOBNOTIF-RECORDS   TO WS-CKPT-EOBNOTIF-RECORDS
           MOVE CK-RMTXTRC-RECORDS    TO WS-CKPT-RMTXTRC-RECORDS
           MOVE CK-CLMEVENT-RECORDS   TO WS-CKPT-CLMEVENT-RECORDS
           MOVE CK-EDI999-RECORDS     TO WS-CKPT-EDI999-RECORDS
           MOVE CK-EDI277-RECORDS     TO WS-CKPT-EDI277-RECORDS
           MOVE CK-DB-TIMESTAMP       TO WS-CKPT-DB-TIMESTAMP

           MOVE CK-835-CONTROL-IMAGE  TO WS-835-CONTROL-NUMBERS
           MOVE CK-ACK-CONTROL-IMAGE  TO WS-ACK-CONTROL-NUMBERS
           MOVE CK-EFT-FIELDS-IMAGE   TO WS-EFT-FIELDS
           MOVE CK-RECON-IMAGE        TO WS-RECON-TOTALS
           MOVE CK-STATS-IMAGE        TO WS-PROGRAM-STATS
           MOVE CK-PAYER-STATS-IMAGE  TO WS-STAT-BY-PAYER
           MOVE CK-STAT-PAYER-COUNT   TO WS-STAT-PAYER-COUNT
           MOVE CK-LOB-STATS-IMAGE    TO WS-STAT-BY-LOB
           MOVE CK-PST-IMAGE          TO WS-PROV-SUMMARY-BY-TAXID
           MOVE CK-PSN-IMAGE          TO WS-PROV-SUMMARY-BY-NPI

           MOVE CK-EOBS-SUPPRESSED    TO WS-STAT-EOBS-SUPPRESSED
           MOVE CK-LINES-SUPPRESSED   TO WS-STAT-LINES-SUPPRESSED
           MOVE CK-FOREIGN-EOB-LINES  TO WS-STAT-FOREIGN-EOB-LINES
           MOVE CK-MBR-CLAIMS         TO WS-STAT-MBR-CLAIMS
           MOVE CK-MBR-CHECKS         TO WS-STAT-MBR-CHECKS
           MOVE CK-MBR-EFTS           TO WS-STAT-MBR-EFTS
           MOVE CK-REMITS-SUPPRESSED  TO WS-STAT-REMITS-SUPPRESSED
           MOVE CK-EOBS-ELECTRONIC    TO WS-STAT-EOBS-ELECTRONIC
           MOVE CK-EOBS-DEFERRED      TO WS-STAT-EOBS-DEFERRED
           MOVE CK-STMT-LINES-STAGED  TO WS-STAT-STMT-LINES-STAGED
           MOVE CK-TRIAL-REGISTER     TO WS-CTR-TRIAL-REGISTER
           MOVE CK-CLAIMS-HELD        TO WS-STAT-CLAIMS-HELD
           MOVE CK-AGING-RELEASED     TO WS-STAT-AGING-RELEASED
           MOVE CK-HOLD-CH-COUNT      TO WS-HOLD-CH-COUNT
           MOVE CK-GRP-FUND-HELD      TO WS-STAT-GRP-FUND-HELD
           MOVE CK-SIU-HELD           TO WS-STAT-SIU-HELD
           MOVE CK-SIU-ESCROWED       TO WS-STAT-SIU-ESCROWED
           MOVE CK-ASO-DETAIL-ROWS    TO WS-STAT-ASO-DETAIL-ROWS
           MOVE CK-COB-FORWARDED      TO WS-STAT-COB-FORWARDED
           MOVE CK-ADV-ISSUED         TO WS-STAT-ADV-ISSUED
           MOVE CK-ADV-RECOVERIES     TO WS-STAT-ADV-RECOVERIES
           MOVE CK-CAP-ISSUED         TO WS-STAT-CAP-ISSUED
           MOVE CK-FT-SEEN-FLAG       TO WS-FT-SEEN-FLAG
           MOVE CK-FT-EXPECTED-CLAIMS TO WS-FT-EXPECTED-CLAIMS
           MOVE CK-FT-CH-RECORDS      TO WS-FT-CH-RECORDS
           MOVE CK-REMIT-PAGE-CTR     TO WS-REMIT-PAGE-CTR
           MOVE CK-EOB-PAGE-CTR       TO WS-EOB-PAGE-CTR

      *    A LIVE RUN FINDS ITS ISSUED ADVANCES AND CAPITATION NO
      *    LONGER APPROVED; A TRIAL RUN SKIPS THOSE ITS CHECKPOINT
      *    SHOWS ISSUED
           IF REMIT-TRIAL-MODE
               EVALUATE TRUE
                   WHEN CK-PHASE-ADVANCES
                       MOVE CK-ADV-SUB TO WS-CKPT-ADV-SKIP
                   WHEN CK-PHASE-CAPITATION
                       MOVE 9999       TO WS-CKPT-ADV-SKIP
                       MOVE CK-CAP-SUB TO WS-CKPT-CAP-SKIP
               END-EVALUATE
           END-IF
           .

      *================================================================
       0182-RESTORE-PAYMENT-FILES.
      *================================================================
      *    COPY THE RESTARTED RUN'S PAYMENT FILES, REMITS, EOBS,
      *    NOTICES, EXTRACTS, EVENTS AND ACKNOWLEDGMENTS FORWARD AS
      *    FAR AS THE CHECKPOINT. ANYTHING WRITTEN FOR A PAYEE STILL IN
      *    PROGRESS IS DROPPED AND WRITTEN AGAIN WHEN THAT PAYEE IS
      *    PAID, SO NO PAYMENT OR CONTROL NUMBER IS LOST OR REPEATED.
      *================================================================
      *    EDI835 - THROUGH THE SE OF THE LAST PAYEE COMPLETED, OR
      *    THROUGH THE GS WHEN NO PAYEE HAD COMPLETED
           MOVE 'RST835' TO WS-CKPT-RST-DD
           OPEN INPUT RST-835-FILE
           IF WS-RST835-STATUS NOT = '00'
               PERFORM 0183-RESTART-FILE-ERROR
           END-IF
           MOVE 'N' TO WS-RST-EOF-FLAG
           MOVE 'N' TO WS-RST-FOUND-FLAG
           PERFORM UNTIL WS-RST-FOUND OR WS-RST-EOF
               READ RST-835-FILE
                   AT END
                       MOVE 'Y' TO WS-RST-EOF-FLAG
                   NOT AT END
                       WRITE EDI-835-RECORD FROM RST-835-RECORD
                       IF WS-CKPT-LAST-835-SE = SPACES
                           IF RST-835-RECORD(1:3) = 'GS*'
                               MOVE 'Y' TO WS-RST-FOUND-FLAG
                           END-IF
                       ELSE
                           IF RST-835-RECORD(1:40) =
                              WS-CKPT-LAST-835-SE
                               MOVE 'Y' TO WS-RST-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RST-835-FILE
           IF NOT WS-RST-FOUND
               PERFORM 0183-RESTART-FILE-ERROR
           END-IF

      *    EFTOUT
           IF WS-CKPT-EFTOUT-RECORDS > 0
               MOVE 'RSTEFT' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-EFT-FILE
               IF WS-RSTEFT-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-EFTOUT-RECORDS
                   READ RST-EFT-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE EFT-NACHA-RECORD FROM RST-EFT-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-EFT-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-EFTOUT-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    POSPAY
           IF WS-CKPT-POSPAY-RECORDS > 0
               MOVE 'RSTPPAY' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-POSPAY-FILE
               IF WS-RSTPPAY-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-POSPAY-RECORDS
                   READ RST-POSPAY-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE POS-PAY-RECORD FROM RST-POSPAY-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-POSPAY-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-POSPAY-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    CHKREG
           IF WS-CKPT-CHKREG-RECORDS > 0
               MOVE 'RSTCHKRG' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-CHKREG-FILE
               IF WS-RSTCHKRG-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-CHKREG-RECORDS
                   READ RST-CHKREG-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE CHECK-REG-RECORD
                               FROM RST-CHKREG-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-CHKREG-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-CHKREG-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    VCARDOUT
           IF WS-CKPT-VCARD-RECORDS > 0
               MOVE 'RSTVCARD' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-VCARD-FILE
               IF WS-RSTVCARD-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-VCARD-RECORDS
                   READ RST-VCARD-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE VCARD-SETTLEMENT-RECORD
                               FROM RST-VCARD-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-VCARD-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-VCARD-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    PAYHOLD
           IF WS-CKPT-HOLD-RECORDS > 0
               MOVE 'RSTHOLD' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-HOLD-FILE
               IF WS-RSTHOLD-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-HOLD-RECORDS
                   READ RST-HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE PAYMENT-HOLD-RECORD
                               FROM RST-HOLD-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-HOLD-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-HOLD-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    PROVRMIT - A PRINT FILE, SO EACH LINE IS WRITTEN AGAIN WITH
      *    THE SPACING ITS CARRIAGE CONTROL BYTE RECORDS (LIKEWISE
      *    PATEOB)
           IF WS-CKPT-PROVRMIT-RECORDS > 0
               MOVE 'RSTRMIT' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-REMIT-FILE
               IF WS-RSTRMIT-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-PROVRMIT-RECORDS
                   READ RST-REMIT-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           EVALUATE RST-REMIT-CC
                               WHEN '1'
                                   WRITE PROV-REMIT-LINE
                                       FROM RST-REMIT-LINE
                                       AFTER PAGE-EJECT
                               WHEN '0'
                                   WRITE PROV-REMIT-LINE
                                       FROM RST-REMIT-LINE
                                       AFTER ADVANCING 2 LINES
                               WHEN OTHER
                                   WRITE PROV-REMIT-LINE
                                       FROM RST-REMIT-LINE
                                       AFTER ADVANCING 1 LINES
                           END-EVALUATE
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-REMIT-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-PROVRMIT-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    PATEOB
           IF WS-CKPT-PATEOB-RECORDS > 0
               MOVE 'RSTPEOB' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-PATEOB-FILE
               IF WS-RSTPEOB-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-PATEOB-RECORDS
                   READ RST-PATEOB-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           EVALUATE RST-PATEOB-CC
                               WHEN '1'
                                   WRITE PATIENT-EOB-LINE
                                       FROM RST-PATEOB-LINE
                                       AFTER PAGE-EJECT
                               WHEN '0'
                                   WRITE PATIENT-EOB-LINE
                                       FROM RST-PATEOB-LINE
                                       AFTER ADVANCING 2 LINES
                               WHEN OTHER
                                   WRITE PATIENT-EOB-LINE
                                       FROM RST-PATEOB-LINE
                                       AFTER ADVANCING 1 LINES
                           END-EVALUATE
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-PATEOB-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-PATEOB-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    EOBNOTIF
           IF WS-CKPT-EOBNOTIF-RECORDS > 0
               MOVE 'RSTENOT' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-ENOT-FILE
               IF WS-RSTENOT-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-EOBNOTIF-RECORDS
                   READ RST-ENOT-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE EOB-NOTIFY-REC
                               FROM RST-ENOT-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-ENOT-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-EOBNOTIF-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    RMTXTRC
           IF WS-CKPT-RMTXTRC-RECORDS > 0
               MOVE 'RSTRXTR' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-RMTXTR-FILE
               IF WS-RSTRXTR-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-RMTXTRC-RECORDS
                   READ RST-RMTXTR-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE PROV-REMIT-EXTRACT-REC
                               FROM RST-RMTXTR-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-RMTXTR-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-RMTXTRC-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    CLMEVENT
           IF WS-CKPT-CLMEVENT-RECORDS > 0
               MOVE 'RSTCEVT' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-CEVT-FILE
               IF WS-RSTCEVT-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-CLMEVENT-RECORDS
                   READ RST-CEVT-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE CLAIM-EVENT-REC
                               FROM RST-CEVT-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-CEVT-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-CLMEVENT-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    EDI999
           IF WS-CKPT-EDI999-RECORDS > 0
               MOVE 'RST999' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-999-FILE
               IF WS-RST999-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-EDI999-RECORDS
                   READ RST-999-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE EDI-999-RECORD
                               FROM RST-999-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-999-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-EDI999-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF

      *    EDI277CA
           IF WS-CKPT-EDI277-RECORDS > 0
               MOVE 'RST277' TO WS-CKPT-RST-DD
               MOVE ZEROS TO WS-CKPT-COPY-COUNT
               MOVE 'N' TO WS-RST-EOF-FLAG
               OPEN INPUT RST-277-FILE
               IF WS-RST277-STATUS NOT = '00'
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
               PERFORM UNTIL WS-RST-EOF
                  OR WS-CKPT-COPY-COUNT >= WS-CKPT-EDI277-RECORDS
                   READ RST-277-FILE
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-FLAG
                       NOT AT END
                           WRITE EDI-277CA-RECORD
                               FROM RST-277-RECORD
                           ADD 1 TO WS-CKPT-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE RST-277-FILE
               IF WS-CKPT-COPY-COUNT < WS-CKPT-EDI277-RECORDS
                   PERFORM 0183-RESTART-FILE-ERROR
               END-IF
           END-IF
           .

      *================================================================
       0183-RESTART-FILE-ERROR.
      *================================================================
      *    A RESTART FILE IS MISSING OR ENDS SHORT OF THE CHECKPOINT -
      *    THE RESTART CANNOT GUARANTEE GAP-FREE OUTPUT
      *================================================================
           STRING 'RESTART FILE ' WS-CKPT-RST-DD
                  ' MISSING OR DOES NOT MATCH CHECKPOINT'
               DELIMITED BY SIZE INTO ER-ERROR-DESC
           MOVE 'F' TO ER-SEVERITY
           PERFORM 8000-ERROR-HANDLER
           MOVE 16 TO WS-RETURN-CODE
           STOP RUN
           .

      *================================================================
       0184-BACK-OUT-REGISTER.
      *================================================================
      *    CHECKS, EFTS AND VIRTUAL CARDS ISSUED AFTER THE CHECKPOINT
      *    CARRY NUMBERS THE RESTART WILL ISSUE AGAIN - REMOVE THEIR
      *    CHECK_REGISTER ROWS (LIVE RUNS ONLY). THE OVERPAYMENT,
      *    DUNNING, DEFERRAL, ADVANCE RECOVERY AND WITHHOLD SETTLEMENT
      *    POSTINGS OF THOSE PAYEES WERE COMMITTED AS EACH PAYEE WAS
      *    PAID; ANY STAMPED AFTER THE CHECKPOINT'S DATABASE CLOCK ARE
      *    UNDONE SO THE RESTART DOES NOT POST THEM TWICE.
      *================================================================
           IF NOT REMIT-LIVE-MODE
               EXIT PARAGRAPH
           END-IF

           MOVE '0184-BACK-OUT-REGISTER' TO WS-DB-PARAGRAPH-NAME
           MOVE WS-NEXT-CHECK-NUMBER  TO WS-CKPT-CHECK-X
           MOVE WS-EFT-TRACE-NUMBER   TO WS-CKPT-EFT-TRACE-X
           MOVE WS-VCARD-TRACE-NUMBER TO WS-CKPT-VCARD-TRACE-X

      *    NO DATABASE CLOCK ON THE CHECKPOINT MEANS NO SAFE CUT-OFF
           IF WS-CKPT-DB-TIMESTAMP = SPACES
           OR WS-CKPT-DB-TIMESTAMP = LOW-VALUES
               MOVE 'RMTCKPT' TO WS-CKPT-RST-DD
               PERFORM 0183-RESTART-FILE-ERROR
           END-IF

           EXEC SQL
               DELETE FROM CHECK_REGISTER
               WHERE  CREATED_BY = 'HCREMIT'
               AND    CHECK_DATE = :WS-CHECK-DATE
               AND  ((PAYMENT_METHOD = 'CHK'
                      AND CHECK_NUMBER >= :WS-CKPT-CHECK-X)
                 OR  (PAYMENT_METHOD = 'EFT'
                      AND EFT_TRACE_NUMBER > :WS-CKPT-EFT-TRACE-X)
                 OR  (PAYMENT_METHOD = 'VCD'
                      AND EFT_TRACE_NUMBER > :WS-CKPT-VCARD-TRACE-X))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

      *    NEW OVERPAYMENT RECORDS (3400)
           EXEC SQL
               DELETE FROM PROVIDER_OVERPAYMENTS
               WHERE  CREATED_BY = 'HCREMIT'
               AND    CREATED_DATE >
                      CONVERT(DATETIME, :WS-CKPT-DB-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

      *    OFFSETS TAKEN AGAINST EXISTING OVERPAYMENTS (3400) - THE
      *    BALANCE GOES BACK UP AND THE OFFSET IS CLEARED SO A SECOND
      *    RESTART FROM THE SAME CHECKPOINT CANNOT RESTORE IT TWICE
           EXEC SQL
               UPDATE PROVIDER_OVERPAYMENTS
               SET    OUTSTANDING_AMOUNT =
                      OUTSTANDING_AMOUNT + LAST_OFFSET_AMOUNT,
                      STATUS = CASE
                          WHEN OUTSTANDING_AMOUNT + LAST_OFFSET_AMOUNT
                               >= ORIGINAL_AMOUNT
                          THEN 'OUTSTANDING'
                          ELSE 'PARTIAL'
                      END,
                      LAST_OFFSET_DATE = NULL,
                      LAST_OFFSET_AMOUNT = 0
               WHERE  LAST_OFFSET_DATE >
                      CONVERT(DATETIME, :WS-CKPT-DB-TIMESTAMP)
               AND    LAST_OFFSET_AMOUNT > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

      *    DUNNING TRIGGERS (3400)
           EXEC SQL
               DELETE FROM DUNNING_QUEUE
               WHERE  CREATED_BY = 'HCREMIT'
               AND    CREATED_DATE >
                      CONVERT(DATETIME, :WS-CKPT-DB-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

      *    BELOW-MINIMUM DEFERRALS (0300)
           EXEC SQL
               DELETE FROM DEFERRED_PAYMENTS
               WHERE  PROGRAM_ID = 'HCREMIT'
               AND    DEFERRED_DATE >
                      CONVERT(DATETIME, :WS-CKPT-DB-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

      *    ADVANCE RECOVERIES (0310)
           EXEC SQL
               UPDATE PROVIDER_ADVANCE
               SET    OUTSTANDING_AMOUNT =
                      OUTSTANDING_AMOUNT + LAST_RECOVERY_AMOUNT,
                      RECOVERED_AMOUNT =
                      RECOVERED_AMOUNT - LAST_RECOVERY_AMOUNT,
                      STATUS = CASE
                          WHEN RECOVERED_AMOUNT - LAST_RECOVERY_AMOUNT
                               > 0
                          THEN 'RECOVERING'
                          ELSE 'ISSUED'
                      END,
                      LAST_RECOVERY_DATE = NULL,
                      LAST_RECOVERY_AMOUNT = 0
               WHERE  LAST_UPDATE_PGM = 'HCREMIT'
               AND    LAST_UPDATE_TIMESTAMP >
                      CONVERT(DATETIME, :WS-CKPT-DB-TIMESTAMP)
               AND    LAST_RECOVERY_DATE = :WS-PAYMENT-DATE
               AND    LAST_RECOVERY_AMOUNT > 0
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

      *    WITHHOLD SETTLEMENTS PAID ON THE PLB (2950)
           EXEC SQL
               UPDATE WITHHOLD_SETTLEMENT
               SET    SETTLEMENT_STATUS = 'PENDING',
                      PAID_DATE = NULL
               WHERE  SETTLEMENT_STATUS = 'PAID'
               AND    LAST_UPDATE_PGM = 'HCREMIT'
               AND    LAST_UPDATE_TIMESTAMP >
                      CONVERT(DATETIME, :WS-CKPT-DB-TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 8100-DATABASE-ERROR
               PERFORM 0186-BACK-OUT-FAILED
           END-IF
           .

      *================================================================
       0186-BACK-OUT-FAILED.
      *================================================================
      *    A PARTIAL BACK-OUT MUST NOT BE COMMITTED - THE RESTART WOULD
      *    REISSUE REGISTER NUMBERS STILL ON CHECK_REGISTER. ROLL IT
      *    BACK AND END THE RUN; THE RESTART CAN BE RESUBMITTED.
      *================================================================
           EXEC SQL ROLLBACK END-EXEC
           MOVE 'RESTART BACK-OUT FAILED - WORK ROLLED BACK'
               TO ER-ERROR-DESC
           MOVE '0184-BACK-OUT-REGISTER' TO ER-PARAGRAPH
           MOVE 'F' TO ER-SEVERITY
           PERFORM 8000-ERROR-HANDLER
           MOVE 16 TO WS-RETURN-CODE
           STOP RUN
           .

      *================================================================
       0185-REPOSITION-ADJCLMS.
      *================================================================
      *    SKIP THE ADJCLMS RECORDS THE CHECKPOINT SHOWS COMPLETE.
      *    THE NEXT RECORD OPENS A NEW PAYEE.
      *================================================================
           MOVE ZEROS TO WS-CKPT-RECORDS-READ
           PERFORM UNTIL WS-CKPT-RECORDS-READ >= CK-RECORDS-DONE
                      OR WS-END-OF-FILE
               PERFORM 0500-READ-ADJUD-CLAIM
           END-PERFORM

           IF WS-CKPT-RECORDS-READ < CK-RECORDS-DONE
               MOVE 'ADJCLMS' TO WS-CKPT-RST-DD
               PERFORM 0183-RESTART-FILE-ERROR
           END-IF

           DISPLAY 'HCREMIT - RESTART SKIPPED ' WS-CKPT-RECORDS-READ
                   ' ADJCLMS RECORDS ALREADY PAID'
           .

      *================================================================
       0190-WRITE-CHECKPOINT.
      *================================================================
      *    RECORD THE RESTART POINT. AT A PAYEE BREAK THE RECORD IN
      *    HAND BELONGS TO THE NEXT PAYEE AND IS NOT YET CONSUMED.
      *================================================================
           MOVE SPACES TO WS-CKPT-RECORD
           MOVE FUNCTION CURRENT-DATE TO CK-TIMESTAMP
           MOVE WS-REMIT-RUN-MODE     TO CK-RUN-MODE
           MOVE WS-CKPT-PHASE         TO CK-RUN-PHASE
           MOVE WS-BUNDLE-TAX-ID      TO CK-LAST-TAX-ID
           MOVE WS-BUNDLE-NPI         TO CK-LAST-NPI
           IF WS-END-OF-FILE OR WS-CKPT-RECORDS-READ = ZEROS
               MOVE WS-CKPT-RECORDS-READ TO CK-RECORDS-DONE
           ELSE
               COMPUTE CK-RECORDS-DONE = WS-CKPT-RECORDS-READ - 1
           END-IF
           MOVE WS-ADV-SUB            TO CK-ADV-SUB
           MOVE WS-CAP-SUB            TO CK-CAP-SUB

           MOVE WS-PAYMENT-DATE       TO CK-PAYMENT-DATE
           MOVE WS-EFT-EFFECTIVE-DATE TO CK-EFT-EFFECTIVE-DATE
           MOVE WS-CHECK-DATE         TO CK-CHECK-DATE
           MOVE WS-NEXT-CHECK-NUMBER  TO CK-NEXT-CHECK-NUMBER
           MOVE WS-EFT-TRACE-NUMBER   TO CK-EFT-TRACE-NUMBER
           MOVE WS-VCARD-TRACE-NUMBER TO CK-VCARD-TRACE-NUMBER
           MOVE WS-CKPT-LAST-835-SE   TO CK-LAST-835-SE

           MOVE WS-CKPT-EFTOUT-RECORDS TO CK-EFTOUT-RECORDS
           MOVE WS-CKPT-POSPAY-RECORDS TO CK-POSPAY-RECORDS
           MOVE WS-CKPT-CHKREG-RECORDS TO CK-CHKREG-RECORDS
           MOVE WS-CKPT-VCARD-RECORDS  TO CK-VCARD-RECORDS
           MOVE WS-CKPT-HOLD-RECORDS   TO CK-HOLD-RECORDS
           MOVE WS-CKPT-PROVRMIT-RECORDS TO CK-PROVRMIT-RECORDS
           MOVE WS-CKPT-PATEOB-RECORDS   TO CK-PATEOB-RECORDS
           MOVE WS-CKPT-EOBNOTIF-RECORDS TO CK-EOBNOTIF-RECORDS
           MOVE WS-CKPT-RMTXTRC-RECORDS  TO CK-RMTXTRC-RECORDS
           MOVE WS-CKPT-CLMEVENT-RECORDS TO CK-CLMEVENT-RECORDS
           MOVE WS-CKPT-EDI999-RECORDS   TO CK-EDI999-RECORDS
           MOVE WS-CKPT-EDI277-RECORDS   TO CK-EDI277-RECORDS

      *    DATABASE CLOCK FOR THE RESTART BACK-OUT (0184)
           MOVE '0190-WRITE-CHECKPOINT' TO WS-DB-PARAGRAPH-NAME
           EXEC SQL
               SELECT CONVERT(CHAR(26), GETDATE(), 109)
               INTO   :WS-CKPT-DB-TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
               PERFORM 8100-DATABASE-ERROR
               MOVE 'CHECKPOINT NOT WRITTEN - NO DATABASE CLOCK'
                   TO ER-ERROR-DESC
               MOVE '0190-WRITE-CHECKPOINT' TO ER-PARAGRAPH
               MOVE 'F' TO ER-SEVERITY
               PERFORM 8000-ERROR-HANDLER
               MOVE 16 TO WS-RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CKPT-DB-TIMESTAMP   TO CK-DB-TIMESTAMP

           MOVE WS-835-CONTROL-NUMBERS   TO CK-835-CONTROL-IMAGE
           MOVE WS-ACK-CONTROL-NUMBERS   TO CK-ACK-CONTROL-IMAGE
           MOVE WS-EFT-FIELDS            TO CK-EFT-FIELDS-IMAGE
           MOVE WS-RECON-TOTALS          TO CK-RECON-IMAGE
           MOVE WS-PROGRAM-STATS         TO CK-STATS-IMAGE
           MOVE WS-STAT-BY-PAYER         TO CK-PAYER-STATS-IMAGE
           MOVE WS-STAT-PAYER-COUNT      TO CK-STAT-PAYER-COUNT
           MOVE WS-STAT-BY-LOB           TO CK-LOB-STATS-IMAGE
           MOVE WS-PROV-SUMMARY-BY-TAXID TO CK-PST-IMAGE
           MOVE WS-PROV-SUMMARY-BY-NPI   TO CK-PSN-IMAGE

           MOVE WS-STAT-EOBS-SUPPRESSED   TO CK-EOBS-SUPPRESSED
           MOVE WS-STAT-LINES-SUPPRESSED  TO CK-LINES-SUPPRESSED
           MOVE WS-STAT-FOREIGN-EOB-LINES TO CK-FOREIGN-EOB-LINES
           MOVE WS-STAT-MBR-CLAIMS        TO CK-MBR-CLAIMS
           MOVE WS-STAT-MBR-CHECKS        TO CK-MBR-CHECKS
           MOVE WS-STAT-MBR-EFTS          TO CK-MBR-EFTS
           MOVE WS-STAT-REMITS-SUPPRESSED TO CK-REMITS-SUPPRESSED
           MOVE WS-STAT-EOBS-ELECTRONIC   TO CK-EOBS-ELECTRONIC
           MOVE WS-STAT-EOBS-DEFERRED     TO CK-EOBS-DEFERRED
           MOVE WS-STAT-STMT-LINES-STAGED TO CK-STMT-LINES-STAGED
           MOVE WS-CTR-TRIAL-REGISTER     TO CK-TRIAL-REGISTER
           MOVE WS-STAT-CLAIMS-HELD       TO CK-CLAIMS-HELD
           MOVE WS-STAT-AGING-RELEASED    TO CK-AGING-RELEASED
           MOVE WS-HOLD-CH-COUNT          TO CK-HOLD-CH-COUNT
           MOVE WS-STAT-GRP-FUND-HELD     TO CK-GRP-FUND-HELD
           MOVE WS-STAT-SIU-HELD          TO CK-SIU-HELD
           MOVE WS-STAT-SIU-ESCROWED      TO CK-SIU-ESCROWED
           MOVE WS-STAT-ASO-DETAIL-ROWS   TO CK-ASO-DETAIL-ROWS
           MOVE WS-STAT-COB-FORWARDED     TO CK-COB-FORWARDED
           MOVE WS-STAT-ADV-ISSUED        TO CK-ADV-ISSUED
           MOVE WS-STAT-ADV-RECOVERIES    TO CK-ADV-RECOVERIES
           MOVE WS-STAT-CAP-ISSUED        TO CK-CAP-ISSUED
           MOVE WS-FT-SEEN-FLAG           TO CK-FT-SEEN-FLAG
           MOVE WS-FT-EXPECTED-CLAIMS     TO CK-FT-EXPECTED-CLAIMS
           MOVE WS-FT-CH-RECORDS          TO CK-FT-CH-RECORDS
           MOVE WS-REMIT-PAGE-CTR         TO CK-REMIT-PAGE-CTR
           MOVE WS-EOB-PAGE-CTR           TO CK-EOB-PAGE-CTR

           WRITE CHECKPOINT-RECORD FROM WS-CKPT-RECORD
           IF WS-CKPT-STATUS NOT = '00'
               MOVE 'E' TO ER-SEVERITY
               STRING 'CHECKPOINT WRITE FAILED: STATUS='
                   WS-CKPT-STATUS
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================
       0230-LOAD-PAYMENT-CYCLE.
      *================================================================
      *    FETCH THE PROVIDER'S PAYMENT FREQUENCY ELECTION AND
      *    DECIDE WHETHER THIS RUN IS THE PROVIDER'S PAY DAY. NO
      *    PROFILE ROW MEANS DAILY (PAY EVERY RUN), SO PROVIDERS
      *    WHO NEVER ELECTED A CYCLE ARE UNAFFECTED.
      *================================================================
           MOVE '0230-LOAD-PAYMENT-CYCLE' TO WS-DB-PARAGRAPH-NAME
           MOVE 'D' TO WS-PAY-FREQUENCY
           MOVE ZEROS TO WS-PAY-CYCLE-DAY
           MOVE 'N' TO WS-PROVIDER-HOLD-FLAG

           EXEC SQL
               SELECT PAYMENT_FREQUENCY, PAYMENT_CYCLE_DAY
               INTO   :WS-SQL-PAY-FREQUENCY,
                      :WS-SQL-PAY-CYCLE-DAY
               FROM   PROVIDER_PAYMENT_PROFILE
               WHERE  PROVIDER_TAX_ID = :WS-BUNDLE-TAX-ID
               AND    ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-SQL-PAY-FREQUENCY TO WS-PAY-FREQUENCY
               MOVE WS-SQL-PAY-CYCLE-DAY TO WS-PAY-CYCLE-DAY
           END-IF

           EVALUATE TRUE
               WHEN WS-PAY-FREQ-WEEKLY
                   IF WS-CYC-DOW NOT = WS-PAY-CYCLE-DAY
                       MOVE 'Y' TO WS-PROVIDER-HOLD-FLAG
                   END-IF
               WHEN WS-PAY-FREQ-MONTHLY
                   IF WS-CURR-DAY NOT = WS-PAY-CYCLE-DAY
                      AND NOT (WS-PAY-CYCLE-DAY > WS-CYC-EOM-DAY
                               AND WS-CURR-DAY = WS-CYC-EOM-DAY)
                       MOVE 'Y' TO WS-PROVIDER-HOLD-FLAG
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    AN SIU PAYMENT SUSPENSION HOLDS THE PROVIDER ON ANY CYCLE
           PERFORM 0235-CHECK-SIU-SUSPENSION
           IF WS-SIU-SUSPENDED
               MOVE 'Y' TO WS-PROVIDER-HOLD-FLAG
           END-IF
           .

      *================================================================
       0235-CHECK-SIU-SUSPENSION.
      *================================================================
      *    IS THE BUNDLE'S TAX ID, BILLING NPI OR PAY-TO NPI UNDER AN
      *    ACTIVE SIU PAYMENT SUSPENSION? THE OLDEST OPEN CASE
      *    SUPPLIES THE CASE ID AND REASON FOR THE ESCROW ROWS.
      *================================================================
           MOVE '0235-CHECK-SIU-SUSPENSION' TO WS-DB-PARAGRAPH-NAME
           MOVE 'N' TO WS-SIU-SUSPEND-FLAG
           MOVE SPACES TO WS-SQL-SIU-CASE-ID
           MOVE SPACES TO WS-SQL-SIU-REASON

           EXEC SQL
               SELECT TOP 1 CASE_ID, SUSPENSION_REASON
               INTO   :WS-SQL-SIU-CASE-ID,
                      :WS-SQL-SIU-REASON
               FROM   SIU_CASE
               WHERE  SUSPENSION_STATUS = 'A'
               AND    (PROVIDER_TAX_ID = :WS-BUNDLE-TAX-ID
                       OR PROVIDER_NPI = :WS-BUNDLE-NPI
                       OR PROVIDER_NPI = :WS-PREV-PAY-TO-NPI)
               ORDER BY SUSPENSION_DATE, CASE_ID
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-SIU-SUSPEND-FLAG
           END-IF
           .

      *================================================================
       0236-ESCROW-SIU-CLAIM.
      *================================================================
      *    RECORD THE SUSPENDED CLAIM'S PAYMENT IN ESCROW AGAINST THE
      *    CASE. A CLAIM CARRIED ON THE HOLD FILE COMES BACK EVERY
      *    RUN, SO ONLY ITS FIRST APPEARANCE FOR THE CASE IS WRITTEN.
      *================================================================
           MOVE '0236-ESCROW-SIU-CLAIM' TO WS-DB-PARAGRAPH-NAME
           MOVE AC-CLAIM-NUMBER TO WS-SQL-SIU-CLAIM-ID
           MOVE ZEROS TO WS-SQL-SIU-ESCROW-CT

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-SQL-SIU-ESCROW-CT
               FROM   SIU_PAYMENT_ESCROW
               WHERE  CASE_ID = :WS-SQL-SIU-CASE-ID
               AND    CLAIM_ID = :WS-SQL-SIU-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-SQL-SIU-ESCROW-CT > 0
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               INSERT INTO SIU_PAYMENT_ESCROW
                   (CASE_ID, CLAIM_ID, PROVIDER_TAX_ID,
                    PROVIDER_NPI, PAYER_ID, ESCROW_AMOUNT,
                    SUSPENSION_REASON, ESCROW_DATE,
                    ESCROW_STATUS, RELEASE_DATE,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:WS-SQL-SIU-CASE-ID, :WS-SQL-SIU-CLAIM-ID,
                    :AC-PROVIDER-TAX-ID, :AC-PAY-TO-PROV-NPI,
                    :AC-PAYER-ID, :AC-PAID-AMT,
                    :WS-SQL-SIU-REASON, :WS-YYYYMMDD,
                    'H', NULL,
                    GETDATE(), 'HCREMIT')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-STAT-SIU-ESCROWED
           ELSE
               MOVE 'E' TO ER-SEVERITY
               STRING 'SIU ESCROW INSERT FAILED - CLAIM: '
                   AC-CLAIM-NUMBER
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================
       0240-EVALUATE-CLAIM-HOLD.
      *================================================================
      *    A CLAIM HEADER FOR AN ON-HOLD PROVIDER: STAMP THE FIRST
      *    HELD DATE, THEN APPLY THE PROMPT-PAY AGING SAFEGUARD -
      *    A CLAIM WITHIN THE SAFETY MARGIN OF THE STATE CLEAN-CLAIM
      *    DEADLINE IS RELEASED FOR PAYMENT THIS RUN REGARDLESS OF
      *    THE PROVIDER'S CYCLE. THE STATUTORY CLOCK RUNS FROM
      *    RECEIPT OF THE CLEAN CLAIM, NOT FROM WHEN THE CLAIM
      *    FIRST REACHED THE HOLD - A CLAIM ARRIVING ALREADY AGED
      *    (E.G. RELEASED FROM A PEND) AGES FROM ITS RECEIVED DATE.
      *================================================================
           MOVE 'Y' TO WS-CLAIM-HOLD-FLAG

           IF AC-HELD-DATE = SPACES OR AC-HELD-DATE = LOW-VALUES
               MOVE WS-YYYYMMDD TO AC-HELD-DATE
           END-IF

      *--- AN SIU SUSPENSION IS NOT A PAYMENT-CYCLE HOLD: THE CLAIM
      *--- STAYS IN ESCROW UNTIL THE SUSPENSION IS LIFTED ---
           IF WS-SIU-SUSPENDED
               ADD 1 TO WS-STAT-SIU-HELD
               IF REMIT-LIVE-MODE
                   PERFORM 0236-ESCROW-SIU-CLAIM
               END-IF
               EXIT PARAGRAPH
           END-IF

      *--- ON FIRST HOLD, CARVE THE CLEAN-CLAIM RECEIVED DATE IN
      *--- ALONGSIDE THE HELD DATE SO LATER RUNS AGE FROM IT ---
           IF AC-RECEIVED-DATE = SPACES
              OR AC-RECEIVED-DATE = LOW-VALUES
               PERFORM 0241-FETCH-RECEIVED-DATE
           END-IF

           IF AC-RECEIVED-DATE IS NUMERIC
              AND AC-RECEIVED-DATE NOT = '00000000'
               MOVE AC-RECEIVED-DATE TO WS-CYC-RECV-DATE-N
               COMPUTE WS-CYC-HELD-DAYS =
                   WS-CYC-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(WS-CYC-RECV-DATE-N)
           ELSE
      *--- NO RECEIVED DATE ON FILE: AGE FROM FIRST-HELD AS BEFORE ---
               IF AC-HELD-DATE IS NUMERIC
                   MOVE AC-HELD-DATE TO WS-CYC-HELD-DATE-N
                   COMPUTE WS-CYC-HELD-DAYS =
                       WS-CYC-TODAY-INT
                     - FUNCTION INTEGER-OF-DATE(WS-CYC-HELD-DATE-N)
               ELSE
                   MOVE ZEROS TO WS-CYC-HELD-DAYS
               END-IF
           END-IF

           PERFORM 0242-GET-STATE-PP-DAYS

           IF WS-CYC-HELD-DAYS + WS-CYC-PP-MARGIN >= WS-CYC-PP-DAYS
               MOVE 'N' TO WS-CLAIM-HOLD-FLAG
               ADD 1 TO WS-STAT-AGING-RELEASED
           END-IF
           .

      *================================================================
       0241-FETCH-RECEIVED-DATE.
      *================================================================
      *    PULL THE CLEAN-CLAIM RECEIVED DATE OFF THE CLAIM HEADER
      *    FOR THE AGING SAFEGUARD
      *================================================================
           MOVE SPACES TO AC-RECEIVED-DATE
           MOVE AC-CLAIM-NUMBER TO WS-SQL-RECV-CLAIM-ID
           MOVE ZEROS TO WS-SQL-RECV-DATE

           EXEC SQL
               SELECT RECEIVED_DATE
               INTO   :WS-SQL-RECV-DATE
               FROM   CLAIM_HEADER
               WHERE  CLAIM_ID = :WS-SQL-RECV-CLAIM-ID
           END-EXEC

           IF SQLCODE = 0 AND WS-SQL-RECV-DATE > 19000101
               MOVE WS-SQL-RECV-DATE TO AC-RECEIVED-DATE
           END-IF
           .

      *================================================================
       0242-GET-STATE-PP-DAYS.
      *================================================================
      *    CLEAN-CLAIM DAY LIMIT FOR THE PAY-TO STATE, 30 DEFAULT
      *================================================================
           MOVE 30 TO WS-CYC-PP-DAYS
           PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
               UNTIL WS-WORK-SUB > WS-PPC-COUNT
               IF WS-PPC-STATE(WS-WORK-SUB) = AC-PAY-TO-STATE
                   MOVE WS-PPC-DAYS(WS-WORK-SUB) TO WS-CYC-PP-DAYS
                   MOVE WS-PPC-COUNT TO WS-WORK-SUB
               END-IF
           END-PERFORM
           .

      *================================================================
       0245-WRITE-HELD-RECORD.
      *================================================================
      *    DIVERT THE RECORD TO THE CROSS-RUN HOLD FILE. HELD CLAIM
      *    HEADERS STILL COUNT TOWARD THE INPUT TRAILER PROOF.
      *================================================================
           WRITE PAYMENT-HOLD-RECORD FROM ADJUD-CLAIM-RECORD
           ADD 1 TO WS-CKPT-HOLD-RECORDS
           IF AC-CLAIM-HEADER
               ADD 1 TO WS-FT-CH-RECORDS
               ADD 1 TO WS-STAT-CLAIMS-HELD
               ADD 1 TO WS-HOLD-CH-COUNT
           END-IF
           .

      *================================================================
       0247-CHECK-GROUP-FUNDING.
      *================================================================
      *    AT EACH CLAIM HEADER, FIND WHETHER THE CLAIM BELONGS TO AN
      *    ASO EMPLOYER GROUP AND WHETHER THAT GROUP IS ON FUNDING
      *    HOLD. THE SETTING CARRIES THROUGH THE CLAIM'S RECORDS.
      *================================================================
           MOVE '0247-CHECK-GROUP-FUNDING' TO WS-DB-PARAGRAPH-NAME
           MOVE 'N' TO WS-ASO-CLAIM-FLAG
           MOVE 'N' TO WS-GRP-FUND-HOLD-FLAG
           MOVE AC-CLAIM-NUMBER TO WS-SQL-ASO-CLAIM-ID
           MOVE SPACES TO WS-SQL-ASO-GROUP-NO
           MOVE SPACES TO WS-SQL-ASO-HOLD-FLAG

           EXEC SQL
               SELECT C.GROUP_NO, F.FUNDING_HOLD_FLAG
               INTO   :WS-SQL-ASO-GROUP-NO,
                      :WS-SQL-ASO-HOLD-FLAG
               FROM   CLAIM_HEADER C, ASO_FUNDING_GROUP F
               WHERE  C.CLAIM_ID = :WS-SQL-ASO-CLAIM-ID
               AND    F.GROUP_NO = C.GROUP_NO
               AND    F.ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               MOVE 'Y' TO WS-ASO-CLAIM-FLAG
               IF WS-SQL-ASO-HOLD-FLAG = 'Y'
                   MOVE 'Y' TO WS-GRP-FUND-HOLD-FLAG
                   ADD 1 TO WS-STAT-GRP-FUND-HELD
               END-IF
           END-IF
           .

      *================================================================
       0248-LOG-ASO-CLAIM-PAYMENT.
      *================================================================
      *    ONE PAYMENT_CLAIM_DETAIL ROW PER PAID ASO CLAIM - THE
      *    CLAIM-LEVEL BACKUP FOR THE EMPLOYER'S FUNDING REQUEST.
      *    THE CALLER SUPPLIES THE CHECK/EFT/VCARD NUMBER AND METHOD
      *    AS THEY WILL STAND ON THE CHECK REGISTER.
      *================================================================
           MOVE '0248-LOG-ASO-CLAIM-PAYMENT' TO WS-DB-PARAGRAPH-NAME
           MOVE AC-CLAIM-NUMBER TO WS-SQL-ASO-CLAIM-ID
      *    THE HRA SHARE OF THE PAYMENT IS BILLED TO THE EMPLOYER
      *    FROM HRA_DRAW, SO ONLY THE PLAN PORTION IS LOGGED HERE
           COMPUTE WS-SQL-ASO-PAID-AMT =
               AC-PAID-AMT - AC-HRA-PAID-AMT

      *    ON A RESTART THE CLAIM MAY ALREADY BE LOGGED AGAINST A
      *    PAYMENT SINCE BACKED OUT - THE NEW ROW REPLACES IT
           IF WS-REMIT-RESTART
               EXEC SQL
                   DELETE FROM PAYMENT_CLAIM_DETAIL
                   WHERE  CLAIM_ID = :WS-SQL-ASO-CLAIM-ID
                   AND    CHECK_DATE = :WS-CHECK-DATE
                   AND    CREATED_BY = 'HCREMIT'
                   AND    FUNDING_REQUEST_ID IS NULL
               END-EXEC
           END-IF

           EXEC SQL
               INSERT INTO PAYMENT_CLAIM_DETAIL
                   (CLAIM_ID, GROUP_NO, CHECK_NUMBER,
                    PAYMENT_METHOD, CHECK_DATE, PAID_AMOUNT,
                    PAYER_ID, LINE_OF_BUSINESS,
                    FUNDING_REQUEST_ID, VOID_REQUEST_ID,
                    CREATED_DATE, CREATED_BY)
               VALUES
                   (:WS-SQL-ASO-CLAIM-ID, :WS-SQL-ASO-GROUP-NO,
                    :WS-SQL-ASO-CHECK-NO, :WS-SQL-ASO-PAY-METHOD,
                    :WS-CHECK-DATE, :WS-SQL-ASO-PAID-AMT,
                    :AC-PAYER-ID, :AC-LINE-OF-BUSINESS,
                    NULL, NULL,
                    GETDATE(), 'HCREMIT')
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-STAT-ASO-DETAIL-ROWS
           ELSE
               MOVE 'E' TO ER-SEVERITY
               STRING 'ASO PAYMENT DETAIL INSERT FAILED - CLAIM: '
                   AC-CLAIM-NUMBER
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================
       0249-CHECK-COB-FORWARD.
      *================================================================
      *    AT THE CLAIM TRAILER, DECIDE WHETHER THIS PAID CLAIM IS
      *    FORWARDED TO THE MEMBER'S SECONDARY PAYER: WE MUST BE THE
      *    PRIMARY PAYER (NOTHING PAID AHEAD OF US), AND THE MEMBER'S
      *    SECONDARY COVERAGE ON THE DATE OF SERVICE MUST BE WITH A
      *    PAYER HOLDING AN ACTIVE COB_CROSSOVER_AGREEMENT
      *================================================================
           MOVE '0249-CHECK-COB-FORWARD' TO WS-DB-PARAGRAPH-NAME
           MOVE 'N' TO WS-COB-FWD-FLAG

           IF NOT AC-PAID
              OR AC-PAID-AMT NOT > ZEROS
              OR AC-COB-PAID-AMT NOT = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE AC-CLAIM-NUMBER TO WS-SQL-FWD-CLAIM-ID
           MOVE SPACES TO WS-SQL-FWD-PARTNER-ID
           MOVE SPACES TO WS-SQL-FWD-OTHER-PAYER
           MOVE SPACES TO WS-SQL-FWD-OTHER-MBR-ID
           MOVE SPACES TO WS-SQL-FWD-OTHER-GROUP

           EXEC SQL
               SELECT TOP 1 A.PARTNER_ID, O.other_payer_cd,
                      O.other_member_id, O.other_group_no
               INTO   :WS-SQL-FWD-PARTNER-ID,
                      :WS-SQL-FWD-OTHER-PAYER,
                      :WS-SQL-FWD-OTHER-MBR-ID,
                      :WS-SQL-FWD-OTHER-GROUP
               FROM   CLAIM_HEADER C, T_COB_OTHER_INS O,
                      COB_CROSSOVER_AGREEMENT A
               WHERE  C.CLAIM_ID = :WS-SQL-FWD-CLAIM-ID
               AND    C.PAYER_SEQUENCE = 1
               AND    C.CLAIM_TYPE IN ('PR', 'IN')
               AND    O.member_id = C.MEMBER_ID
               AND    O.cob_sequence = 2
               AND    O.eff_date <= C.SERVICE_FROM_DATE
               AND    (O.term_date >= C.SERVICE_FROM_DATE
                       OR O.term_date = '99991231')
               AND    A.OTHER_PAYER_CD = O.other_payer_cd
               AND    A.ACTIVE_FLAG = 'Y'
               AND    A.EFF_DATE <= :WS-CHECK-DATE
               AND    (A.TERM_DATE IS NULL
                       OR A.TERM_DATE >= :WS-CHECK-DATE)
           END-EXEC

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-COB-FWD-FLAG
           ADD 1 TO WS-RMK-COUNT
           IF WS-RMK-COUNT > 10
               MOVE 10 TO WS-RMK-COUNT
           END-IF
           MOVE 'MA18' TO WS-RMK-CODE(WS-RMK-COUNT)
           MOVE SPACES TO WS-RMK-QUAL(WS-RMK-COUNT)

           IF REMIT-LIVE-MODE
      *        A RESTART REPLACES ANY ENTRY QUEUED FOR THE CLAIM BY
      *        THE RUN BEING RESTARTED
               IF WS-REMIT-RESTART
                   EXEC SQL
                       DELETE FROM COB_FORWARD_QUEUE
                       WHERE  CLAIM_ID = :WS-SQL-FWD-CLAIM-ID
                       AND    QUEUE_STATUS = 'PENDING'
                       AND    CREATED_BY = 'HCREMIT'
                   END-EXEC
               END-IF
               EXEC SQL
                   INSERT INTO COB_FORWARD_QUEUE
                       (CLAIM_ID, PARTNER_ID, OTHER_PAYER_CD,
                        OTHER_MEMBER_ID, OTHER_GROUP_NO,
                        PRIMARY_PAID_AMOUNT, PRIMARY_PAID_DATE,
                        QUEUE_STATUS, ISA_CONTROL_NO,
                        ST_CONTROL_NO, SENT_DATE, ACK_DATE,
                        ACK_CODE, CREATED_DATE, CREATED_BY)
                   VALUES
                       (:WS-SQL-FWD-CLAIM-ID, :WS-SQL-FWD-PARTNER-ID,
                        :WS-SQL-FWD-OTHER-PAYER,
                        :WS-SQL-FWD-OTHER-MBR-ID,
                        :WS-SQL-FWD-OTHER-GROUP,
                        :AC-PAID-AMT, :WS-CHECK-DATE,
                        'PENDING', NULL,
                        NULL, NULL, NULL,
                        NULL, GETDATE(), 'HCREMIT')
               END-EXEC

               IF SQLCODE = 0
                   ADD 1 TO WS-STAT-COB-FORWARDED
               ELSE
                   MOVE 'E' TO ER-SEVERITY
                   STRING 'COB FORWARD QUEUE INSERT FAILED - CLAIM: '
                       AC-CLAIM-NUMBER
                       DELIMITED BY SIZE INTO ER-ERROR-DESC
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           .

      *================================================================
       0200-PROCESS-CLAIMS.
      *================================================================
      *    MAIN PROCESSING LOOP - PROCESS EACH CLAIM RECORD,
      *    DETECT PROVIDER/PATIENT/PAYER BREAKS, ACCUMULATE TOTALS
      *================================================================
      *    A MEMBER-SUBMITTED CLAIM PAID TO THE SUBSCRIBER NEVER
      *    JOINS A PROVIDER BUNDLE, REMIT OR 835 - IT IS PAID AND
      *    VOUCHERED ON ITS OWN
           IF AC-PAY-SUBSCRIBER AND NOT AC-FILE-TRAILER
               PERFORM 0600-PROCESS-MEMBER-PAY-RECORD
               ADD 1 TO WS-STAT-RECORDS-READ
               PERFORM 0500-READ-ADJUD-CLAIM
               EXIT PARAGRAPH
           END-IF

           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-FLAG
               MOVE AC-PROVIDER-TAX-ID  TO WS-PREV-PROVIDER-TAX-ID
               MOVE AC-PROVIDER-NPI     TO WS-PREV-PROVIDER-NPI
               MOVE AC-PAY-TO-PROV-NPI  TO WS-PREV-PAY-TO-NPI
               MOVE AC-PAY-TO-NAME      TO WS-PREV-PAY-TO-NAME
               MOVE AC-PAY-TO-ADDR-1    TO WS-PREV-PAY-TO-ADDR-1
               MOVE AC-PAYER-ID         TO WS-PREV-PAYER-ID
               MOVE AC-MEMBER-ID        TO WS-PREV-MEMBER-ID
               MOVE AC-PATIENT-ACCT-NO  TO WS-PREV-PATIENT-ACCT
               MOVE AC-CLAIM-NUMBER     TO WS-PREV-CLAIM-NUMBER
      *        INITIALIZE BUNDLE KEY
               MOVE AC-PROVIDER-TAX-ID  TO WS-BUNDLE-TAX-ID
               MOVE AC-PROVIDER-NPI     TO WS-BUNDLE-NPI
               MOVE AC-PAY-TO-ADDR-1    TO WS-BUNDLE-PAY-TO-ADDR
               MOVE AC-PAYER-ID         TO WS-BUNDLE-PAYER-ID
      *        LOAD PROVIDER EFT STATUS
               PERFORM 0210-LOAD-PROVIDER-BANK
      *        LOAD ANY PENDING WITHHOLD SETTLEMENT
               PERFORM 0215-LOAD-PENDING-SETTLEMENT
      *        LOAD ANY PROVIDER ADVANCE IN RECOVERY
               PERFORM 0217-LOAD-ADVANCE-RECOVERY
      *        LOAD PAPER-REMIT DELIVERY PREFERENCE
               PERFORM 0216-LOAD-DELIVERY-PREFERENCE
      *        LOAD STATE EOB CONFIG
               MOVE AC-PAY-TO-STATE TO WS-SQL-STATE-CODE
               PERFORM 0220-LOAD-STATE-EOB-CONFIG
      *        PAYMENT CYCLE ELECTION - HELD PROVIDERS OPEN NO
      *        REMIT PAGE OR 835 TRANSACTION SET
               PERFORM 0230-LOAD-PAYMENT-CYCLE
               MOVE 'N' TO WS-HOLD-TS-OPEN-FLAG
               IF NOT WS-PROVIDER-ON-HOLD
      *            START NEW REMIT PAGE (UNLESS ELECTRONIC-ONLY)
                   IF NOT WS-REMIT-SUPPRESSED
                       PERFORM 4100-BUILD-REMIT-HEADER
                       ADD 1 TO WS-STAT-REMITS-GENERATED
                   END-IF
      *            START NEW 835 TRANSACTION SET
                   PERFORM 2300-BUILD-835-TRANSACTION-SET
                   PERFORM 2400-BUILD-835-FINANCIAL-INFO
                   PERFORM 2500-BUILD-835-REASSOCIATION
                   PERFORM 2600-BUILD-835-PAYER-INFO
               END-IF
           END-IF

      *    CHECK FOR PROVIDER BREAK (FILE TRAILERS CARRY NO
      *    PROVIDER KEY AND MUST NOT FORCE A BREAK)
           IF (AC-PROVIDER-TAX-ID NOT = WS-PREV-PROVIDER-TAX-ID
           OR  AC-PAY-TO-PROV-NPI NOT = WS-PREV-PAY-TO-NPI
           OR  AC-PAY-TO-ADDR-1   NOT = WS-PREV-PAY-TO-ADDR-1)
           AND NOT AC-FILE-TRAILER
               MOVE 'Y' TO WS-PROVIDER-BREAK
               IF NOT WS-PROVIDER-ON-HOLD OR WS-HOLD-TS-OPEN
                   PERFORM 0300-FINAL-PROVIDER-BREAK
               END-IF
      *        RESET FOR NEW PROVIDER
               MOVE AC-PROVIDER-TAX-ID TO WS-PREV-PROVIDER-TAX-ID
               MOVE AC-PROVIDER-NPI    TO WS-PREV-PROVIDER-NPI
               MOVE AC-PAY-TO-PROV-NPI TO WS-PREV-PAY-TO-NPI
               MOVE AC-PAY-TO-NAME     TO WS-PREV-PAY-TO-NAME
               MOVE AC-PAY-TO-ADDR-1   TO WS-PREV-PAY-TO-ADDR-1
               MOVE AC-PAYER-ID        TO WS-PREV-PAYER-ID
      *        INITIALIZE NEW BUNDLE
               MOVE AC-PROVIDER-TAX-ID TO WS-BUNDLE-TAX-ID
               MOVE AC-PROVIDER-NPI    TO WS-BUNDLE-NPI
               MOVE AC-PAY-TO-ADDR-1   TO WS-BUNDLE-PAY-TO-ADDR
               MOVE AC-PAYER-ID        TO WS-BUNDLE-PAYER-ID
               INITIALIZE WS-BUNDLE-ACCUMULATORS
      *        LOAD PROVIDER EFT STATUS
               PERFORM 0210-LOAD-PROVIDER-BANK
      *        LOAD ANY PENDING WITHHOLD SETTLEMENT
               PERFORM 0215-LOAD-PENDING-SETTLEMENT
      *        LOAD ANY PROVIDER ADVANCE IN RECOVERY
               PERFORM 0217-LOAD-ADVANCE-RECOVERY
      *        LOAD PAPER-REMIT DELIVERY PREFERENCE
               PERFORM 0216-LOAD-DELIVERY-PREFERENCE
      *        PAYMENT CYCLE ELECTION FOR THE NEW PROVIDER
               PERFORM 0230-LOAD-PAYMENT-CYCLE
               MOVE 'N' TO WS-HOLD-TS-OPEN-FLAG
               IF NOT WS-PROVIDER-ON-HOLD
      *            START NEW REMIT PAGE (UNLESS ELECTRONIC-ONLY)
                   IF NOT WS-REMIT-SUPPRESSED
                       PERFORM 4100-BUILD-REMIT-HEADER
                       ADD 1 TO WS-STAT-REMITS-GENERATED
                   END-IF
      *            START NEW 835 TRANSACTION SET
                   PERFORM 2300-BUILD-835-TRANSACTION-SET
                   PERFORM 2400-BUILD-835-FINANCIAL-INFO
                   PERFORM 2500-BUILD-835-REASSOCIATION
                   PERFORM 2600-BUILD-835-PAYER-INFO
               END-IF
               MOVE 'N' TO WS-PROVIDER-BREAK
           END-IF

      *    CHECK FOR PATIENT BREAK (WITHIN SAME PROVIDER)
           IF AC-MEMBER-ID NOT = WS-PREV-MEMBER-ID
               MOVE 'Y' TO WS-PATIENT-BREAK
      *        FINALIZE PREVIOUS PATIENT EOB IF NEEDED
               IF WS-GENERATE-EOB
                   PERFORM 5000-GENERATE-PATIENT-EOB
               END-IF
               MOVE AC-MEMBER-ID       TO WS-PREV-MEMBER-ID
               MOVE AC-PATIENT-ACCT-NO TO WS-PREV-PATIENT-ACCT
               INITIALIZE WS-EOB-CLAIM-TOTALS
               MOVE 'N' TO WS-PATIENT-BREAK
           END-IF

      *    ASO GROUP FUNDING STATUS FOR THE CLAIM
           IF AC-CLAIM-HEADER
               PERFORM 0247-CHECK-GROUP-FUNDING
           END-IF

      *    AN ON-HOLD PROVIDER'S CLAIM RECORDS DIVERT TO THE HOLD
      *    FILE - EXCEPT CLAIMS THE AGING SAFEGUARD RELEASES, WHICH
      *    PROCESS NORMALLY BELOW
           IF WS-PROVIDER-ON-HOLD AND NOT AC-FILE-TRAILER
               IF AC-CLAIM-HEADER
                   PERFORM 0240-EVALUATE-CLAIM-HOLD
               END-IF
           ELSE
               MOVE 'N' TO WS-CLAIM-HOLD-FLAG
           END-IF

      *    AN AGING-RELEASED CLAIM OF AN ON-HOLD PROVIDER NEEDS
      *    THE PROVIDER'S REMIT PAGE AND 835 TRANSACTION SET,
      *    OPENED ONCE ON FIRST RELEASE
           IF WS-PROVIDER-ON-HOLD
              AND NOT WS-CLAIM-ON-HOLD
              AND NOT WS-GROUP-FUNDING-HELD
              AND NOT AC-FILE-TRAILER
              AND NOT WS-HOLD-TS-OPEN
               MOVE 'Y' TO WS-HOLD-TS-OPEN-FLAG
               IF NOT WS-REMIT-SUPPRESSED
                   PERFORM 4100-BUILD-REMIT-HEADER
                   ADD 1 TO WS-STAT-REMITS-GENERATED
               END-IF
               PERFORM 2300-BUILD-835-TRANSACTION-SET
               PERFORM 2400-BUILD-835-FINANCIAL-INFO
               PERFORM 2500-BUILD-835-REASSOCIATION
               PERFORM 2600-BUILD-835-PAYER-INFO
           END-IF

      *    SO DO ALL RECORDS OF A CLAIM WHOSE EMPLOYER GROUP IS ON
      *    FUNDING HOLD
           IF (WS-CLAIM-ON-HOLD OR WS-GROUP-FUNDING-HELD)
              AND NOT AC-FILE-TRAILER
               PERFORM 0245-WRITE-HELD-RECORD
           ELSE
      *    PROCESS BASED ON RECORD TYPE
           EVALUATE TRUE
               WHEN AC-CLAIM-HEADER
                   ADD 1 TO WS-FT-CH-RECORDS
                   PERFORM 0250-PROCESS-CLAIM-HEADER
               WHEN AC-CLAIM-LINE
                   PERFORM 0260-PROCESS-CLAIM-LINE
               WHEN AC-CLAIM-ADJ
                   PERFORM 0270-PROCESS-CLAIM-ADJ
               WHEN AC-CLAIM-REMARK
                   PERFORM 0280-PROCESS-CLAIM-REMARK
               WHEN AC-CLAIM-COB
                   PERFORM 0285-PROCESS-CLAIM-COB
               WHEN AC-CLAIM-TRAILER
                   PERFORM 0290-PROCESS-CLAIM-TRAILER
               WHEN AC-FILE-TRAILER
      *            FILE CONTROL-TOTAL TRAILER: THE COUNT RIDES IN
      *            THE NINE BYTES AFTER THE RECORD TYPE. INPUTS
      *            MAY BE CONCATENATED, SO EXPECTED COUNTS ADD UP.
                   MOVE 'Y' TO WS-FT-SEEN-FLAG
                   MOVE ADJUD-CLAIM-RECORD(3:9) TO WS-FT-WORK-COUNT
                   ADD WS-FT-WORK-COUNT TO WS-FT-EXPECTED-CLAIMS
               WHEN OTHER
                   MOVE 'W' TO ER-SEVERITY
                   STRING 'UNKNOWN RECORD TYPE: ' AC-RECORD-TYPE
                       DELIMITED BY SIZE INTO ER-ERROR-DESC
                   PERFORM 8000-ERROR-HANDLER
           END-EVALUATE
           END-IF

           ADD 1 TO WS-STAT-RECORDS-READ

      *    READ NEXT RECORD
           PERFORM 0500-READ-ADJUD-CLAIM
           .

      *================================================================
       0210-LOAD-PROVIDER-BANK.
      *================================================================
      *    LOAD PROVIDER BANK/EFT INFORMATION FOR PAYMENT ROUTING
      *================================================================
           MOVE '0210-LOAD-PROVIDER-BANK' TO WS-DB-PARAGRAPH-NAME
           MOVE AC-PROVIDER-TAX-ID TO WS-SQL-PROVIDER-TAX-ID
           MOVE AC-PROVIDER-NPI    TO WS-SQL-PROVIDER-NPI

           EXEC SQL
               SELECT BANK_ROUTING_NUMBER,
                      BANK_ACCOUNT_NUMBER,
                      BANK_ACCOUNT_TYPE,
                      BANK_NAME,
                      EFT_STATUS,
                      PRENOTE_DATE,
                      EFT_EFFECTIVE_DATE
               INTO   :WS-PROV-BANK-ROUTING,
                      :WS-PROV-BANK-ACCT-NO,
                      :WS-PROV-BANK-ACCT-TYPE,
                      :WS-PROV-BANK-NAME,
                      :WS-PROV-EFT-STATUS,
                      :WS-PROV-PRENOTE-DATE,
                      :WS-PROV-EFT-EFF-DATE
               FROM   PROVIDER_BANK_INFO
               WHERE  PROVIDER_TAX_ID = :WS-SQL-PROVIDER-TAX-ID
               AND    PROVIDER_NPI = :WS-SQL-PROVIDER-NPI
               AND    ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE = 0
               IF WS-PROV-EFT-ACTIVE
      *            VERIFY PRENOTE PERIOD HAS ELAPSED (10 DAYS)
                   IF WS-PROV-PRENOTE-DATE NOT = SPACES
                       EXEC SQL
                           SELECT DATEDIFF(DAY,
                                  :WS-PROV-PRENOTE-DATE,
                                  GETDATE())
                           INTO :WS-WORK-COUNT
                       END-EXEC
                       IF WS-WORK-COUNT >= 10
                           MOVE 'Y' TO WS-EFT-ACTIVE
                       ELSE
      *                    PRENOTE STILL IN WAITING PERIOD
                           MOVE 'N' TO WS-EFT-ACTIVE
                           MOVE 'W' TO ER-SEVERITY
                           STRING 'PRENOTE WAITING - PROV NPI: '
                               AC-PROVIDER-NPI
                               ' - ISSUING CHECK INSTEAD'
                               DELIMITED BY SIZE
                               INTO ER-ERROR-DESC
                           PERFORM 8000-ERROR-HANDLER
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-EFT-ACTIVE
                   END-IF
               ELSE
                   IF WS-PROV-EFT-PRENOTE
      *                NEED TO SEND PRENOTE (ZERO-DOLLAR TEST)
                       MOVE 'Y' TO WS-PRENOTE-FLAG
                       MOVE 'N' TO WS-EFT-ACTIVE
                       ADD 1 TO WS-STAT-PRENOTES
                   ELSE
                       MOVE 'N' TO WS-EFT-ACTIVE
                   END-IF
               END-IF
           ELSE
      *        NO EFT SETUP - USE CHECK
               MOVE 'N' TO WS-EFT-ACTIVE
               INITIALIZE WS-PROVIDER-BANK-INFO
           END-IF

      *    CHECK PROVIDER'S ELECTED PAYMENT METHOD ON THE MASTER
      *    RECORD - A VIRTUAL CARD ELECTION OVERRIDES THE CHECK/EFT
      *    DETERMINATION ABOVE (VCARD REQUIRES NO PRENOTE)
           MOVE SPACES TO WS-PROV-PAY-METHOD
           EXEC SQL
               SELECT PAY_METHOD
               INTO   :WS-PROV-PAY-METHOD
               FROM   PROVIDER_MASTER
               WHERE  NPI = :WS-SQL-PROVIDER-NPI
           END-EXEC

           IF SQLCODE = 0 AND WS-PROV-PAYM-VCARD
               MOVE 'V' TO WS-EFT-ACTIVE
           END-IF
           .

      *================================================================
       0215-LOAD-PENDING-SETTLEMENT.
      *================================================================
      *    ANNUAL WITHHOLD SETTLEMENT POSTED BY HCWHSETL - LOADED AT
      *    BUNDLE START SO IT IS FOLDED INTO THE BUNDLE NET (AND SO
      *    THE CHECK/EFT) AND REPORTED ON THE PLB, RATHER THAN
      *    RIDING THE 835 AS A PAPER-ONLY ADJUSTMENT
      *================================================================
           MOVE +0 TO WS-WHS-SETTLE-AMT
           EXEC SQL
               SELECT SETTLEMENT_AMOUNT
               INTO   :WS-WHS-SETTLE-AMT
               FROM   WITHHOLD_SETTLEMENT
               WHERE  PROVIDER_NPI = :WS-BUNDLE-NPI
               AND    SETTLEMENT_STATUS = 'PENDING'
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE +0 TO WS-WHS-SETTLE-AMT
           END-IF
           .

      *================================================================
       0216-LOAD-DELIVERY-PREFERENCE.
      *================================================================
      *    PAPER-REMIT DELIVERY PREFERENCE FOR THE BUNDLE PROVIDER.
      *    A PROVIDER ON ELECTRONIC-ONLY DELIVERY READS THE 835 AND
      *    GETS NO PAPER REMIT - THE PAPER NEVER COMPOSES. THE 835
      *    TRANSACTION SET IS BUILT EITHER WAY.
      *================================================================
           MOVE 'N' TO WS-REMIT-SUPPRESS-FLAG
           MOVE 'B' TO WS-DP-PREF-CODE
           EXEC SQL
               SELECT PREFERENCE_CODE
               INTO   :WS-DP-PREF-CODE
               FROM   DELIVERY_PREFERENCE
               WHERE  ENTITY_TYPE = 'P'
               AND    ENTITY_ID = :WS-BUNDLE-NPI
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'B' TO WS-DP-PREF-CODE
           END-IF
           IF WS-DP-ELECTRONIC
               MOVE 'Y' TO WS-REMIT-SUPPRESS-FLAG
               ADD 1 TO WS-STAT-REMITS-SUPPRESSED
           END-IF
           .

      *================================================================
       0217-LOAD-ADVANCE-RECOVERY.
      *================================================================
      *    PROVIDER ADVANCES (HCPRVADV) ALREADY ISSUED TO THE BUNDLE
      *    PROVIDER WHOSE RECOVERY START DATE HAS ARRIVED, OLDEST
      *    FIRST. LOADED AT BUNDLE START SO 0310 CAN TAKE EACH
      *    ADVANCE'S RECOVERY PERCENTAGE OUT OF THE BUNDLE NET.
      *================================================================
           MOVE '0217-LOAD-ADVANCE-RECOVERY' TO WS-DB-PARAGRAPH-NAME
           MOVE ZEROS TO WS-ADV-REC-COUNT
           MOVE ZEROS TO WS-ADV-RECOVERY-AMT

           EXEC SQL
               DECLARE ADV_RECOVERY_CURSOR CURSOR FOR
               SELECT ADVANCE_ID,
                      RECOVERY_PCT,
                      OUTSTANDING_AMOUNT
               FROM   PROVIDER_ADVANCE
               WHERE  PROVIDER_NPI = :WS-BUNDLE-NPI
               AND    STATUS IN ('ISSUED', 'RECOVERING')
               AND    RECOVERY_START_DATE <= :WS-PAYMENT-DATE
               AND    OUTSTANDING_AMOUNT > 0
               ORDER BY ISSUE_DATE, ADVANCE_ID
           END-EXEC

           EXEC SQL OPEN ADV_RECOVERY_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-ADV-REC-COUNT >= 20
               EXEC SQL
                   FETCH ADV_RECOVERY_CURSOR
                   INTO  :WS-SQL-ADV-ID,
                         :WS-SQL-ADV-PCT,
                         :WS-SQL-ADV-OUTSTANDING
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ADV-REC-COUNT
                   MOVE WS-SQL-ADV-ID
                       TO WS-ADV-REC-ID(WS-ADV-REC-COUNT)
                   MOVE WS-SQL-ADV-PCT
                       TO WS-ADV-REC-PCT(WS-ADV-REC-COUNT)
                   MOVE WS-SQL-ADV-OUTSTANDING
                       TO WS-ADV-REC-OUTSTANDING(WS-ADV-REC-COUNT)
                   MOVE ZEROS
                       TO WS-ADV-REC-APPLIED(WS-ADV-REC-COUNT)
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ADV_RECOVERY_CURSOR END-EXEC
           .

      *================================================================
       0220-LOAD-STATE-EOB-CONFIG.
      *================================================================
      *    LOAD STATE-SPECIFIC EOB CONTENT REQUIREMENTS
      *================================================================
           MOVE '0220-LOAD-STATE-EOB-CONFIG' TO WS-DB-PARAGRAPH-NAME

           EXEC SQL
               SELECT STATE_CODE,
                      BALANCE_BILLING_NOTICE,
                      NETWORK_NOTICE,
                      APPEAL_TEXT_REQUIRED,
                      COMMISSIONER_REQUIRED,
                      GLOSSARY_REQUIRED,
                      LANGUAGE_NOTICE_REQUIRED,
                      SURPRISE_BILLING_NOTICE,
                      GFE_NOTICE_REQUIRED,
                      COMMISSIONER_NAME,
                      COMMISSIONER_PHONE,
                      COMMISSIONER_WEBSITE,
                      LANGUAGE_NOTICE_TEXT,
                      ISNULL(INDIVIDUAL_EOB_REQ, 'N'),
                      ISNULL(EOB_MAX_DAYS, 0)
               INTO   :WS-STATE-CODE,
                      :WS-STATE-BAL-BILL-NOTICE,
                      :WS-STATE-NETWORK-NOTICE,
                      :WS-STATE-APPEAL-TEXT-REQ,
                      :WS-STATE-COMMISH-REQ,
                      :WS-STATE-GLOSSARY-REQ,
                      :WS-STATE-LANGUAGE-REQ,
                      :WS-STATE-SURPRISE-BILL,
                      :WS-STATE-GFE-NOTICE,
                      :WS-STATE-COMMISH-NAME,
                      :WS-STATE-COMMISH-PHONE,
                      :WS-STATE-COMMISH-WEB,
                      :WS-STATE-LANG-NOTICE-TEXT,
                      :WS-STATE-INDIV-EOB-REQ,
                      :WS-STATE-EOB-MAX-DAYS
               FROM   STATE_EOB_CONFIG
               WHERE  STATE_CODE = :WS-SQL-STATE-CODE
               AND    ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
      *        DEFAULT - ALL NOTICES REQUIRED AS SAFE FALLBACK
               MOVE WS-SQL-STATE-CODE TO WS-STATE-CODE
               MOVE 'Y' TO WS-STATE-BAL-BILL-NOTICE
               MOVE 'Y' TO WS-STATE-NETWORK-NOTICE
               MOVE 'Y' TO WS-STATE-APPEAL-TEXT-REQ
               MOVE 'Y' TO WS-STATE-COMMISH-REQ
               MOVE 'Y' TO WS-STATE-GLOSSARY-REQ
               MOVE 'N' TO WS-STATE-LANGUAGE-REQ
               MOVE 'Y' TO WS-STATE-SURPRISE-BILL
               MOVE 'N' TO WS-STATE-GFE-NOTICE
               MOVE 'Y' TO WS-STATE-INDIV-EOB-REQ
               MOVE ZEROS TO WS-STATE-EOB-MAX-DAYS
               MOVE 'W' TO ER-SEVERITY
               STRING 'STATE EOB CONFIG NOT FOUND FOR: '
                   WS-SQL-STATE-CODE ' - USING DEFAULTS'
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================
       0250-PROCESS-CLAIM-HEADER.
      *================================================================
      *    PROCESS CLAIM HEADER RECORD - INITIALIZE CLAIM-LEVEL
      *    ACCUMULATORS AND TABLES FOR ADJUSTMENTS/REMARKS/LINES
      *================================================================
           INITIALIZE WS-CLAIM-ADJ-TABLE
           MOVE ZEROS TO WS-CAT-COUNT
           INITIALIZE WS-REMARK-TABLE
           MOVE ZEROS TO WS-RMK-COUNT
           INITIALIZE WS-SVC-LINE-TABLE
           MOVE ZEROS TO WS-SLT-COUNT

      *    UPDATE STATISTICS
           ADD 1 TO WS-STAT-CLAIMS-PROCESSED
           ADD 1 TO WS-BUNDLE-CLAIM-COUNT

           EVALUATE TRUE
               WHEN AC-PAID
                   ADD 1 TO WS-STAT-CLAIMS-PAID
                   ADD 1 TO WS-BUNDLE-PAID-COUNT
               WHEN AC-DENIED
                   ADD 1 TO WS-STAT-CLAIMS-DENIED
                   ADD 1 TO WS-BUNDLE-DENIED-COUNT
               WHEN AC-ZERO-PAY
                   ADD 1 TO WS-STAT-CLAIMS-ZEROPAY
                   ADD 1 TO WS-BUNDLE-ZEROPAY-COUNT
               WHEN AC-REVERSED
                   ADD 1 TO WS-STAT-CLAIMS-REVERSED
                   ADD 1 TO WS-BUNDLE-REVERSAL-COUNT
               WHEN AC-ADJUSTED
                   ADD 1 TO WS-STAT-CLAIMS-ADJUSTED
           END-EVALUATE

      *    ACCUMULATE BUNDLE TOTALS
           ADD AC-TOTAL-CHARGE-AMT  TO WS-BUNDLE-CHARGE-TOTAL
           ADD AC-ALLOWED-AMT       TO WS-BUNDLE-ALLOWED-TOTAL
           ADD AC-PAID-AMT          TO WS-BUNDLE-GROSS-AMT
           ADD AC-DEDUCTIBLE-AMT    TO WS-BUNDLE-DEDUCT-TOTAL
           ADD AC-COPAY-AMT         TO WS-BUNDLE-COPAY-TOTAL
           ADD AC-COINSURANCE-AMT   TO WS-BUNDLE-COINS-TOTAL
           ADD AC-COB-AMT           TO WS-BUNDLE-COB-TOTAL
           ADD AC-WITHHOLD-AMT      TO WS-BUNDLE-WITHHOLD-AMT
           ADD AC-INTEREST-AMT      TO WS-BUNDLE-INTEREST-AMT

      *    UPDATE PAYER STATISTICS
           PERFORM 0255-UPDATE-PAYER-STATS

      *    UPDATE LOB STATISTICS
           PERFORM 0257-UPDATE-LOB-STATS
           .

      *================================================================
       0255-UPDATE-PAYER-STATS.
      *================================================================
      *    UPDATE STATISTICS BY PAYER ID
      *================================================================
           MOVE ZEROS TO WS-PAYER-INDEX
           PERFORM VARYING WS-WORK-INDEX FROM 1 BY 1
               UNTIL WS-WORK-INDEX > WS-STAT-PAYER-COUNT
                  OR WS-PAYER-INDEX > 0
               IF WS-SBP-PAYER-ID(WS-WORK-INDEX) = AC-PAYER-ID
                   MOVE WS-WORK-INDEX TO WS-PAYER-INDEX
               END-IF
           END-PERFORM

           IF WS-PAYER-INDEX = ZEROS
      *        NEW PAYER - ADD TO TABLE
               ADD 1 TO WS-STAT-PAYER-COUNT
               IF WS-STAT-PAYER-COUNT <= 20
                   MOVE WS-STAT-PAYER-COUNT TO WS-PAYER-INDEX
                   MOVE AC-PAYER-ID
                       TO WS-SBP-PAYER-ID(WS-PAYER-INDEX)
               ELSE
                   MOVE 20 TO WS-PAYER-INDEX
                   MOVE 20 TO WS-STAT-PAYER-COUNT
               END-IF
           END-IF

           ADD 1 TO WS-SBP-CLAIM-COUNT(WS-PAYER-INDEX)
           ADD AC-PAID-AMT TO WS-SBP-PAID-AMT(WS-PAYER-INDEX)
           .

      *================================================================
       0257-UPDATE-LOB-STATS.
      *================================================================
      *    UPDATE STATISTICS BY LINE OF BUSINESS
      *================================================================
           PERFORM VARYING WS-LOB-INDEX FROM 1 BY 1
               UNTIL WS-LOB-INDEX > 7
               IF WS-SBL-LOB-CODE(WS-LOB-INDEX) =
                  AC-LINE-OF-BUSINESS
                   ADD 1 TO WS-SBL-CLAIM-COUNT(WS-LOB-INDEX)
                   ADD AC-PAID-AMT
                       TO WS-SBL-PAID-AMT(WS-LOB-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *================================================================
       0260-PROCESS-CLAIM-LINE.
      *================================================================
      *    PROCESS SERVICE LINE DETAIL - STORE IN LINE TABLE
      *================================================================
           ADD 1 TO WS-SLT-COUNT
           IF WS-SLT-COUNT > 50
               MOVE 'W' TO ER-SEVERITY
               STRING 'CLAIM ' AC-CLAIM-NUMBER
                   ' HAS MORE THAN 50 LINES - TRUNCATING'
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
               MOVE 50 TO WS-SLT-COUNT
           ELSE
               MOVE AC-LINE-NUMBER
                   TO WS-SLT-LINE-NUM(WS-SLT-COUNT)
               MOVE AC-PROC-CODE
                   TO WS-SLT-PROC-CODE(WS-SLT-COUNT)
               MOVE AC-PROC-MOD-1
                   TO WS-SLT-MOD1(WS-SLT-COUNT)
               MOVE AC-PROC-MOD-2
                   TO WS-SLT-MOD2(WS-SLT-COUNT)
               MOVE AC-PROC-MOD-3
                   TO WS-SLT-MOD3(WS-SLT-COUNT)
               MOVE AC-PROC-MOD-4
                   TO WS-SLT-MOD4(WS-SLT-COUNT)
               MOVE AC-REVENUE-CODE
                   TO WS-SLT-REV-CODE(WS-SLT-COUNT)
               MOVE AC-SERVICE-FROM-DT
                   TO WS-SLT-FROM-DT(WS-SLT-COUNT)
               MOVE AC-SERVICE-THRU-DT
                   TO WS-SLT-THRU-DT(WS-SLT-COUNT)
               MOVE AC-LINE-CHARGE
                   TO WS-SLT-CHARGE(WS-SLT-COUNT)
               MOVE AC-LINE-ALLOWED
                   TO WS-SLT-ALLOWED(WS-SLT-COUNT)
               MOVE AC-LINE-PAID
                   TO WS-SLT-PAID(WS-SLT-COUNT)
               MOVE AC-LINE-DEDUCTIBLE
                   TO WS-SLT-DEDUCT(WS-SLT-COUNT)
               MOVE AC-LINE-COPAY
                   TO WS-SLT-COPAY(WS-SLT-COUNT)
               MOVE AC-LINE-COINSURANCE
                   TO WS-SLT-COINS(WS-SLT-COUNT)
               MOVE AC-LINE-COB
                   TO WS-SLT-COB(WS-SLT-COUNT)
               MOVE AC-LINE-PATIENT-RESP
                   TO WS-SLT-PAT-RESP(WS-SLT-COUNT)
               MOVE AC-UNITS
                   TO WS-SLT-UNITS(WS-SLT-COUNT)
               MOVE AC-NDC-CODE
                   TO WS-SLT-NDC(WS-SLT-COUNT)
               MOVE AC-PLACE-OF-SERVICE
                   TO WS-SLT-POS(WS-SLT-COUNT)
               MOVE AC-LINE-PRICE-METHOD
                   TO WS-SLT-PRICE-METHOD(WS-SLT-COUNT)
               IF AC-FOREIGN-CLAIM
                   MOVE 'Y' TO WS-SLT-FOREIGN-IND(WS-SLT-COUNT)
                   ADD 1 TO WS-EOB-FOREIGN-LINES
                   MOVE AC-CLAIM-NUMBER TO WS-EOB-FOREIGN-CLAIM-NO
               ELSE
                   MOVE 'N' TO WS-SLT-FOREIGN-IND(WS-SLT-COUNT)
               END-IF
               IF AC-PRICED-REF-BASED
                   ADD 1 TO WS-EOB-RBP-LINES
               END-IF
               IF AC-PLAN-PERIOD-SPLIT
                   ADD 1 TO WS-EOB-PP-SPLIT-LINES
                   MOVE AC-PP1-PLAN-YEAR TO WS-EOB-PP1-PLAN-YEAR
                   MOVE AC-PP2-PLAN-YEAR TO WS-EOB-PP2-PLAN-YEAR
                   ADD AC-PP1-ALLOWED TO WS-EOB-PP1-ALLOWED
                   ADD AC-PP1-DEDUCTIBLE TO WS-EOB-PP1-DEDUCTIBLE
                   ADD AC-PP1-COPAY TO WS-EOB-PP1-COPAY
                   ADD AC-PP1-COINSURANCE TO WS-EOB-PP1-COINSURANCE
                   ADD AC-PP2-ALLOWED TO WS-EOB-PP2-ALLOWED
                   ADD AC-PP2-DEDUCTIBLE TO WS-EOB-PP2-DEDUCTIBLE
                   ADD AC-PP2-COPAY TO WS-EOB-PP2-COPAY
                   ADD AC-PP2-COINSURANCE TO WS-EOB-PP2-COINSURANCE
               END-IF
           END-IF

           ADD 1 TO WS-BUNDLE-LINE-COUNT
           .

      *================================================================
       0270-PROCESS-CLAIM-ADJ.
      *================================================================
      *    PROCESS CLAIM ADJUSTMENT RECORD - STORE IN ADJ TABLE
      *================================================================
           ADD 1 TO WS-CAT-COUNT
           IF WS-CAT-COUNT > 30
               MOVE 'W' TO ER-SEVERITY
               STRING 'CLAIM ' AC-CLAIM-NUMBER
                   ' HAS MORE THAN 30 ADJUSTMENTS - TRUNCATING'
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
               MOVE 30 TO WS-CAT-COUNT
           ELSE
               MOVE AC-ADJ-GROUP-CODE
                   TO WS-CAT-GROUP-CODE(WS-CAT-COUNT)
               MOVE AC-ADJ-REASON-CODE
                   TO WS-CAT-REASON-CODE(WS-CAT-COUNT)
               MOVE AC-ADJ-AMOUNT
                   TO WS-CAT-AMOUNT(WS-CAT-COUNT)
               MOVE AC-ADJ-QUANTITY
                   TO WS-CAT-QUANTITY(WS-CAT-COUNT)
           END-IF
           .

      *================================================================
       0280-PROCESS-CLAIM-REMARK.
      *================================================================
      *    PROCESS REMARK CODE RECORD
      *================================================================
           ADD 1 TO WS-RMK-COUNT
           IF WS-RMK-COUNT > 10
               MOVE 10 TO WS-RMK-COUNT
           ELSE
               MOVE AC-REMARK-CODE
                   TO WS-RMK-CODE(WS-RMK-COUNT)
               MOVE AC-REMARK-QUAL
                   TO WS-RMK-QUAL(WS-RMK-COUNT)
           END-IF
           .

      *================================================================
       0285-PROCESS-CLAIM-COB.
      *================================================================
      *    PROCESS COORDINATION OF BENEFITS DATA
      *================================================================
      *    COB INFORMATION IS CARRIED AT CLAIM LEVEL FOR 835
      *    CAS SEGMENTS WITH GROUP CODE OA (OTHER ADJUSTMENT)
           IF AC-COB-PAID-AMT NOT = ZEROS
               ADD 1 TO WS-CAT-COUNT
               IF WS-CAT-COUNT <= 30
                   MOVE 'OA' TO WS-CAT-GROUP-CODE(WS-CAT-COUNT)
                   MOVE '00023'
                       TO WS-CAT-REASON-CODE(WS-CAT-COUNT)
                   MOVE AC-COB-PAID-AMT
                       TO WS-CAT-AMOUNT(WS-CAT-COUNT)
                   MOVE ZEROS
                       TO WS-CAT-QUANTITY(WS-CAT-COUNT)
               END-IF
           END-IF
           .

      *================================================================
       0290-PROCESS-CLAIM-TRAILER.
      *================================================================
      *    CLAIM TRAILER - ALL LINES/ADJS/REMARKS LOADED
      *    NOW GENERATE 835 CLP/CAS/SVC, REMIT DETAIL, EOB DETAIL
      *================================================================
      *    PAID PRIMARY CLAIM CROSSING OVER TO THE SECONDARY PAYER:
      *    MA18 GOES ON THE 835 AND EOB, THE CLAIM IS QUEUED FOR
      *    HCCOBFWD (LIVE RUNS ONLY)
           PERFORM 0249-CHECK-COB-FORWARD

      *    GENERATE 835 CLAIM PAYMENT SEGMENT
           IF WS-GENERATE-835
               PERFORM 2700-BUILD-835-CLAIM-PAYMENT
               PERFORM 2800-BUILD-835-CLAIM-ADJUSTMENT
               PERFORM 2900-BUILD-835-SERVICE-PAYMENT
               ADD AC-PAID-AMT TO WS-RECON-TOTAL-835-AMT
               ADD 1           TO WS-RECON-TOTAL-835-CLAIMS

      *        RECORD THE LIFECYCLE EVENT: PAID CLAIM REMITTED
      *        (LIVE RUNS ONLY - A TRIAL MOVES NO MONEY)
               IF REMIT-LIVE-MODE
                   MOVE AC-CLAIM-NUMBER TO EV-CLAIM-ID
                   MOVE 'PA' TO EV-OLD-STATUS
                   MOVE 'RM' TO EV-NEW-STATUS
                   MOVE 'HCREMIT ' TO EV-PROGRAM
                   MOVE SPACES TO EV-REASON-CODE
                   MOVE FUNCTION CURRENT-DATE TO EV-TIMESTAMP
                   WRITE CLAIM-EVENT-REC
                   ADD 1 TO WS-CKPT-CLMEVENT-RECORDS
               END-IF
           ELSE
      *        THREE-WAY TIE-OUT: FLAG ANY PAID CLAIM THAT DID
      *        NOT MAKE IT INTO AN 835 RECORD FOR THIS RUN
               IF AC-PAID-AMT NOT = ZEROS
                   ADD 1 TO WS-RECON-EXCEPTION-CNT
                   ADD AC-PAID-AMT TO WS-RECON-EXCEPTION-AMT
                   MOVE 'E' TO ER-SEVERITY
                   STRING 'PAID CLAIM NOT IN 835 - CLAIM: '
                       AC-CLAIM-NUMBER
                       DELIMITED BY SIZE INTO ER-ERROR-DESC
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF

      *    GENERATE PROVIDER REMITTANCE DETAIL
           IF WS-GENERATE-REMIT AND NOT WS-REMIT-SUPPRESSED
               PERFORM 4200-BUILD-REMIT-CLAIM-DETAIL
           END-IF

      *    PAID ASO CLAIM: LOG IT FOR THE EMPLOYER FUNDING REQUEST
      *    UNDER THE NUMBER THE PROVIDER PAYMENT WILL CARRY
           IF WS-ASO-CLAIM AND REMIT-LIVE-MODE
              AND AC-PAID-AMT NOT = ZEROS
               IF WS-PROVIDER-USES-EFT
                   MOVE WS-EFT-TRACE-NUMBER TO WS-SQL-ASO-CHECK-NO
                   MOVE 'EFT' TO WS-SQL-ASO-PAY-METHOD
               ELSE
                   IF WS-PROVIDER-USES-VCARD
                       MOVE WS-VCARD-TRACE-NUMBER
                         TO WS-SQL-ASO-CHECK-NO
                       MOVE 'VCD' TO WS-SQL-ASO-PAY-METHOD
                   ELSE
                       MOVE WS-NEXT-CHECK-NUMBER
                         TO WS-SQL-ASO-CHECK-NO
                       MOVE 'CHK' TO WS-SQL-ASO-PAY-METHOD
                   END-IF
               END-IF
               PERFORM 0248-LOG-ASO-CLAIM-PAYMENT
           END-IF

      *    ACCUMULATE PATIENT EOB DATA
           IF WS-GENERATE-EOB
               ADD AC-TOTAL-CHARGE-AMT  TO WS-EOB-TOTAL-CHARGED
               COMPUTE WS-WORK-AMOUNT =
                   AC-TOTAL-CHARGE-AMT - AC-ALLOWED-AMT
               ADD WS-WORK-AMOUNT       TO WS-EOB-TOTAL-DISCOUNT
               ADD AC-PAID-AMT          TO WS-EOB-TOTAL-PLAN-PAID
               ADD AC-PATIENT-RESP-AMT  TO WS-EOB-TOTAL-YOU-OWE
               ADD AC-DEDUCTIBLE-AMT    TO WS-EOB-TOTAL-DEDUCTIBLE
               ADD AC-COPAY-AMT         TO WS-EOB-TOTAL-COPAY
               ADD AC-COINSURANCE-AMT   TO WS-EOB-TOTAL-COINSURANCE
               IF AC-HRA-PAID-AMT NOT = ZEROS
                   ADD AC-HRA-PAID-AMT  TO WS-EOB-TOTAL-HRA-PAID
                   MOVE AC-HRA-BALANCE-AMT TO WS-EOB-HRA-BALANCE
               END-IF
               IF WS-COB-FORWARD
                   ADD 1 TO WS-EOB-COB-FWD-CLAIMS
               END-IF
               ADD 1                    TO WS-EOB-CLAIM-COUNT
               IF REMIT-LIVE-MODE
                   PERFORM 5080-STAGE-STATEMENT-DETAIL
               END-IF
           END-IF

      *    ADD TO RECONCILIATION HASH TOTAL
           ADD AC-PAID-AMT TO WS-RECON-HASH-TOTAL
           ADD 1           TO WS-RECON-RECORD-COUNT
           ADD AC-PAID-AMT TO WS-RECON-TOTAL-PAID-AMT

      *    WRITE AUDIT TRAIL FOR EACH CLAIM
           MOVE WS-TIMESTAMP               TO AT-TIMESTAMP
           MOVE 'PROCESSED'                 TO AT-ACTION
           MOVE 'CLAIM'                     TO AT-ENTITY-TYPE
           MOVE AC-CLAIM-NUMBER             TO AT-ENTITY-KEY
           MOVE SPACES                      TO AT-OLD-VALUE
           MOVE AC-CLAIM-STATUS             TO AT-NEW-VALUE
           MOVE 'BATCH'                     TO AT-USER-ID
           MOVE WS-PROGRAM-ID               TO AT-PROGRAM
           MOVE '0290-PROCESS-CLAIM-TRAIL'  TO AT-PARAGRAPH
           STRING 'CLM ' AC-CLAIM-NUMBER ' PAT '
               AC-PATIENT-ACCT-NO ' $'
               DELIMITED BY SIZE INTO AT-DESCRIPTION
           WRITE AUDIT-RECORD
           .

      *================================================================
       0300-FINAL-PROVIDER-BREAK.
      *================================================================
      *    PROCESS END OF PROVIDER GROUP - GENERATE PAYMENT,
      *    WRITE 835 CLOSING SEGMENTS, REMIT TOTALS, PATIENT EOB
      *================================================================
      *    FINALIZE LAST PATIENT EOB
           IF WS-EOB-CLAIM-COUNT > 0
               IF WS-GENERATE-EOB
                   PERFORM 5000-GENERATE-PATIENT-EOB
               END-IF
           END-IF

      *    CALCULATE NET PAYMENT - A PENDING WITHHOLD SETTLEMENT
      *    RETURN (HCWHSETL) PAYS OUT WITH THIS BUNDLE, AS DOES A
      *    PROVIDER ADVANCE (0700) OR CAPITATION PAYMENT (0720)
      *    BEING ISSUED
           COMPUTE WS-BUNDLE-NET-AMT =
               WS-BUNDLE-GROSS-AMT
             - WS-BUNDLE-WITHHOLD-AMT
             + WS-BUNDLE-INTEREST-AMT
             - WS-BUNDLE-PENALTY-AMT
             + WS-BUNDLE-ADJUST-AMT
             + WS-WHS-SETTLE-AMT
             + WS-ADV-ISSUE-AMT
             + WS-CAP-ISSUE-AMT

      *    CHECK FOR NEGATIVE BALANCE (OVERPAYMENT) - AN ADVANCE
      *    IS EMERGENCY CASH AND IS NOT OFFSET AGAINST OVERPAYMENTS
           IF WS-ADVANCE-ISSUE
               MOVE ZEROS TO WS-NB-OFFSET-AMT
           ELSE
               PERFORM 3400-HANDLE-NEGATIVE-BALANCE
           END-IF

      *    RECOVER ANY PROVIDER ADVANCE PAST ITS RECOVERY START
           IF WS-ADV-REC-COUNT > 0
              AND WS-BUNDLE-NET-AMT > ZEROS
              AND NOT WS-ADVANCE-ISSUE
               PERFORM 0310-RECOVER-PROVIDER-ADVANCE
           END-IF

      *    CHECK MINIMUM PAYMENT THRESHOLD
           IF WS-BUNDLE-NET-AMT > ZEROS
              AND WS-BUNDLE-NET-AMT < WS-MIN-PAYMENT-THRESHOLD
              AND NOT WS-ADVANCE-ISSUE
              AND NOT WS-CAPITATION-ISSUE
               MOVE 'Y' TO WS-MIN-PAY-FLAG
               ADD 1 TO WS-STAT-BELOW-MIN-DEFER
      *        DEFER TO NEXT CYCLE - UPDATE DB
               MOVE '0300-FINAL-PROVIDER-BREAK'
                   TO WS-DB-PARAGRAPH-NAME
               IF REMIT-LIVE-MODE
                   EXEC SQL
                       INSERT INTO DEFERRED_PAYMENTS
                       (PROVIDER_TAX_ID, PROVIDER_NPI, DEFERRED_AMT,
                        DEFERRED_DATE, REASON_CODE, PROGRAM_ID)
                       VALUES
                       (:WS-BUNDLE-TAX-ID, :WS-BUNDLE-NPI,
                        :WS-BUNDLE-NET-AMT, GETDATE(),
                        'BELOW_MIN', 'HCREMIT')
                   END-EXEC
               ELSE
                   MOVE 0 TO SQLCODE
               END-IF
               IF SQLCODE NOT = 0
                   PERFORM 8100-DATABASE-ERROR
               ELSE
                   EXEC SQL COMMIT END-EXEC
               END-IF
           ELSE
      *        BUNDLE PAYMENTS AND GENERATE CHECK/EFT
               IF WS-BUNDLE-NET-AMT > ZEROS
                   PERFORM 3000-BUNDLE-PAYMENTS
               END-IF
           END-IF

      *    BUILD PLB ADJUSTMENTS IF ANY
           IF WS-BUNDLE-WITHHOLD-AMT NOT = ZEROS
           OR WS-BUNDLE-INTEREST-AMT NOT = ZEROS
           OR WS-BUNDLE-PENALTY-AMT NOT = ZEROS
           OR WS-WHS-SETTLE-AMT NOT = ZEROS
           OR WS-ADV-ISSUE-AMT NOT = ZEROS
           OR WS-ADV-RECOVERY-AMT NOT = ZEROS
           OR WS-CAP-ISSUE-AMT NOT = ZEROS
               PERFORM 2950-BUILD-835-PLB-ADJUSTMENTS
           END-IF

      *    CLOSE 835 TRANSACTION SET FOR THIS PROVIDER
           MOVE WS-SEGMENT-COUNT TO WS-SE01-SEG-COUNT
           MOVE WS-ST02-CONTROL-NUM TO WS-SE02-CONTROL-NUM
           STRING WS-835-SE-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-835-RECORD FROM WS-EDI-OUTPUT-BUFFER
           MOVE WS-EDI-OUTPUT-BUFFER(1:40) TO WS-CKPT-LAST-835-SE
           ADD 1 TO WS-SEGMENT-COUNT
           ADD 1 TO WS-TRANS-SET-COUNT

      *    ACKNOWLEDGE RECEIPT/SYNTACTIC ACCEPTANCE OF THE 835 JUST
      *    CLOSED FOR THIS PROVIDER, AND CLAIM-LEVEL ACCEPTANCE STATUS
           PERFORM 2960-GENERATE-999-ACK
           PERFORM 2970-GENERATE-277CA-ACK

      *    WRITE PROVIDER REMIT TOTALS
           IF WS-GENERATE-REMIT AND NOT WS-REMIT-SUPPRESSED
               PERFORM 4300-BUILD-REMIT-TOTALS
               PERFORM 4400-BUILD-REMIT-ADJUSTMENT-DETAIL
           END-IF

      *    UPDATE PROVIDER SUMMARY ACCUMULATORS
           MOVE WS-BUNDLE-TAX-ID     TO WS-PST-TAX-ID
           MOVE WS-PREV-PAY-TO-NAME  TO WS-PST-PROVIDER-NAME
           ADD WS-BUNDLE-CLAIM-COUNT TO WS-PST-TOTAL-CLAIMS
           ADD WS-BUNDLE-PAID-COUNT  TO WS-PST-PAID-CLAIMS
           ADD WS-BUNDLE-DENIED-COUNT TO WS-PST-DENIED-CLAIMS
           ADD WS-BUNDLE-CHARGE-TOTAL TO WS-PST-TOTAL-CHARGED
           ADD WS-BUNDLE-ALLOWED-TOTAL TO WS-PST-TOTAL-ALLOWED
           ADD WS-BUNDLE-GROSS-AMT   TO WS-PST-TOTAL-PAID
           ADD WS-BUNDLE-WITHHOLD-AMT TO WS-PST-TOTAL-WITHHOLD
           ADD WS-BUNDLE-INTEREST-AMT TO WS-PST-TOTAL-INTEREST
           ADD WS-BUNDLE-NET-AMT     TO WS-PST-NET-PAYMENT

           MOVE WS-BUNDLE-NPI         TO WS-PSN-NPI
           MOVE WS-PREV-PAY-TO-NAME   TO WS-PSN-PROVIDER-NAME
           ADD WS-BUNDLE-CLAIM-COUNT  TO WS-PSN-TOTAL-CLAIMS
           ADD WS-BUNDLE-PAID-COUNT   TO WS-PSN-PAID-CLAIMS
           ADD WS-BUNDLE-DENIED-COUNT TO WS-PSN-DENIED-CLAIMS
           ADD WS-BUNDLE-CHARGE-TOTAL TO WS-PSN-TOTAL-CHARGED
           ADD WS-BUNDLE-ALLOWED-TOTAL TO WS-PSN-TOTAL-ALLOWED
           ADD WS-BUNDLE-GROSS-AMT    TO WS-PSN-TOTAL-PAID
           ADD WS-BUNDLE-NET-AMT      TO WS-PSN-NET-PAYMENT

      *    THIS PAYEE IS COMPLETE - CHECKPOINT FOR RESTART. AN
      *    ADVANCE OR CAPITATION PAYMENT CHECKPOINTS ONCE ITS
      *    ISSUE IS COMMITTED (0710/0730).
           IF NOT WS-ADVANCE-ISSUE
              AND NOT WS-CAPITATION-ISSUE
               MOVE 'C' TO WS-CKPT-PHASE
               PERFORM 0190-WRITE-CHECKPOINT
           END-IF
           .

      *================================================================
       0310-RECOVER-PROVIDER-ADVANCE.
      *================================================================
      *    EACH ADVANCE IN RECOVERY TAKES ITS RECOVERY PERCENTAGE OF
      *    THE BUNDLE NET (AFTER ANY OVERPAYMENT OFFSET), OLDEST
      *    ADVANCE FIRST, CAPPED AT ITS OUTSTANDING BALANCE AND AT
      *    WHAT IS LEFT OF THE PAYMENT. THE TOTAL REPORTS ON THE PLB
      *    AS A NEGATIVE AP ENTRY. A FULLY RECOVERED ADVANCE CLOSES.
      *================================================================
           MOVE '0310-RECOVER-PROVIDER-ADVANCE'
               TO WS-DB-PARAGRAPH-NAME
           MOVE WS-BUNDLE-NET-AMT TO WS-ADV-RECOVERY-BASE
           MOVE ZEROS  TO WS-ADV-RECOVERY-AMT
           MOVE SPACES TO WS-ADV-PLB-REF

           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
               UNTIL WS-ADV-SUB > WS-ADV-REC-COUNT
               COMPUTE WS-ADV-APPLY-AMT ROUNDED =
                   WS-ADV-RECOVERY-BASE *
                   WS-ADV-REC-PCT(WS-ADV-SUB) / 100
               IF WS-ADV-APPLY-AMT >
                  WS-ADV-REC-OUTSTANDING(WS-ADV-SUB)
                   MOVE WS-ADV-REC-OUTSTANDING(WS-ADV-SUB)
                       TO WS-ADV-APPLY-AMT
               END-IF
               IF WS-ADV-APPLY-AMT >
                  WS-BUNDLE-NET-AMT - WS-ADV-RECOVERY-AMT
                   COMPUTE WS-ADV-APPLY-AMT =
                       WS-BUNDLE-NET-AMT - WS-ADV-RECOVERY-AMT
               END-IF
               MOVE WS-ADV-APPLY-AMT
                   TO WS-ADV-REC-APPLIED(WS-ADV-SUB)
               IF WS-ADV-APPLY-AMT > ZEROS
                   ADD WS-ADV-APPLY-AMT TO WS-ADV-RECOVERY-AMT
                   IF WS-ADV-PLB-REF = SPACES
                       MOVE WS-ADV-REC-ID(WS-ADV-SUB)
                           TO WS-ADV-PLB-REF
                   END-IF
               END-IF
           END-PERFORM

           SUBTRACT WS-ADV-RECOVERY-AMT FROM WS-BUNDLE-NET-AMT
           ADD WS-ADV-RECOVERY-AMT TO WS-RECON-ADV-RECOVER-AMT

      *    POST THE RECOVERY TO EACH ADVANCE (LIVE RUNS ONLY)
           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
               UNTIL WS-ADV-SUB > WS-ADV-REC-COUNT
               IF WS-ADV-REC-APPLIED(WS-ADV-SUB) > ZEROS
                   ADD 1 TO WS-STAT-ADV-RECOVERIES
                   MOVE WS-ADV-REC-ID(WS-ADV-SUB) TO WS-SQL-ADV-ID
                   MOVE WS-ADV-REC-APPLIED(WS-ADV-SUB)
                       TO WS-SQL-ADV-AMOUNT
                   IF REMIT-LIVE-MODE
                       EXEC SQL
                           UPDATE PROVIDER_ADVANCE
                           SET OUTSTANDING_AMOUNT =
                               OUTSTANDING_AMOUNT -
                               :WS-SQL-ADV-AMOUNT,
                               RECOVERED_AMOUNT =
                               RECOVERED_AMOUNT +
                               :WS-SQL-ADV-AMOUNT,
                               LAST_RECOVERY_DATE =
                               :WS-PAYMENT-DATE,
                               LAST_RECOVERY_AMOUNT =
                               :WS-SQL-ADV-AMOUNT,
                               LAST_UPDATE_TIMESTAMP = GETDATE(),
                               LAST_UPDATE_PGM = 'HCREMIT',
                               STATUS = CASE
                                   WHEN OUTSTANDING_AMOUNT -
                                        :WS-SQL-ADV-AMOUNT <= 0
                                   THEN 'RECOVERED'
                                   ELSE 'RECOVERING'
                               END
                           WHERE ADVANCE_ID = :WS-SQL-ADV-ID
                       END-EXEC
                   ELSE
                       MOVE 0 TO SQLCODE
                   END-IF
                   IF SQLCODE = 0
                       EXEC SQL COMMIT END-EXEC
                   ELSE
                       PERFORM 8100-DATABASE-ERROR
                   END-IF
               END-IF
           END-PERFORM
           .

      *================================================================
       0500-READ-ADJUD-CLAIM.
      *================================================================
      *    READ NEXT RECORD FROM ADJUDICATED CLAIMS FILE
      *================================================================
           READ ADJUD-CLAIMS-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CKPT-RECORDS-READ
           END-READ

           IF WS-ADJCLMS-STATUS NOT = '00'
              AND WS-ADJCLMS-STATUS NOT = '10'
               MOVE 'E' TO ER-SEVERITY
               STRING 'READ ERROR ON ADJUD-CLAIMS: STATUS='
                   WS-ADJCLMS-STATUS
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           .

      *================================================================
      *  0600-SERIES: MEMBER REIMBURSEMENT (PAY-TO-SUBSCRIBER)
      *================================================================

      *================================================================
       0600-PROCESS-MEMBER-PAY-RECORD.
      *================================================================
      *    ROUTE A MEMBER-SUBMITTED, PAY-TO-SUBSCRIBER CLAIM RECORD.
      *    LINES, ADJUSTMENTS, REMARKS AND COB LOAD THE CLAIM TABLES
      *    AS FOR ANY CLAIM; THE TRAILER PAYS AND VOUCHERS IT.
      *================================================================
      *    A CLAIM OF AN ASO GROUP ON FUNDING HOLD WAITS ON THE
      *    HOLD FILE LIKE ANY OTHER
           IF AC-CLAIM-HEADER
               PERFORM 0247-CHECK-GROUP-FUNDING
           END-IF
           IF WS-GROUP-FUNDING-HELD
               PERFORM 0245-WRITE-HELD-RECORD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN AC-CLAIM-HEADER
                   ADD 1 TO WS-FT-CH-RECORDS
                   PERFORM 0605-START-MEMBER-PAY-CLAIM
               WHEN AC-CLAIM-LINE
                   PERFORM 0260-PROCESS-CLAIM-LINE
      *            THE LINE BELONGS TO NO PROVIDER BUNDLE
                   SUBTRACT 1 FROM WS-BUNDLE-LINE-COUNT
               WHEN AC-CLAIM-ADJ
                   PERFORM 0270-PROCESS-CLAIM-ADJ
               WHEN AC-CLAIM-REMARK
                   PERFORM 0280-PROCESS-CLAIM-REMARK
               WHEN AC-CLAIM-COB
                   PERFORM 0285-PROCESS-CLAIM-COB
               WHEN AC-CLAIM-TRAILER
                   PERFORM 0610-FINISH-MEMBER-PAY-CLAIM
               WHEN OTHER
                   MOVE 'W' TO ER-SEVERITY
                   STRING 'UNKNOWN RECORD TYPE: ' AC-RECORD-TYPE
                       DELIMITED BY SIZE INTO ER-ERROR-DESC
                   PERFORM 8000-ERROR-HANDLER
           END-EVALUATE
           .

      *================================================================
       0605-START-MEMBER-PAY-CLAIM.
      *================================================================
      *    HOLD THE PENDING PATIENT EOB'S CLAIM TABLES AND TOTALS,
      *    THEN START THE MEMBER CLAIM'S OWN - STATISTICS COUNT THE
      *    CLAIM, BUT NO PROVIDER BUNDLE DOES
      *================================================================
           MOVE WS-CLAIM-ADJ-TABLE  TO WS-MP-HOLD-ADJ-TABLE
           MOVE WS-CAT-COUNT        TO WS-MP-HOLD-CAT-COUNT
           MOVE WS-REMARK-TABLE     TO WS-MP-HOLD-RMK-TABLE
           MOVE WS-RMK-COUNT        TO WS-MP-HOLD-RMK-COUNT
           MOVE WS-SVC-LINE-TABLE   TO WS-MP-HOLD-SLT-TABLE
           MOVE WS-SLT-COUNT        TO WS-MP-HOLD-SLT-COUNT
           MOVE WS-EOB-CLAIM-TOTALS TO WS-MP-HOLD-EOB-TOTALS

           INITIALIZE WS-CLAIM-ADJ-TABLE
           MOVE ZEROS TO WS-CAT-COUNT
           INITIALIZE WS-REMARK-TABLE
           MOVE ZEROS TO WS-RMK-COUNT
           INITIALIZE WS-SVC-LINE-TABLE
           MOVE ZEROS TO WS-SLT-COUNT
           INITIALIZE WS-EOB-CLAIM-TOTALS

           ADD 1 TO WS-STAT-CLAIMS-PROCESSED
           ADD 1 TO WS-STAT-MBR-CLAIMS
           EVALUATE TRUE
               WHEN AC-PAID
                   ADD 1 TO WS-STAT-CLAIMS-PAID
               WHEN AC-DENIED
                   ADD 1 TO WS-STAT-CLAIMS-DENIED
               WHEN AC-ZERO-PAY
                   ADD 1 TO WS-STAT-CLAIMS-ZEROPAY
               WHEN AC-REVERSED
                   ADD 1 TO WS-STAT-CLAIMS-REVERSED
               WHEN AC-ADJUSTED
                   ADD 1 TO WS-STAT-CLAIMS-ADJUSTED
           END-EVALUATE

           PERFORM 0255-UPDATE-PAYER-STATS
           PERFORM 0257-UPDATE-LOB-STATS
           .

      *================================================================
       0610-FINISH-MEMBER-PAY-CLAIM.
      *================================================================
      *    PAY THE SUBSCRIBER, PRINT THE EOB AS THE PAYMENT VOUCHER,
      *    THEN RESTORE THE PENDING PATIENT EOB. THE CLAIM NEVER
      *    REACHES THE 835 OR THE PROVIDER REMIT.
      *================================================================
           MOVE 'N'    TO WS-MP-VOUCHER-FLAG
           MOVE SPACES TO WS-MP-METHOD
           MOVE SPACES TO WS-MP-PAYMENT-NO

           ADD AC-PAID-AMT TO WS-RECON-MBR-PAID-AMT

           IF AC-PAID-AMT > ZEROS
               PERFORM 0620-LOAD-SUBSCRIBER-PAYEE
               IF WS-MP-PAYEE-FOUND
                   PERFORM 0630-ISSUE-MEMBER-PAYMENT
                   MOVE 'Y' TO WS-MP-VOUCHER-FLAG
               END-IF
           END-IF

      *    RECORD THE LIFECYCLE EVENT: PAID CLAIM REMITTED
           IF REMIT-LIVE-MODE AND WS-MP-VOUCHER
               MOVE AC-CLAIM-NUMBER TO EV-CLAIM-ID
               MOVE 'PA' TO EV-OLD-STATUS
               MOVE 'RM' TO EV-NEW-STATUS
               MOVE 'HCREMIT ' TO EV-PROGRAM
               MOVE SPACES TO EV-REASON-CODE
               MOVE FUNCTION CURRENT-DATE TO EV-TIMESTAMP
               WRITE CLAIM-EVENT-REC
               ADD 1 TO WS-CKPT-CLMEVENT-RECORDS
           END-IF

      *    THE MEMBER'S EOB FOR THIS CLAIM DOUBLES AS THE VOUCHER
           IF WS-GENERATE-EOB
               ADD AC-TOTAL-CHARGE-AMT  TO WS-EOB-TOTAL-CHARGED
               COMPUTE WS-WORK-AMOUNT =
               ADD AC-DEDUCTIBLE-AMT    TO WS-EOB-TOTAL-DEDUCTIBLE
               ADD AC-COPAY-AMT         TO WS-EOB-TOTAL-COPAY
               ADD AC-COINSURANCE-AMT   TO WS-EOB-TOTAL-COINSURANCE
               IF AC-HRA-PAID-AMT NOT = ZEROS
                   ADD AC-HRA-PAID-AMT  TO WS-EOB-TOTAL-HRA-PAID
                   MOVE AC-HRA-BALANCE-AMT TO WS-EOB-HRA-BALANCE
               END-IF
               ADD 1                    TO WS-EOB-CLAIM-COUNT
               IF REMIT-LIVE-MODE
                   PERFORM 5080-STAGE-STATEMENT-DETAIL
               END-IF
               PERFORM 5000-GENERATE-PATIENT-EOB
           END-IF
           MOVE 'N' TO WS-MP-VOUCHER-FLAG

           ADD AC-PAID-AMT TO WS-RECON-HASH-TOTAL
           ADD 1           TO WS-RECON-RECORD-COUNT

           MOVE WS-TIMESTAMP               TO AT-TIMESTAMP
           MOVE 'PROCESSED'                 TO AT-ACTION
           MOVE 'CLAIM'                     TO AT-ENTITY-TYPE
           MOVE AC-CLAIM-STATUS             TO AT-NEW-VALUE
           MOVE 'BATCH'                     TO AT-USER-ID
           MOVE WS-PROGRAM-ID               TO AT-PROGRAM
           MOVE '0610-FINISH-MEMBER-PAY'    TO AT-PARAGRAPH
           STRING 'MBR CLM ' AC-CLAIM-NUMBER ' PAID TO '
               WS-MP-METHOD ' ' WS-MP-PAYMENT-NO
               DELIMITED BY SIZE INTO AT-DESCRIPTION
           WRITE AUDIT-RECORD

      *    RESTORE THE PENDING PATIENT EOB
           MOVE WS-MP-HOLD-ADJ-TABLE  TO WS-CLAIM-ADJ-TABLE
           MOVE WS-MP-HOLD-CAT-COUNT  TO WS-CAT-COUNT
           MOVE WS-MP-HOLD-RMK-TABLE  TO WS-REMARK-TABLE
           MOVE WS-MP-HOLD-RMK-COUNT  TO WS-RMK-COUNT
           MOVE WS-MP-HOLD-SLT-TABLE  TO WS-SVC-LINE-TABLE
           MOVE WS-MP-HOLD-SLT-COUNT  TO WS-SLT-COUNT
           MOVE WS-MP-HOLD-EOB-TOTALS TO WS-EOB-CLAIM-TOTALS
           .

      *================================================================
       0620-LOAD-SUBSCRIBER-PAYEE.
      *================================================================
      *    THE PAYEE IS THE PATIENT'S SUBSCRIBER: NAME FROM MEMBER,
      *    MAILING ADDRESS FROM THE PATIENT MASTER, AND AN ACTIVE
      *    DIRECT-DEPOSIT ACCOUNT FROM MEMBER_EFT_ACCOUNT IF ONE IS
      *    ON FILE
      *================================================================
           MOVE '0620-LOAD-SUBSCRIBER-PAYEE' TO WS-DB-PARAGRAPH-NAME
           MOVE 'N' TO WS-MP-PAYEE-FLAG
           MOVE SPACES TO WS-MP-BANK-ROUTING
                          WS-MP-BANK-ACCT-NO
                          WS-MP-BANK-ACCT-TYPE

           EXEC SQL
               SELECT M.SUBSCRIBER_ID,
                      S.FIRST_NAME,
                      S.LAST_NAME,
                      P.pat_addr_line_1,
                      P.pat_addr_line_2,
                      P.pat_city,
                      P.pat_state,
                      P.pat_zip
               INTO   :WS-MP-SUBSCRIBER-ID,
                      :WS-MP-SUB-FIRST-NAME,
                      :WS-MP-SUB-LAST-NAME,
                      :WS-MP-ADDR-1,
                      :WS-MP-ADDR-2,
                      :WS-MP-CITY,
                      :WS-MP-STATE,
                      :WS-MP-ZIP
               FROM   MEMBER M
               JOIN   MEMBER S
                 ON   S.MEMBER_ID = M.SUBSCRIBER_ID
               JOIN   PATIENT_MASTER P
                 ON   P.PRI_MEMBER_ID = M.SUBSCRIBER_ID
               WHERE  M.MEMBER_ID = :AC-MEMBER-ID
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE 'E' TO ER-SEVERITY
               STRING 'NO SUBSCRIBER PAYEE - MEMBER CLAIM NOT PAID: '
                   AC-CLAIM-NUMBER
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-MP-PAYEE-FLAG
           MOVE SPACES TO WS-MP-PAYEE-NAME
           STRING WS-MP-SUB-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               WS-MP-SUB-LAST-NAME DELIMITED BY '  '
               INTO WS-MP-PAYEE-NAME

           EXEC SQL
               SELECT BANK_ROUTING_NUMBER,
                      BANK_ACCOUNT_NUMBER,
                      BANK_ACCOUNT_TYPE
               INTO   :WS-MP-BANK-ROUTING,
                      :WS-MP-BANK-ACCT-NO,
                      :WS-MP-BANK-ACCT-TYPE
               FROM   MEMBER_EFT_ACCOUNT
               WHERE  MEMBER_ID = :WS-MP-SUBSCRIBER-ID
               AND    EFT_STATUS = 'A'
               AND    ACTIVE_FLAG = 'Y'
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-MP-BANK-ROUTING
                              WS-MP-BANK-ACCT-NO
                              WS-MP-BANK-ACCT-TYPE
           END-IF
           .

      *================================================================
       0630-ISSUE-MEMBER-PAYMENT.
      *================================================================
      *    ONE PAYMENT PER MEMBER CLAIM: A PPD CREDIT TO THE
      *    SUBSCRIBER'S ACCOUNT, OR A CHECK TO THE SUBSCRIBER'S
      *    ADDRESS. THE REGISTER ENTRY KEEPS THE CHK/EFT METHOD SO
      *    POSITIVE PAY, CHECK MAINTENANCE AND ACH RETURNS STILL
      *    APPLY; PAYEE TYPE 'M' MARKS IT A MEMBER REIMBURSEMENT.
      *================================================================
           MOVE AC-PAID-AMT TO WS-MP-AMOUNT

           MOVE WS-CHECK-DATE         TO CR-CHECK-DATE
           MOVE WS-MP-PAYEE-NAME      TO CR-PAYEE-NAME
           MOVE SPACES                TO CR-PAYEE-TAX-ID
           MOVE SPACES                TO CR-PAYEE-NPI
           MOVE WS-MP-AMOUNT          TO CR-GROSS-AMOUNT
           MOVE ZEROS                 TO CR-WITHHOLD-AMT
           MOVE ZEROS                 TO CR-ADJUSTMENT-AMT
           MOVE ZEROS                 TO CR-INTEREST-AMT
           MOVE WS-MP-AMOUNT          TO CR-NET-AMOUNT
           MOVE 'IS'                  TO CR-STATUS
           MOVE 1                     TO CR-CLAIM-COUNT
           MOVE AC-PAYER-ID           TO CR-PAYER-ID
           MOVE AC-LINE-OF-BUSINESS   TO CR-LOB
           MOVE 'M'                   TO CR-PAYEE-TYPE

           IF WS-MP-BANK-ROUTING NOT = SPACES
               MOVE 'EFT' TO WS-MP-METHOD
               PERFORM 0640-GENERATE-MEMBER-EFT
               MOVE WS-EFT-TRACE-NUMBER TO CR-CHECK-NUMBER
               MOVE WS-EFT-TRACE-NUMBER TO CR-EFT-TRACE-NO
               MOVE WS-EFT-TRACE-NUMBER TO WS-MP-PAYMENT-NO
               ADD 1 TO WS-STAT-MBR-EFTS
               ADD WS-MP-AMOUNT TO WS-RECON-MBR-EFT-AMT
               ADD 1 TO WS-RECON-MBR-EFTS
           ELSE
               MOVE 'CHK' TO WS-MP-METHOD
               MOVE WS-NEXT-CHECK-NUMBER TO WS-CURRENT-CHECK-NUM
               ADD 1 TO WS-NEXT-CHECK-NUMBER
               MOVE WS-CURRENT-CHECK-NUM TO CR-CHECK-NUMBER
               MOVE SPACES               TO CR-EFT-TRACE-NO
               MOVE WS-CURRENT-CHECK-NUM TO WS-MP-PAYMENT-NO

               MOVE WS-PAYER-BANK-ACCT-NO TO PP-ACCOUNT-NUMBER
               MOVE WS-CURRENT-CHECK-NUM  TO PP-CHECK-NUMBER
               MOVE WS-CHECK-DATE         TO PP-CHECK-DATE
               MOVE WS-MP-AMOUNT          TO PP-AMOUNT
               MOVE WS-MP-PAYEE-NAME(1:50) TO PP-PAYEE-NAME
               MOVE SPACES                TO PP-VOID-INDICATOR
               WRITE POS-PAY-RECORD
               ADD 1 TO WS-CKPT-POSPAY-RECORDS

               ADD 1 TO WS-STAT-MBR-CHECKS
               ADD WS-MP-AMOUNT TO WS-RECON-MBR-CHK-AMT
               ADD 1 TO WS-RECON-MBR-CHECKS
           END-IF
           MOVE WS-MP-METHOD TO CR-PAYMENT-METHOD

           WRITE CHECK-REG-RECORD
           ADD 1 TO WS-CKPT-CHKREG-RECORDS

      *    A PAID ASO CLAIM IS LOGGED FOR THE EMPLOYER FUNDING REQUEST
           IF WS-ASO-CLAIM AND REMIT-LIVE-MODE
               MOVE CR-CHECK-NUMBER   TO WS-SQL-ASO-CHECK-NO
               MOVE CR-PAYMENT-METHOD TO WS-SQL-ASO-PAY-METHOD
               PERFORM 0248-LOG-ASO-CLAIM-PAYMENT
           END-IF

      *    TRIAL RUNS COUNT THE REGISTER ROW THEY WOULD HAVE WRITTEN
           IF REMIT-LIVE-MODE
               PERFORM 3300-UPDATE-CHECK-REGISTER
           ELSE
               ADD 1 TO WS-CTR-TRIAL-REGISTER
           END-IF
           .

      *================================================================
       0640-GENERATE-MEMBER-EFT.
      *================================================================
      *    NACHA PPD (CONSUMER) CREDIT TO THE SUBSCRIBER'S ACCOUNT -
      *    ONE BATCH PER PAYMENT, AS FOR PROVIDER EFTS
      *================================================================
           IF WS-MP-BANK-ACCT-TYPE = 'DA'
               MOVE '22' TO WS-NED-TRANS-CODE
           ELSE
               MOVE '32' TO WS-NED-TRANS-CODE
           END-IF
           MOVE WS-MP-AMOUNT TO WS-WORK-AMOUNT
           MULTIPLY WS-WORK-AMOUNT BY 100
               GIVING WS-NED-AMOUNT

           MOVE SPACES TO WS-NACHA-BATCH-HEADER
           MOVE '5' TO WS-NBH-RECORD-TYPE
           MOVE '220' TO WS-NBH-SERVICE-CLASS
           MOVE WS-PC-PAYER-NAME(1:16) TO WS-NBH-COMPANY-NAME
           MOVE SPACES TO WS-NBH-COMPANY-DISC
           MOVE WS-PAYER-ORIGIN-CO-ID TO WS-NBH-COMPANY-ID
           MOVE 'PPD' TO WS-NBH-ENTRY-CLASS
           MOVE 'CLMREIMB' TO WS-NBH-ENTRY-DESC
           MOVE WS-YYMMDD TO WS-NBH-DESC-DATE
           MOVE WS-EFT-EFFECTIVE-DATE(3:6) TO WS-NBH-EFFECTIVE-DATE
           MOVE '1' TO WS-NBH-ORIGIN-STATUS
           MOVE WS-PAYER-BANK-ROUTING(1:8) TO WS-NBH-ORIGIN-DFI
           MOVE WS-EFT-BATCH-NUMBER TO WS-NBH-BATCH-NUMBER

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-BATCH-HEADER
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

           MOVE SPACES TO WS-NACHA-ENTRY-DETAIL
           MOVE '6' TO WS-NED-RECORD-TYPE
           MOVE WS-MP-BANK-ROUTING(1:8) TO WS-NED-RECV-DFI-ID
           MOVE WS-MP-BANK-ROUTING(9:1) TO WS-NED-CHECK-DIGIT
           MOVE WS-MP-BANK-ACCT-NO TO WS-NED-DFI-ACCT-NUM
           MOVE WS-MP-SUBSCRIBER-ID(1:15) TO WS-NED-RECV-ID-NUM
           MOVE WS-MP-PAYEE-NAME(1:22) TO WS-NED-RECV-NAME
           MOVE '0' TO WS-NED-ADDENDA-IND

           ADD 1 TO WS-EFT-TRACE-NUMBER
           MOVE WS-EFT-TRACE-NUMBER TO WS-NED-TRACE-NUMBER

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-ENTRY-DETAIL
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

           MOVE SPACES TO WS-NACHA-BATCH-CONTROL
           MOVE '8' TO WS-NBC-RECORD-TYPE
           MOVE '220' TO WS-NBC-SERVICE-CLASS
           MOVE 1 TO WS-NBC-ENTRY-COUNT
           MOVE WS-MP-BANK-ROUTING(1:8) TO WS-NBC-ENTRY-HASH
           MOVE ZEROS TO WS-NBC-TOTAL-DEBIT
           MOVE WS-NED-AMOUNT TO WS-NBC-TOTAL-CREDIT
           MOVE WS-PAYER-ORIGIN-CO-ID TO WS-NBC-COMPANY-ID
           MOVE WS-PAYER-BANK-ROUTING(1:8) TO WS-NBC-ORIGIN-DFI
           MOVE WS-EFT-BATCH-NUMBER TO WS-NBC-BATCH-NUMBER

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-BATCH-CONTROL
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

           ADD 1 TO WS-EFT-BATCH-NUMBER
           ADD 1 TO WS-EFT-ENTRY-COUNT
           ADD WS-NED-AMOUNT TO WS-EFT-BATCH-CREDIT
           ADD 1 TO WS-EFT-FILE-ENTRY-CNT
           ADD WS-NED-AMOUNT TO WS-EFT-FILE-CREDIT-TOT
           .

      *================================================================
       0700-ISSUE-PROVIDER-ADVANCES.
      *================================================================
      *    APPROVED PROVIDER ADVANCES AND PERIODIC INTERIM PAYMENTS
      *    (HCPRVADV) WHOSE ISSUE DATE HAS ARRIVED PAY OUT THROUGH
      *    THE NORMAL BUNDLE MACHINERY - ONE BUNDLE PER ADVANCE WITH
      *    NO CLAIMS, ITS OWN REMIT PAGE AND 835 TRANSACTION SET, THE
      *    ADVANCE REPORTED AS A POSITIVE AP PLB ENTRY. THE ADVANCES
      *    ARE LOADED FIRST BECAUSE EACH PAYMENT COMMITS.
      *================================================================
           MOVE '0700-ISSUE-PROVIDER-ADVANCES' TO WS-DB-PARAGRAPH-NAME
           MOVE ZEROS TO WS-ADV-ISS-COUNT

           EXEC SQL
               DECLARE ADV_ISSUE_CURSOR CURSOR FOR
               SELECT ADVANCE_ID,
                      PROVIDER_TAX_ID,
                      PROVIDER_NPI,
                      PAYER_ID,
                      LINE_OF_BUSINESS,
                      ADVANCE_AMOUNT,
                      PAY_TO_NAME,
                      PAY_TO_ADDR_1,
                      PAY_TO_CITY,
                      PAY_TO_STATE,
                      PAY_TO_ZIP
               FROM   PROVIDER_ADVANCE
               WHERE  STATUS = 'APPROVED'
               AND    ISSUE_DATE <= :WS-PAYMENT-DATE
               AND    NOT EXISTS
                      (SELECT 1 FROM SIU_CASE S
                       WHERE  S.SUSPENSION_STATUS = 'A'
                       AND    (S.PROVIDER_TAX_ID =
                                  PROVIDER_ADVANCE.PROVIDER_TAX_ID
                               OR S.PROVIDER_NPI =
                                  PROVIDER_ADVANCE.PROVIDER_NPI))
               ORDER BY PROVIDER_NPI, ADVANCE_ID
           END-EXEC

           EXEC SQL OPEN ADV_ISSUE_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-ADV-ISS-COUNT >= 200
               EXEC SQL
                   FETCH ADV_ISSUE_CURSOR
                   INTO  :WS-ADV-ISS-ID(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-TAX-ID(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-NPI(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-PAYER-ID(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-LOB(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-AMOUNT(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-NAME(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-ADDR-1(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-CITY(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-STATE(WS-ADV-ISS-COUNT + 1),
                         :WS-ADV-ISS-ZIP(WS-ADV-ISS-COUNT + 1)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-ADV-ISS-COUNT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE ADV_ISSUE_CURSOR END-EXEC

      *    A TRIAL RESTART SKIPS THE ADVANCES ITS CHECKPOINT SHOWS
      *    ISSUED - A LIVE RUN HAS ALREADY MARKED THEM ISSUED
           PERFORM VARYING WS-ADV-SUB FROM 1 BY 1
               UNTIL WS-ADV-SUB > WS-ADV-ISS-COUNT
               IF WS-ADV-ISS-AMOUNT(WS-ADV-SUB) > ZEROS
                  AND WS-ADV-SUB > WS-CKPT-ADV-SKIP
                   PERFORM 0710-ISSUE-ONE-ADVANCE
               END-IF
           END-PERFORM
           .

      *================================================================
       0710-ISSUE-ONE-ADVANCE.
      *================================================================
      *    SET UP THE ADVANCE AS A PROVIDER BUNDLE (THE BREAK LOGIC
      *    READS THE PROVIDER AND PAY-TO FROM THE CLAIM RECORD AREA),
      *    OPEN ITS REMIT AND 835, PAY IT THROUGH 0300, AND MARK THE
      *    ADVANCE ISSUED WITH ITS CHECK/EFT/VCARD NUMBER
      *================================================================
           MOVE SPACES TO ADJUD-CLAIM-RECORD
           MOVE WS-ADV-ISS-TAX-ID(WS-ADV-SUB)   TO AC-PROVIDER-TAX-ID
           MOVE WS-ADV-ISS-NPI(WS-ADV-SUB)      TO AC-PROVIDER-NPI
           MOVE WS-ADV-ISS-NPI(WS-ADV-SUB)      TO AC-PAY-TO-PROV-NPI
           MOVE WS-ADV-ISS-NAME(WS-ADV-SUB)     TO AC-PAY-TO-NAME
           MOVE WS-ADV-ISS-ADDR-1(WS-ADV-SUB)   TO AC-PAY-TO-ADDR-1
           MOVE WS-ADV-ISS-CITY(WS-ADV-SUB)     TO AC-PAY-TO-CITY
           MOVE WS-ADV-ISS-STATE(WS-ADV-SUB)    TO AC-PAY-TO-STATE
           MOVE WS-ADV-ISS-ZIP(WS-ADV-SUB)      TO AC-PAY-TO-ZIP
           MOVE WS-ADV-ISS-PAYER-ID(WS-ADV-SUB) TO AC-PAYER-ID
           MOVE WS-ADV-ISS-LOB(WS-ADV-SUB)      TO AC-LINE-OF-BUSINESS

           MOVE AC-PROVIDER-TAX-ID TO WS-PREV-PROVIDER-TAX-ID
           MOVE AC-PROVIDER-NPI    TO WS-PREV-PROVIDER-NPI
           MOVE AC-PAY-TO-PROV-NPI TO WS-PREV-PAY-TO-NPI
           MOVE AC-PAY-TO-NAME     TO WS-PREV-PAY-TO-NAME
           MOVE AC-PAY-TO-ADDR-1   TO WS-PREV-PAY-TO-ADDR-1
           MOVE AC-PAYER-ID        TO WS-PREV-PAYER-ID
           MOVE AC-PROVIDER-TAX-ID TO WS-BUNDLE-TAX-ID
           MOVE AC-PROVIDER-NPI    TO WS-BUNDLE-NPI
           MOVE AC-PAY-TO-ADDR-1   TO WS-BUNDLE-PAY-TO-ADDR
           MOVE AC-PAYER-ID        TO WS-BUNDLE-PAYER-ID
           INITIALIZE WS-BUNDLE-ACCUMULATORS
           INITIALIZE WS-EOB-CLAIM-TOTALS

      *    AN ADVANCE BUNDLE CARRIES NO SETTLEMENT AND RECOVERS
      *    NOTHING
           MOVE +0    TO WS-WHS-SETTLE-AMT
           MOVE ZEROS TO WS-ADV-REC-COUNT
           MOVE ZEROS TO WS-ADV-RECOVERY-AMT
           MOVE 'Y'   TO WS-ADV-ISSUE-FLAG
           MOVE WS-ADV-ISS-AMOUNT(WS-ADV-SUB) TO WS-ADV-ISSUE-AMT
           MOVE WS-ADV-ISS-ID(WS-ADV-SUB)     TO WS-ADV-PLB-REF

           PERFORM 0210-LOAD-PROVIDER-BANK
           PERFORM 0216-LOAD-DELIVERY-PREFERENCE
           IF NOT WS-REMIT-SUPPRESSED
               PERFORM 4100-BUILD-REMIT-HEADER
               ADD 1 TO WS-STAT-REMITS-GENERATED
           END-IF
           PERFORM 2300-BUILD-835-TRANSACTION-SET
           PERFORM 2400-BUILD-835-FINANCIAL-INFO
           PERFORM 2500-BUILD-835-REASSOCIATION
           PERFORM 2600-BUILD-835-PAYER-INFO

           MOVE SPACES TO CR-CHECK-NUMBER
           MOVE SPACES TO CR-PAYMENT-METHOD
           PERFORM 0300-FINAL-PROVIDER-BREAK

           ADD WS-ADV-ISSUE-AMT TO WS-RECON-ADV-ISSUED-AMT
           ADD 1 TO WS-STAT-ADV-ISSUED

           MOVE '0710-ISSUE-ONE-ADVANCE' TO WS-DB-PARAGRAPH-NAME
           MOVE WS-ADV-ISS-ID(WS-ADV-SUB) TO WS-SQL-ADV-ID
           IF REMIT-LIVE-MODE
               EXEC SQL
                   UPDATE PROVIDER_ADVANCE
                   SET    STATUS = 'ISSUED',
                          ISSUED_DATE = :WS-PAYMENT-DATE,
                          CHECK_NUMBER = :CR-CHECK-NUMBER,
                          PAYMENT_METHOD = :CR-PAYMENT-METHOD
                   WHERE  ADVANCE_ID = :WS-SQL-ADV-ID
                   AND    STATUS = 'APPROVED'
               END-EXEC
           ELSE
               MOVE 0 TO SQLCODE
           END-IF
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               PERFORM 8100-DATABASE-ERROR
           END-IF

      *    CHECKPOINT ONCE THE ISSUE IS COMMITTED
           MOVE 'A' TO WS-CKPT-PHASE
           PERFORM 0190-WRITE-CHECKPOINT

           MOVE 'N'   TO WS-ADV-ISSUE-FLAG
           MOVE ZEROS TO WS-ADV-ISSUE-AMT
           .

      *================================================================
       0720-ISSUE-CAPITATION-PAYMENTS.
      *================================================================
      *    APPROVED PCP CAPITATION PAYMENTS (HCCAPPAY) FOR A MONTH
      *    THAT HAS STARTED PAY OUT THROUGH THE NORMAL BUNDLE
      *    MACHINERY - ONE BUNDLE PER PAYMENT WITH NO CLAIMS, ITS OWN
      *    REMIT PAGE AND 835 TRANSACTION SET, THE CAPITATION
      *    REPORTED AS A POSITIVE CT PLB ENTRY. THE PAYMENTS ARE
      *    LOADED FIRST BECAUSE EACH PAYMENT COMMITS.
      *================================================================
           MOVE '0720-ISSUE-CAPITATION-PAYMENTS'
               TO WS-DB-PARAGRAPH-NAME
           MOVE ZEROS TO WS-CAP-ISS-COUNT

           EXEC SQL
               DECLARE CAP_ISSUE_CURSOR CURSOR FOR
               SELECT CAP_PAYMENT_ID,
                      PROVIDER_TAX_ID,
                      PCP_NPI,
                      PAYER_ID,
                      LINE_OF_BUSINESS,
                      PAYMENT_AMOUNT,
                      CAP_MONTH,
                      MEMBER_COUNT,
                      PAY_TO_NAME,
                      PAY_TO_ADDR_1,
                      PAY_TO_CITY,
                      PAY_TO_STATE,
                      PAY_TO_ZIP
               FROM   CAPITATION_PAYMENT
               WHERE  STATUS = 'APPROVED'
               AND    CAP_MONTH <= :WS-PAYMENT-DATE
               AND    NOT EXISTS
                      (SELECT 1 FROM SIU_CASE S
                       WHERE  S.SUSPENSION_STATUS = 'A'
                       AND    (S.PROVIDER_TAX_ID =
                                  CAPITATION_PAYMENT.PROVIDER_TAX_ID
                               OR S.PROVIDER_NPI =
                                  CAPITATION_PAYMENT.PCP_NPI))
               ORDER BY PCP_NPI, CAP_PAYMENT_ID
           END-EXEC

           EXEC SQL OPEN CAP_ISSUE_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
                      OR WS-CAP-ISS-COUNT >= 3000
               EXEC SQL
                   FETCH CAP_ISSUE_CURSOR
                   INTO  :WS-CAP-ISS-ID(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-TAX-ID(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-NPI(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-PAYER-ID(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-LOB(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-AMOUNT(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-MONTH(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-MEMBERS(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-NAME(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-ADDR-1(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-CITY(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-STATE(WS-CAP-ISS-COUNT + 1),
                         :WS-CAP-ISS-ZIP(WS-CAP-ISS-COUNT + 1)
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-CAP-ISS-COUNT
               END-IF
           END-PERFORM

           EXEC SQL CLOSE CAP_ISSUE_CURSOR END-EXEC

      *    A TRIAL RESTART SKIPS THE PAYMENTS ITS CHECKPOINT SHOWS
      *    ISSUED, AS FOR ADVANCES
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
               UNTIL WS-CAP-SUB > WS-CAP-ISS-COUNT
               IF WS-CAP-ISS-AMOUNT(WS-CAP-SUB) > ZEROS
                  AND WS-CAP-SUB > WS-CKPT-CAP-SKIP
                   PERFORM 0730-ISSUE-ONE-CAPITATION
               END-IF
           END-PERFORM
           .

      *================================================================
       0730-ISSUE-ONE-CAPITATION.
      *================================================================
      *    SET UP THE CAPITATION PAYMENT AS A PROVIDER BUNDLE, OPEN
      *    ITS REMIT AND 835, PAY IT THROUGH 0300 (WHERE ANY OPEN
      *    OVERPAYMENT, INCLUDING A PRIOR MONTH'S NET CAPITATION
      *    RECOVERY, IS OFFSET) AND MARK IT ISSUED WITH ITS
      *    CHECK/EFT/VCARD NUMBER
      *================================================================
           MOVE SPACES TO ADJUD-CLAIM-RECORD
           MOVE WS-CAP-ISS-TAX-ID(WS-CAP-SUB)   TO AC-PROVIDER-TAX-ID
           MOVE WS-CAP-ISS-NPI(WS-CAP-SUB)      TO AC-PROVIDER-NPI
           MOVE WS-CAP-ISS-NPI(WS-CAP-SUB)      TO AC-PAY-TO-PROV-NPI
           MOVE WS-CAP-ISS-NAME(WS-CAP-SUB)     TO AC-PAY-TO-NAME
           MOVE WS-CAP-ISS-ADDR-1(WS-CAP-SUB)   TO AC-PAY-TO-ADDR-1
           MOVE WS-CAP-ISS-CITY(WS-CAP-SUB)     TO AC-PAY-TO-CITY
           MOVE WS-CAP-ISS-STATE(WS-CAP-SUB)    TO AC-PAY-TO-STATE
           MOVE WS-CAP-ISS-ZIP(WS-CAP-SUB)      TO AC-PAY-TO-ZIP
           MOVE WS-CAP-ISS-PAYER-ID(WS-CAP-SUB) TO AC-PAYER-ID
           MOVE WS-CAP-ISS-LOB(WS-CAP-SUB)      TO AC-LINE-OF-BUSINESS

           MOVE AC-PROVIDER-TAX-ID TO WS-PREV-PROVIDER-TAX-ID
           MOVE AC-PROVIDER-NPI    TO WS-PREV-PROVIDER-NPI
           MOVE AC-PAY-TO-PROV-NPI TO WS-PREV-PAY-TO-NPI
           MOVE AC-PAY-TO-NAME     TO WS-PREV-PAY-TO-NAME
           MOVE AC-PAY-TO-ADDR-1   TO WS-PREV-PAY-TO-ADDR-1
           MOVE AC-PAYER-ID        TO WS-PREV-PAYER-ID
           MOVE AC-PROVIDER-TAX-ID TO WS-BUNDLE-TAX-ID
           MOVE AC-PROVIDER-NPI    TO WS-BUNDLE-NPI
           MOVE AC-PAY-TO-ADDR-1   TO WS-BUNDLE-PAY-TO-ADDR
           MOVE AC-PAYER-ID        TO WS-BUNDLE-PAYER-ID
           INITIALIZE WS-BUNDLE-ACCUMULATORS
           INITIALIZE WS-EOB-CLAIM-TOTALS

      *    A CAPITATION BUNDLE CARRIES NO SETTLEMENT AND NO ADVANCE
      *    RECOVERY
           MOVE +0    TO WS-WHS-SETTLE-AMT
           MOVE ZEROS TO WS-ADV-REC-COUNT
           MOVE ZEROS TO WS-ADV-RECOVERY-AMT
           MOVE 'Y'   TO WS-CAP-ISSUE-FLAG
           MOVE WS-CAP-ISS-AMOUNT(WS-CAP-SUB) TO WS-CAP-ISSUE-AMT
           MOVE WS-CAP-ISS-ID(WS-CAP-SUB)     TO WS-CAP-PLB-REF

           PERFORM 0210-LOAD-PROVIDER-BANK
           PERFORM 0216-LOAD-DELIVERY-PREFERENCE
           IF NOT WS-REMIT-SUPPRESSED
               PERFORM 4100-BUILD-REMIT-HEADER
               ADD 1 TO WS-STAT-REMITS-GENERATED
           END-IF
           PERFORM 2300-BUILD-835-TRANSACTION-SET
           PERFORM 2400-BUILD-835-FINANCIAL-INFO
           PERFORM 2500-BUILD-835-REASSOCIATION
           PERFORM 2600-BUILD-835-PAYER-INFO

           MOVE SPACES TO CR-CHECK-NUMBER
           MOVE SPACES TO CR-PAYMENT-METHOD
           PERFORM 0300-FINAL-PROVIDER-BREAK

           ADD WS-CAP-ISSUE-AMT TO WS-RECON-CAP-ISSUED-AMT
           ADD 1 TO WS-STAT-CAP-ISSUED

           MOVE '0730-ISSUE-ONE-CAPITATION' TO WS-DB-PARAGRAPH-NAME
           MOVE WS-CAP-ISS-ID(WS-CAP-SUB) TO WS-SQL-CAP-ID
           IF REMIT-LIVE-MODE
               EXEC SQL
                   UPDATE CAPITATION_PAYMENT
                   SET    STATUS = 'ISSUED',
                          ISSUED_DATE = :WS-PAYMENT-DATE,
                          CHECK_NUMBER = :CR-CHECK-NUMBER,
                          PAYMENT_METHOD = :CR-PAYMENT-METHOD
                   WHERE  CAP_PAYMENT_ID = :WS-SQL-CAP-ID
                   AND    STATUS = 'APPROVED'
               END-EXEC
           ELSE
               MOVE 0 TO SQLCODE
           END-IF
           IF SQLCODE = 0
               EXEC SQL COMMIT END-EXEC
           ELSE
               PERFORM 8100-DATABASE-ERROR
           END-IF

      *    CHECKPOINT ONCE THE ISSUE IS COMMITTED
           MOVE 'P' TO WS-CKPT-PHASE
           PERFORM 0190-WRITE-CHECKPOINT

           MOVE 'N'   TO WS-CAP-ISSUE-FLAG
           MOVE ZEROS TO WS-CAP-ISSUE-AMT
           .

      *================================================================
      *    3=PROCESSED TERTIARY, 4=DENIED,
      *    22=REVERSAL OF PREVIOUS, 23=NOT OUR CLAIM
           EVALUATE TRUE
               WHEN AC-PAID AND WS-COB-FORWARD
                   MOVE '19' TO WS-CLP02-STATUS
               WHEN AC-PAID
                   MOVE '1'  TO WS-CLP02-STATUS
               WHEN AC-DENIED
                       EXEC SQL
                           UPDATE WITHHOLD_SETTLEMENT
                           SET    SETTLEMENT_STATUS = 'PAID',
                                  PAID_DATE = :WS-PAYMENT-DATE,
                                  LAST_UPDATE_TIMESTAMP = GETDATE(),
                                  LAST_UPDATE_PGM = 'HCREMIT'
                           WHERE  PROVIDER_NPI = :WS-BUNDLE-NPI
                           AND    SETTLEMENT_STATUS = 'PENDING'
                       END-EXEC
               END-IF
           END-IF

      *    PROVIDER ADVANCE (AP = ACCELERATION OF BENEFITS). AN
      *    ADVANCE BEING ISSUED (0700) IS A POSITIVE ENTRY; THE
      *    RECOVERY TAKEN FROM A LATER PAYMENT (0310) IS NEGATIVE.
      *    THE REFERENCE IS THE ADVANCE ID.
           IF WS-ADV-ISSUE-AMT NOT = ZEROS
           OR WS-ADV-RECOVERY-AMT NOT = ZEROS
               ADD 1 TO WS-PLB-ENTRY-COUNT
               IF WS-PLB-ENTRY-COUNT <= 6
                   MOVE 'AP' TO
                       WS-PLB-ADJ-REASON(WS-PLB-ENTRY-COUNT)
                   MOVE WS-ADV-PLB-REF TO
                       WS-PLB-ADJ-REF(WS-PLB-ENTRY-COUNT)
                   COMPUTE WS-PLB-ADJ-AMT(WS-PLB-ENTRY-COUNT) =
                       WS-ADV-ISSUE-AMT - WS-ADV-RECOVERY-AMT
               ELSE
                   SUBTRACT 1 FROM WS-PLB-ENTRY-COUNT
               END-IF
           END-IF

      *    PCP CAPITATION PAYMENT BEING ISSUED (0720) - A POSITIVE
      *    CT ENTRY REFERENCING THE CAPITATION PAYMENT ID
           IF WS-CAP-ISSUE-AMT NOT = ZEROS
               ADD 1 TO WS-PLB-ENTRY-COUNT
               IF WS-PLB-ENTRY-COUNT <= 6
                   MOVE 'CT' TO
                       WS-PLB-ADJ-REASON(WS-PLB-ENTRY-COUNT)
                   MOVE WS-CAP-PLB-REF TO
                       WS-PLB-ADJ-REF(WS-PLB-ENTRY-COUNT)
                   MOVE WS-CAP-ISSUE-AMT TO
                       WS-PLB-ADJ-AMT(WS-PLB-ENTRY-COUNT)
               ELSE
                   SUBTRACT 1 FROM WS-PLB-ENTRY-COUNT
               END-IF
           END-IF

      *    WRITE PLB SEGMENT IF ANY ENTRIES EXIST
           IF WS-PLB-ENTRY-COUNT > 0
               MOVE SPACES TO WS-EDI-OUTPUT-BUFFER
           STRING WS-999-ISA-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS

           MOVE WS-PC-GS-SENDER-CODE    TO WS-999-GS02-SENDER-CODE
           MOVE WS-PC-GS-RECEIVER-CODE  TO WS-999-GS03-RECEIVER-CODE
           STRING WS-999-GS-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS

           MOVE WS-999-CTL-COUNTER      TO WS-999-ST02-CONTROL-NUM
           STRING WS-999-ST-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS
           ADD 1 TO WS-999-SEGMENT-COUNT

           MOVE WS-999-CTL-COUNTER      TO WS-999-AK102-GROUP-CTRL
           STRING WS-999-AK1-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS
           ADD 1 TO WS-999-SEGMENT-COUNT

           MOVE WS-ST02-CONTROL-NUM     TO WS-999-AK202-CONTROL-NUM
           STRING WS-999-AK2-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS
           ADD 1 TO WS-999-SEGMENT-COUNT

           STRING WS-999-IK5-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS
           ADD 1 TO WS-999-SEGMENT-COUNT

           STRING WS-999-AK9-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS
           ADD 1 TO WS-999-SEGMENT-COUNT

           MOVE WS-999-SEGMENT-COUNT    TO WS-999-SE01-SEG-COUNT
           STRING WS-999-SE-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS

           MOVE 1                       TO WS-999-GE01-TRANS-CNT
           MOVE WS-999-CTL-COUNTER      TO WS-999-GE02-GROUP-CTRL
           STRING WS-999-GE-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS

           MOVE WS-999-CTL-COUNTER      TO WS-999-IEA02-CONTROL-NUM
           STRING WS-999-IEA-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-999-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI999-RECORDS
           .

      *================================================================
           STRING WS-999-ISA-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS

           MOVE WS-PC-GS-SENDER-CODE    TO WS-999-GS02-SENDER-CODE
           MOVE WS-PC-GS-RECEIVER-CODE  TO WS-999-GS03-RECEIVER-CODE
           STRING WS-999-GS-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS
           MOVE 'FA'                    TO WS-999-GS01-FUNC-ID

           MOVE WS-277-CTL-COUNTER      TO WS-277-ST02-CONTROL-NUM
           STRING WS-277-ST-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS
           ADD 1 TO WS-277-SEGMENT-COUNT

           MOVE WS-ST02-CONTROL-NUM     TO WS-277-BHT03-REF-ID
           STRING WS-277-BHT-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS
           ADD 1 TO WS-277-SEGMENT-COUNT

           MOVE WS-YYYYMMDD             TO WS-277-STC02-DATE
           STRING WS-277-STC-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS
           ADD 1 TO WS-277-SEGMENT-COUNT

           MOVE WS-277-SEGMENT-COUNT    TO WS-277-SE01-SEG-COUNT
           STRING WS-277-SE-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS

           MOVE 1                       TO WS-999-GE01-TRANS-CNT
           MOVE WS-277-CTL-COUNTER      TO WS-999-GE02-GROUP-CTRL
           STRING WS-999-GE-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS

           MOVE WS-277-CTL-COUNTER      TO WS-999-IEA02-CONTROL-NUM
           STRING WS-999-IEA-SEGMENT WS-EDI-SEGMENT-TERM
               DELIMITED BY SIZE INTO WS-EDI-OUTPUT-BUFFER
           WRITE EDI-277CA-RECORD FROM WS-EDI-OUTPUT-BUFFER
           ADD 1 TO WS-CKPT-EDI277-RECORDS
           .

      *================================================================
           MOVE WS-CHECK-CLAIM-COUNT  TO CR-CLAIM-COUNT
           MOVE WS-BUNDLE-PAYER-ID    TO CR-PAYER-ID
           MOVE AC-LINE-OF-BUSINESS   TO CR-LOB
           MOVE 'P'                   TO CR-PAYEE-TYPE

           WRITE CHECK-REG-RECORD
           ADD 1 TO WS-CKPT-CHKREG-RECORDS

      *    GENERATE POSITIVE PAY RECORD
           MOVE WS-PAYER-BANK-ACCT-NO TO PP-ACCOUNT-NUMBER
           MOVE SPACES                TO PP-VOID-INDICATOR

           WRITE POS-PAY-RECORD
           ADD 1 TO WS-CKPT-POSPAY-RECORDS

      *    CHECK IF THIS IS A VOID AND REISSUE
           IF WS-IS-VOID
               MOVE 'V' TO PP-VOID-INDICATOR
               MOVE WS-VOID-CHECK-NUMBER TO PP-CHECK-NUMBER
               WRITE POS-PAY-RECORD
               ADD 1 TO WS-CKPT-POSPAY-RECORDS
               ADD 1 TO WS-STAT-VOID-REISSUES
               MOVE 'N' TO WS-VOID-FLAG
           END-IF
           SET  VCR-CARD-ISSUED       TO TRUE

           WRITE VCARD-SETTLEMENT-RECORD
           ADD 1 TO WS-CKPT-VCARD-RECORDS

      *    BUILD CHECK REGISTER RECORD FOR VIRTUAL CARD
           MOVE WS-VCARD-TRACE-NUMBER TO CR-CHECK-NUMBER
           MOVE WS-CHECK-CLAIM-COUNT  TO CR-CLAIM-COUNT
           MOVE WS-BUNDLE-PAYER-ID    TO CR-PAYER-ID
           MOVE AC-LINE-OF-BUSINESS   TO CR-LOB
           MOVE 'P'                   TO CR-PAYEE-TYPE

           WRITE CHECK-REG-RECORD
           ADD 1 TO WS-CKPT-CHKREG-RECORDS

           ADD 1 TO WS-STAT-VCARDS-GENERATED
           ADD WS-CHECK-NET TO WS-STAT-TOTAL-VCD-DOLLARS
           MOVE WS-EFT-BATCH-NUMBER TO WS-NBH-BATCH-NUMBER

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-BATCH-HEADER
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

      *    WRITE ENTRY DETAIL (TYPE 6)
           MOVE SPACES TO WS-NACHA-ENTRY-DETAIL
           MOVE WS-EFT-TRACE-NUMBER TO WS-NED-TRACE-NUMBER

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-ENTRY-DETAIL
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

      *    WRITE ADDENDA (TYPE 7) WITH PAYMENT DETAIL
           MOVE SPACES TO WS-NACHA-ADDENDA
           MOVE WS-EFT-BATCH-NUMBER TO WS-NAD-ENTRY-SEQ

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-ADDENDA
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

      *    WRITE BATCH CONTROL (TYPE 8)
           MOVE SPACES TO WS-NACHA-BATCH-CONTROL
           MOVE WS-EFT-BATCH-NUMBER TO WS-NBC-BATCH-NUMBER

           WRITE EFT-NACHA-RECORD FROM WS-NACHA-BATCH-CONTROL
           ADD 1 TO WS-CKPT-EFTOUT-RECORDS

      *    UPDATE EFT ACCUMULATORS
           ADD 1 TO WS-EFT-BATCH-NUMBER
           MOVE WS-CHECK-CLAIM-COUNT TO CR-CLAIM-COUNT
           MOVE WS-BUNDLE-PAYER-ID   TO CR-PAYER-ID
           MOVE AC-LINE-OF-BUSINESS  TO CR-LOB
           MOVE 'P'                  TO CR-PAYEE-TYPE

           WRITE CHECK-REG-RECORD
           ADD 1 TO WS-CKPT-CHKREG-RECORDS

           ADD 1 TO WS-STAT-EFTS-GENERATED
           ADD WS-CHECK-NET TO WS-STAT-TOTAL-EFT-DOLLARS
      *================================================================
           MOVE '3300-UPDATE-CHECK-REGISTER' TO WS-DB-PARAGRAPH-NAME
           MOVE ZEROS TO WS-DB-DEADLOCK-RETRIES
           IF CR-PAYEE-MEMBER
               MOVE WS-MP-SUBSCRIBER-ID TO WS-CR-PAYEE-MEMBER-ID
           ELSE
               MOVE SPACES TO WS-CR-PAYEE-MEMBER-ID
           END-IF

           PERFORM UNTIL WS-DB-DEADLOCK-RETRIES
                       > WS-DB-MAX-RETRIES
                    EFT_TRACE_NUMBER, STATUS,
                    CLAIM_COUNT, PAYER_ID,
                    LINE_OF_BUSINESS,
                    PAYEE_TYPE, PAYEE_MEMBER_ID,
                    CREATED_DATE, CREATED_BY)
                   VALUES
                   (:CR-CHECK-NUMBER, :CR-CHECK-DATE,
                    :CR-EFT-TRACE-NO, :CR-STATUS,
                    :CR-CLAIM-COUNT, :CR-PAYER-ID,
                    :CR-LOB,
                    :CR-PAYEE-TYPE, :WS-CR-PAYEE-MEMBER-ID,
                    GETDATE(), 'HCREMIT')
               END-EXEC

      *    PAGE BREAK
           MOVE SPACES TO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER PAGE-EJECT
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

      *    HEADER LINE 1 - COMPANY NAME AND REPORT TITLE
           WRITE PROV-REMIT-LINE FROM WS-REMIT-HEADER-1
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

      *    HEADER LINE 2 - PAYER AND CHECK INFO
           MOVE WS-PC-PAYER-NAME(1:40) TO WS-RH2-PAYER-NAME
           MOVE WS-PAYMENT-DATE-DASH TO WS-RH2-PAY-DATE
           WRITE PROV-REMIT-LINE FROM WS-REMIT-HEADER-2
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

      *    HEADER LINE 3 - PROVIDER INFO
           MOVE AC-PAY-TO-PROV-NPI     TO WS-RH3-NPI
           MOVE AC-PAY-TO-NAME(1:50)   TO WS-RH3-PAYEE-NAME
           WRITE PROV-REMIT-LINE FROM WS-REMIT-HEADER-3
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

      *    SEPARATOR LINE
           WRITE PROV-REMIT-LINE FROM WS-REMIT-HEADER-4
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

      *    COLUMN HEADERS
           WRITE PROV-REMIT-LINE FROM WS-REMIT-COL-HDR-1
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

      *    ANOTHER SEPARATOR
           WRITE PROV-REMIT-LINE FROM WS-REMIT-HEADER-4
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           MOVE 8 TO WS-REMIT-LINE-CTR
           .

           WRITE PROV-REMIT-LINE FROM WS-REMIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 1 TO WS-REMIT-LINE-CTR

      *    CLAIM-LEVEL DRILL-DOWN EXTRACT RECORD

               WRITE PROV-REMIT-LINE FROM WS-REMIT-SVC-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR

      *        SERVICE-LINE DRILL-DOWN EXTRACT RECORD

               WRITE PROV-REMIT-LINE FROM WS-REMIT-ADJ-DETAIL-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR

      *        ADJUSTMENT-LEVEL DRILL-DOWN EXTRACT RECORD
      *    BLANK LINE AFTER EACH CLAIM
           MOVE SPACES TO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 1 TO WS-REMIT-LINE-CTR
           .

           MOVE AC-COINSURANCE-AMT    TO RX-COINS-AMT
           MOVE AC-PAID-AMT           TO RX-PAID-AMT
           WRITE PROV-REMIT-EXTRACT-REC
           ADD 1 TO WS-CKPT-RMTXTRC-RECORDS
           .

      *================================================================
           MOVE WS-SLT-COINS(WS-WORK-INDEX)      TO RX-COINS-AMT
           MOVE WS-SLT-PAID(WS-WORK-INDEX)       TO RX-PAID-AMT
           WRITE PROV-REMIT-EXTRACT-REC
           ADD 1 TO WS-CKPT-RMTXTRC-RECORDS
           .

      *================================================================
           MOVE WS-CARC-LOOKUP-DESC               TO RX-CARC-DESCRIPTION
           MOVE WS-CAT-AMOUNT(WS-WORK-INDEX)      TO RX-CARC-AMOUNT
           WRITE PROV-REMIT-EXTRACT-REC
           ADD 1 TO WS-CKPT-RMTXTRC-RECORDS
           .

      *================================================================

           WRITE PROV-REMIT-LINE FROM WS-REMIT-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 2 TO WS-REMIT-LINE-CTR

      *    GRAND TOTAL LINE (SAME AS SUB FOR SINGLE PROVIDER)

           WRITE PROV-REMIT-LINE FROM WS-REMIT-TOTAL-LINE
               AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 1 TO WS-REMIT-LINE-CTR

      *    CLAIM COUNT SUMMARY
           MOVE SPACES TO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           STRING '  CLAIMS PROCESSED: '
               WS-BUNDLE-CLAIM-COUNT
               WS-BUNDLE-REVERSAL-COUNT
               DELIMITED BY SIZE INTO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 3 TO WS-REMIT-LINE-CTR

      *    NET PAYMENT SUMMARY
           STRING '  GROSS PAYMENT: $' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           MOVE WS-BUNDLE-WITHHOLD-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PROV-REMIT-LINE
           STRING '  WITHHOLD:      $' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           MOVE WS-BUNDLE-INTEREST-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PROV-REMIT-LINE
           STRING '  INTEREST:      $' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           IF WS-NB-OFFSET-AMT NOT = ZEROS
               MOVE WS-NB-OFFSET-AMT TO WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO PROV-REMIT-LINE
               END-IF
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR

               IF WS-NB-IS-INSTALLMENT
                   STRING '  BALANCE CARRIED FORWARD:$' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO PROV-REMIT-LINE
                   WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
                   ADD 1 TO WS-REMIT-LINE-CTR
               END-IF
           END-IF

           IF WS-ADV-ISSUE-AMT NOT = ZEROS
               MOVE WS-ADV-ISSUE-AMT TO WS-EDIT-AMOUNT
               MOVE SPACES TO PROV-REMIT-LINE
               STRING '  PROVIDER ADVANCE:$' WS-EDIT-AMOUNT
                   '   ADVANCE ID: ' WS-ADV-PLB-REF
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

           IF WS-ADV-RECOVERY-AMT NOT = ZEROS
               MOVE WS-ADV-RECOVERY-AMT TO WS-EDIT-AMOUNT
               MOVE SPACES TO PROV-REMIT-LINE
               STRING '  ADVANCE RECOVERY:$' WS-EDIT-AMOUNT
                   '   ADVANCE ID: ' WS-ADV-PLB-REF
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

           IF WS-CAP-ISSUE-AMT NOT = ZEROS
               MOVE WS-CAP-ISSUE-AMT TO WS-EDIT-AMOUNT
               COMPUTE WS-CAP-EDIT-MONTH =
                   WS-CAP-ISS-MONTH(WS-CAP-SUB) / 100
               MOVE WS-CAP-ISS-MEMBERS(WS-CAP-SUB)
                   TO WS-CAP-EDIT-MEMBERS
               MOVE SPACES TO PROV-REMIT-LINE
               STRING '  CAPITATION:    $' WS-EDIT-AMOUNT
                   '   MONTH: ' WS-CAP-EDIT-MONTH
                   '   MEMBERS: ' WS-CAP-EDIT-MEMBERS
                   '   PAYMENT ID: ' WS-CAP-PLB-REF
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

           MOVE SPACES TO PROV-REMIT-LINE
           STRING '                   ' ALL '-'
               DELIMITED BY SIZE INTO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           MOVE WS-BUNDLE-NET-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PROV-REMIT-LINE
               END-IF
           END-IF
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 6 TO WS-REMIT-LINE-CTR
           .


           MOVE SPACES TO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS

           STRING '  NON-CLAIM ADJUSTMENTS (PROVIDER LEVEL):'
               DELIMITED BY SIZE INTO PROV-REMIT-LINE
           WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
           ADD 2 TO WS-REMIT-LINE-CTR

           IF WS-PLB-WITHHOLD-AMT NOT = ZEROS
                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF

                   WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO PROV-REMIT-LINE
               WRITE PROV-REMIT-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PROVRMIT-RECORDS
               ADD 1 TO WS-REMIT-LINE-CTR
           END-IF
           .
      *    CONFIDENTIAL COMMUNICATION PREFERENCE: A SUPPRESS
      *    PREFERENCE STOPS THE EOB ENTIRELY, AN ALTERNATE-ADDRESS
      *    PREFERENCE REDIRECTS IT BEFORE THE HEADER COMPOSES
      *    THE STAGED STATEMENT ROWS BELONG TO THE PATIENT BEING
      *    FINALIZED - A MEMBER CLAIM'S VOUCHER EOB IS ITS OWN
           IF WS-MP-VOUCHER
               MOVE AC-MEMBER-ID TO WS-ES-MEMBER-ID
           ELSE
               MOVE WS-PREV-MEMBER-ID TO WS-ES-MEMBER-ID
           END-IF

           PERFORM 5050-CHECK-CONF-COMM-PREF
           IF WS-CC-SUPPRESS
               ADD 1 TO WS-STAT-EOBS-SUPPRESSED
               MOVE 'X' TO WS-ES-STATUS
               PERFORM 5075-RESOLVE-STATEMENT-DETAIL
               INITIALIZE WS-EOB-CLAIM-TOTALS
               EXIT PARAGRAPH
           END-IF
      *    FLIPS THE MEMBER BACK TO PAPER WHEN THE PORTAL VENDOR
      *    REPORTS A BOUNCE.
           MOVE 'P' TO WS-DP-PREF-CODE
           MOVE SPACE TO WS-DP-EOB-FREQUENCY
           EXEC SQL
               SELECT PREFERENCE_CODE,
                      ISNULL(EOB_FREQUENCY, ' ')
               INTO   :WS-DP-PREF-CODE,
                      :WS-DP-EOB-FREQUENCY
               FROM   DELIVERY_PREFERENCE
               WHERE  ENTITY_TYPE = 'M'
               AND    ENTITY_ID = :AC-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE 'P' TO WS-DP-PREF-CODE
               MOVE SPACE TO WS-DP-EOB-FREQUENCY
           END-IF
      *    A VOUCHER EOB TRAVELS WITH A MAILED CHECK REGARDLESS
           IF WS-DP-ELECTRONIC
              AND NOT (WS-MP-VOUCHER AND WS-MP-BY-CHECK)
               ADD 1 TO WS-STAT-EOBS-ELECTRONIC
               MOVE SPACES TO EOB-NOTIFY-REC
               MOVE AC-MEMBER-ID TO EN-MEMBER-ID
               MOVE WS-PAYMENT-DATE TO EN-PAYMENT-DATE
               MOVE 'EOB' TO EN-NOTIFY-TYPE
               WRITE EOB-NOTIFY-REC
               ADD 1 TO WS-CKPT-EOBNOTIF-RECORDS
               MOVE 'X' TO WS-ES-STATUS
               PERFORM 5075-RESOLVE-STATEMENT-DETAIL
               INITIALIZE WS-EOB-CLAIM-TOTALS
               EXIT PARAGRAPH
           END-IF

      *    MONTHLY STATEMENT MODE: THE PRINT IS DEFERRED TO THE
      *    MEMBER'S HCEOBSTM STATEMENT UNLESS AN INDIVIDUAL EOB IS
      *    ELECTED OR REQUIRED
           PERFORM 5070-CHECK-STATEMENT-MODE
           PERFORM 5075-RESOLVE-STATEMENT-DETAIL
           IF WS-ES-DEFERRED
               ADD 1 TO WS-STAT-EOBS-DEFERRED
               INITIALIZE WS-EOB-CLAIM-TOTALS
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-BUILD-EOB-HEADER
           PERFORM 5200-BUILD-EOB-CLAIM-DETAIL
           PERFORM 5300-BUILD-EOB-BENEFIT-SUMMARY
           PERFORM 5350-BUILD-EOB-PLAN-YEAR-SPLIT
           PERFORM 5360-BUILD-EOB-FOREIGN-NOTICE
           IF WS-MP-VOUCHER
               PERFORM 5370-BUILD-EOB-PAYMENT-VOUCHER
           END-IF
           PERFORM 5400-BUILD-EOB-APPEAL-RIGHTS
           PERFORM 5500-BUILD-EOB-GLOSSARY
           PERFORM 5600-BUILD-EOB-STATE-MANDATES
           END-IF
           .

      *================================================================
       5070-CHECK-STATEMENT-MODE.
      *================================================================
      *    DECIDE WHETHER THIS EOB PRINTS NOW OR WAITS FOR THE
      *    MONTHLY STATEMENT. A MEMBER IS ON STATEMENT MODE WHEN THE
      *    PAYER DEFAULTS TO IT OR THE MEMBER ELECTED IT, AND NOT
      *    WHEN THE MEMBER ELECTED PER-CLAIM EOBS. A STATEMENT-MODE
      *    MEMBER STILL GETS THIS EOB NOW (AND THE CLAIM IS LISTED
      *    ON THE STATEMENT AS ALREADY SENT) FOR A VOUCHER CHECK,
      *    A STATE REQUIRING AN INDIVIDUAL EOB, OR A STATE EOB
      *    TIMING LIMIT THE STATEMENT DATE WOULD EXCEED.
      *================================================================
           MOVE 'X' TO WS-ES-STATUS

           IF WS-DP-EOB-PER-CLAIM
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-PC-EOB-STATEMENTS
              AND NOT WS-DP-EOB-MONTHLY
               EXIT PARAGRAPH
           END-IF

           MOVE 'I' TO WS-ES-STATUS

           IF WS-MP-VOUCHER AND WS-MP-BY-CHECK
               EXIT PARAGRAPH
           END-IF
           IF WS-STATE-REQ-INDIV-EOB
               EXIT PARAGRAPH
           END-IF

           IF WS-STATE-EOB-MAX-DAYS > ZEROS
               MOVE WS-CURR-YEAR  TO WS-ES-STMT-YEAR
               MOVE WS-CURR-MONTH TO WS-ES-STMT-MONTH-NO
               MOVE 01            TO WS-ES-STMT-DAY
               IF WS-ES-STMT-MONTH-NO = 12
                   ADD 1 TO WS-ES-STMT-YEAR
                   MOVE 01 TO WS-ES-STMT-MONTH-NO
               ELSE
                   ADD 1 TO WS-ES-STMT-MONTH-NO
               END-IF
               MOVE WS-CURRENT-DATE TO WS-ES-TODAY-N
               COMPUTE WS-ES-DAYS-TO-STMT =
                   FUNCTION INTEGER-OF-DATE(WS-ES-STMT-DATE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-ES-TODAY-N)
               IF WS-ES-DAYS-TO-STMT > WS-STATE-EOB-MAX-DAYS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'P' TO WS-ES-STATUS
           .

      *================================================================
       5075-RESOLVE-STATEMENT-DETAIL.
      *================================================================
      *    STAMP THE EOB'S STAGED EOB_STATEMENT_DETAIL ROWS WITH THE
      *    OUTCOME: P = ON THE STATEMENT IN PLACE OF THIS EOB,
      *    I = ON THE STATEMENT, EOB ALREADY SENT, X = NOT ON ANY
      *    STATEMENT
      *================================================================
           IF NOT REMIT-LIVE-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE '5075-RESOLVE-STATEMENT-DETAIL' TO WS-DB-PARAGRAPH-NAME

           IF WS-MP-VOUCHER
               EXEC SQL
                   UPDATE EOB_STATEMENT_DETAIL
                   SET    STMT_STATUS = :WS-ES-STATUS
                   WHERE  MEMBER_ID = :WS-ES-MEMBER-ID
                   AND    CLAIM_NUMBER = :AC-CLAIM-NUMBER
                   AND    STMT_STATUS = 'N'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE EOB_STATEMENT_DETAIL
                   SET    STMT_STATUS = :WS-ES-STATUS
                   WHERE  MEMBER_ID = :WS-ES-MEMBER-ID
                   AND    STMT_STATUS = 'N'
               END-EXEC
           END-IF

           IF SQLCODE < 0
               MOVE 'E' TO ER-SEVERITY
               STRING 'EOB STATEMENT DETAIL UPDATE FAILED - MEMBER: '
                   WS-ES-MEMBER-ID
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================
       5080-STAGE-STATEMENT-DETAIL.
      *================================================================
      *    AT THE CLAIM TRAILER, STAGE ONE EOB_STATEMENT_DETAIL ROW
      *    PER SERVICE LINE WITH THE MEMBER'S DEDUCTIBLE AND OOP
      *    PROGRESS AS OF THIS PAYMENT - THE STATEMENT SHOWS THE
      *    RUNNING TOTALS CLAIM BY CLAIM. SENSITIVE LINES OF A
      *    DEPENDENT ARE FLAGGED SO A FAMILY STATEMENT LEAVES THEM
      *    OFF. THE ROWS STAY 'N' UNTIL THE PATIENT'S EOB DECIDES.
      *================================================================
           MOVE '5080-STAGE-STATEMENT-DETAIL' TO WS-DB-PARAGRAPH-NAME
           MOVE WS-PAYMENT-DATE(1:6) TO WS-ES-STMT-MONTH

      *    ON A RESTART THE CLAIM MAY ALREADY BE STAGED BY THE RUN
      *    BEING RESTARTED - THE NEW ROWS REPLACE IT
           IF WS-REMIT-RESTART
               EXEC SQL
                   DELETE FROM EOB_STATEMENT_DETAIL
                   WHERE  CLAIM_NUMBER = :AC-CLAIM-NUMBER
                   AND    PAYMENT_DATE = :WS-PAYMENT-DATE
                   AND    STMT_STATUS IN ('N', 'P', 'I', 'X')
               END-EXEC
           END-IF

           MOVE AC-MEMBER-ID TO WS-ES-SUBSCRIBER-ID
           MOVE '18' TO WS-ES-RELATION
           EXEC SQL
               SELECT ISNULL(SUBSCRIBER_ID, MEMBER_ID),
                      RELATIONSHIP_CODE
               INTO   :WS-ES-SUBSCRIBER-ID,
                      :WS-ES-RELATION
               FROM   MEMBER
               WHERE  MEMBER_ID = :AC-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE AC-MEMBER-ID TO WS-ES-SUBSCRIBER-ID
               MOVE '18' TO WS-ES-RELATION
           END-IF

           MOVE AC-MEMBER-ID TO WS-SQL-MEMBER-ID
           EXEC SQL
               SELECT ISNULL(IND_DEDUCT_ACCUM, 0),
                      ISNULL(FAM_DEDUCT_ACCUM, 0),
                      ISNULL(IND_OOP_ACCUM, 0),
                      ISNULL(FAM_OOP_ACCUM, 0),
                      ISNULL(IND_DEDUCT_MAX, 0),
                      ISNULL(FAM_DEDUCT_MAX, 0),
                      ISNULL(IND_OOP_MAX, 0),
                      ISNULL(FAM_OOP_MAX, 0)
               INTO   :WS-SQL-YTD-DEDUCT-IND,
                      :WS-SQL-YTD-DEDUCT-FAM,
                      :WS-SQL-YTD-OOP-IND,
                      :WS-SQL-YTD-OOP-FAM,
                      :WS-SQL-DEDUCT-MAX-IND,
                      :WS-SQL-DEDUCT-MAX-FAM,
                      :WS-SQL-OOP-MAX-IND,
                      :WS-SQL-OOP-MAX-FAM
               FROM   BENEFIT_ACCUMULATORS
               WHERE  MEMBER_ID = :WS-SQL-MEMBER-ID
               AND    PLAN_YEAR = :WS-CURR-YEAR
           END-EXEC
           IF SQLCODE NOT = 0
               MOVE ZEROS TO WS-SQL-YTD-DEDUCT-IND
                             WS-SQL-YTD-DEDUCT-FAM
                             WS-SQL-YTD-OOP-IND
                             WS-SQL-YTD-OOP-FAM
                             WS-SQL-DEDUCT-MAX-IND
                             WS-SQL-DEDUCT-MAX-FAM
                             WS-SQL-OOP-MAX-IND
                             WS-SQL-OOP-MAX-FAM
           END-IF

           IF AC-RENDERING-PROV-NAME NOT = SPACES
               MOVE AC-RENDERING-PROV-NAME TO WS-ES-PROVIDER-NAME
           ELSE
               MOVE AC-PAY-TO-NAME TO WS-ES-PROVIDER-NAME
           END-IF

           PERFORM VARYING WS-WORK-INDEX FROM 1 BY 1
               UNTIL WS-WORK-INDEX > WS-SLT-COUNT
               MOVE 'N' TO WS-CC-SENSITIVE-FLAG
               IF WS-ES-RELATION NOT = '18'
                   PERFORM 5060-CHECK-SENSITIVE-SERVICE
               END-IF
               MOVE WS-SLT-LINE-NUM(WS-WORK-INDEX) TO WS-ES-LINE-NUM
               MOVE WS-SLT-PROC-CODE(WS-WORK-INDEX)
                 TO WS-ES-PROC-CODE
               MOVE WS-SLT-FROM-DT(WS-WORK-INDEX)
                 TO WS-ES-SERVICE-DATE
               MOVE WS-SLT-CHARGE(WS-WORK-INDEX)   TO WS-ES-CHARGE
               MOVE WS-SLT-ALLOWED(WS-WORK-INDEX)  TO WS-ES-ALLOWED
               MOVE WS-SLT-PAID(WS-WORK-INDEX)     TO WS-ES-PAID
               MOVE WS-SLT-DEDUCT(WS-WORK-INDEX)   TO WS-ES-DEDUCT
               MOVE WS-SLT-COPAY(WS-WORK-INDEX)    TO WS-ES-COPAY
               MOVE WS-SLT-COINS(WS-WORK-INDEX)    TO WS-ES-COINS
               MOVE WS-SLT-PAT-RESP(WS-WORK-INDEX) TO WS-ES-PAT-RESP
               EXEC SQL
                   INSERT INTO EOB_STATEMENT_DETAIL
                       (STMT_MONTH, MEMBER_ID, SUBSCRIBER_ID,
                        CLAIM_NUMBER, LINE_NUMBER, PROVIDER_NAME,
                        SERVICE_DATE, PROC_CODE, CHARGE_AMT,
                        ALLOWED_AMT, PAID_AMT, DEDUCT_AMT,
                        COPAY_AMT, COINS_AMT, PAT_RESP_AMT,
                        SENSITIVE_FLAG,
                        IND_DEDUCT_ACCUM, IND_DEDUCT_MAX,
                        FAM_DEDUCT_ACCUM, FAM_DEDUCT_MAX,
                        IND_OOP_ACCUM, IND_OOP_MAX,
                        FAM_OOP_ACCUM, FAM_OOP_MAX,
                        PAYMENT_DATE, STMT_STATUS,
                        CREATED_DATE, CREATED_BY)
                   VALUES
                       (:WS-ES-STMT-MONTH, :AC-MEMBER-ID,
                        :WS-ES-SUBSCRIBER-ID, :AC-CLAIM-NUMBER,
                        :WS-ES-LINE-NUM, :WS-ES-PROVIDER-NAME,
                        :WS-ES-SERVICE-DATE, :WS-ES-PROC-CODE,
                        :WS-ES-CHARGE, :WS-ES-ALLOWED,
                        :WS-ES-PAID, :WS-ES-DEDUCT,
                        :WS-ES-COPAY, :WS-ES-COINS,
                        :WS-ES-PAT-RESP, :WS-CC-SENSITIVE-FLAG,
                        :WS-SQL-YTD-DEDUCT-IND,
                        :WS-SQL-DEDUCT-MAX-IND,
                        :WS-SQL-YTD-DEDUCT-FAM,
                        :WS-SQL-DEDUCT-MAX-FAM,
                        :WS-SQL-YTD-OOP-IND, :WS-SQL-OOP-MAX-IND,
                        :WS-SQL-YTD-OOP-FAM, :WS-SQL-OOP-MAX-FAM,
                        :WS-PAYMENT-DATE, 'N',
                        GETDATE(), 'HCREMIT')
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-STAT-STMT-LINES-STAGED
               ELSE
                   MOVE 'E' TO ER-SEVERITY
                   STRING 'EOB STATEMENT DETAIL INSERT FAILED - '
                       'CLAIM: ' AC-CLAIM-NUMBER
                       DELIMITED BY SIZE INTO ER-ERROR-DESC
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-PERFORM
           .

      *================================================================
       5100-BUILD-EOB-HEADER.
      *================================================================
      *    PAGE EJECT
           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER PAGE-EJECT
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    HEADER LINE 1 - PLAN NAME AND TITLE
           IF WS-EOB-LANG-SPANISH
               MOVE WS-EOB-PAGE-CTR      TO WS-EH1S-PAGE-NUM
               WRITE PATIENT-EOB-LINE FROM WS-EOB-HEADER-1-SPA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ELSE
               MOVE WS-EOB-PAT-PLAN-NAME TO WS-EH1-PLAN-NAME
               WRITE PATIENT-EOB-LINE FROM WS-EOB-HEADER-1
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           END-IF

      *    HEADER LINE 2 - DATE, MEMBER ID, GROUP
               MOVE WS-EOB-PAT-GROUP-NO  TO WS-EH2S-GROUP-NO
               WRITE PATIENT-EOB-LINE FROM WS-EOB-HEADER-2-SPA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ELSE
               MOVE WS-PAYMENT-DATE-DASH TO WS-EH2-EOB-DATE
               MOVE WS-EOB-PAT-MEMBER-ID TO WS-EH2-MEMBER-ID
               MOVE WS-EOB-PAT-GROUP-NO  TO WS-EH2-GROUP-NO
               WRITE PATIENT-EOB-LINE FROM WS-EOB-HEADER-2
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           END-IF

      *    PATIENT NAME AND ADDRESS BLOCK
           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           STRING '  ' WS-EOB-PAT-NAME
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  ' WS-EOB-PAT-ADDR-1
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           IF WS-EOB-PAT-ADDR-2 NOT = SPACES
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  ' WS-EOB-PAT-ADDR-2
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           END-IF

           MOVE SPACES TO PATIENT-EOB-LINE
               WS-EOB-PAT-ZIP
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    THIS IS NOT A BILL NOTICE
           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           IF WS-EOB-LANG-SPANISH
               WRITE PATIENT-EOB-LINE FROM WS-EOB-NOT-A-BILL-SPA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ELSE
               WRITE PATIENT-EOB-LINE FROM WS-EOB-NOT-A-BILL
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           END-IF
           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    COLUMN HEADERS
           IF WS-EOB-LANG-SPANISH
               WRITE PATIENT-EOB-LINE FROM WS-EOB-CLAIM-HDR-SPA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               WRITE PATIENT-EOB-LINE FROM WS-EOB-CLAIM-HDR-2-SPA
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ELSE
               WRITE PATIENT-EOB-LINE FROM WS-EOB-CLAIM-HDR
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               WRITE PATIENT-EOB-LINE FROM WS-EOB-CLAIM-HDR-2
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
           END-IF

      *    SEPARATOR
           MOVE SPACES TO PATIENT-EOB-LINE
           MOVE ALL '-' TO PATIENT-EOB-LINE(1:131)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE 16 TO WS-EOB-LINE-CTR
           .

               WRITE PATIENT-EOB-LINE FROM WS-EOB-CLAIM-DETAIL
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 1 TO WS-EOB-LINE-CTR

      *        FOREIGN BILL - SHOW WHAT WAS BILLED IN THE ORIGINAL
      *        CURRENCY AND THE RATE THAT CONVERTED IT
               IF WS-SLT-FOREIGN-IND(WS-WORK-INDEX) = 'Y'
                   PERFORM 5220-PRINT-FOREIGN-CURRENCY
               END-IF

      *        WRITE DETAIL REASON IF ADJUSTMENTS PRESENT
               PERFORM VARYING WS-WORK-INDEX-2 FROM 1 BY 1
                   UNTIL WS-WORK-INDEX-2 > WS-CAT-COUNT
                           INTO PATIENT-EOB-LINE
                       WRITE PATIENT-EOB-LINE
                           AFTER ADVANCING 1 LINES
                       ADD 1 TO WS-CKPT-PATEOB-RECORDS
                       ADD 1 TO WS-EOB-LINE-CTR
                   END-IF
               END-PERFORM

           WRITE PATIENT-EOB-LINE FROM WS-EOB-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ADD 3 TO WS-EOB-LINE-CTR

      *    BREAKDOWN OF WHAT YOU OWE
           IF WS-EOB-TOTAL-YOU-OWE > ZEROS
               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  BREAKDOWN OF WHAT YOU OWE:'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               IF WS-EOB-TOTAL-DEDUCTIBLE > ZEROS
                   MOVE WS-EOB-TOTAL-DEDUCTIBLE TO WS-EDIT-AMOUNT-2
                       '  (Amount you pay before insurance begins)'
                       DELIMITED BY SIZE INTO PATIENT-EOB-LINE
                   WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-CKPT-PATEOB-RECORDS
                   ADD 1 TO WS-EOB-LINE-CTR
               END-IF

                       '  (Your fixed amount for this service)'
                       DELIMITED BY SIZE INTO PATIENT-EOB-LINE
                   WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-CKPT-PATEOB-RECORDS
                   ADD 1 TO WS-EOB-LINE-CTR
               END-IF

                       '  (Your percentage share of allowed amount)'
                       DELIMITED BY SIZE INTO PATIENT-EOB-LINE
                   WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-CKPT-PATEOB-RECORDS
                   ADD 1 TO WS-EOB-LINE-CTR
               END-IF

               ADD 3 TO WS-EOB-LINE-CTR
           END-IF

      *    COST SHARING THE MEMBER'S HRA PAID - ALREADY IN THE PLAN
      *    PAID COLUMN AND TAKEN OFF WHAT YOU OWE
           IF WS-EOB-TOTAL-HRA-PAID NOT = ZEROS
               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE WS-EOB-TOTAL-HRA-PAID TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  PAID FROM YOUR HRA:  $'
                   WS-EDIT-AMOUNT-2
                   '  (Your employer health reimbursement account'
                   ' paid this share of your cost)'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE WS-EOB-HRA-BALANCE TO WS-EDIT-AMOUNT-2
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  HRA BALANCE LEFT:    $'
                   WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 3 TO WS-EOB-LINE-CTR
           END-IF
           .

      *================================================================
           END-IF
           .

      *================================================================
       5220-PRINT-FOREIGN-CURRENCY.
      *================================================================
      *    ONE LINE UNDER A FOREIGN SERVICE LINE: THE AMOUNT BILLED
      *    IN THE PROVIDER'S CURRENCY, THE US DOLLARS PER UNIT OF
      *    THAT CURRENCY, AND THE DATE OF THE RATE (THE LATEST RATE
      *    ON OR BEFORE THE DATE OF SERVICE)
      *================================================================
           MOVE WS-EOB-FOREIGN-CLAIM-NO(1:15) TO WS-FX-CLAIM-ID
           MOVE WS-SLT-LINE-NUM(WS-WORK-INDEX) TO WS-FX-LINE-NO

           EXEC SQL
               SELECT F.CURRENCY_CODE,
                      L.FOREIGN_AMT,
                      L.USD_PER_UNIT,
                      L.RATE_DATE
               INTO   :WS-FX-CURRENCY-CD,
                      :WS-FX-FOREIGN-AMT,
                      :WS-FX-USD-PER-UNIT,
                      :WS-FX-RATE-DATE
               FROM   FOREIGN_CLAIM F,
                      FOREIGN_CLAIM_LINE L
               WHERE  F.CLAIM_ID = :WS-FX-CLAIM-ID
               AND    L.CLAIM_ID = F.CLAIM_ID
               AND    L.LINE_NUMBER = :WS-FX-LINE-NO
           END-EXEC

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-EOB-LINE-CTR >= WS-EOB-MAX-LINES
               PERFORM 5100-BUILD-EOB-HEADER
           END-IF

           MOVE WS-FX-FOREIGN-AMT TO WS-FX-EDIT-FOREIGN
           MOVE WS-FX-USD-PER-UNIT TO WS-FX-EDIT-RATE
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '      BILLED ' WS-FX-CURRENCY-CD ' '
               WS-FX-EDIT-FOREIGN
               ' AT ' WS-FX-EDIT-RATE ' USD PER '
               WS-FX-CURRENCY-CD
               ' (RATE OF ' WS-FX-RATE-DATE(5:2) '/'
               WS-FX-RATE-DATE(7:2) '/' WS-FX-RATE-DATE(1:4) ')'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ADD 1 TO WS-EOB-LINE-CTR
           ADD 1 TO WS-STAT-FOREIGN-EOB-LINES
           .

      *================================================================
       5300-BUILD-EOB-BENEFIT-SUMMARY.
      *================================================================

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  YOUR BENEFIT SUMMARY FOR '
               WS-CURR-YEAR ':'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    INDIVIDUAL DEDUCTIBLE
           MOVE WS-EOB-IND-DEDUCT-USED TO WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           END-IF
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    FAMILY DEDUCTIBLE
           MOVE WS-EOB-FAM-DEDUCT-USED TO WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           END-IF
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    INDIVIDUAL OOP MAXIMUM
           MOVE WS-EOB-IND-OOP-USED TO WS-EDIT-AMOUNT-2
               '   REMAINING: $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    FAMILY OOP MAXIMUM
           MOVE WS-EOB-FAM-OOP-USED TO WS-EDIT-AMOUNT-2
               '   REMAINING: $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           ADD 12 TO WS-EOB-LINE-CTR
           .

      *================================================================
       5350-BUILD-EOB-PLAN-YEAR-SPLIT.
      *================================================================
      *    A CLAIM WHOSE DATES CROSSED A PLAN-YEAR BOUNDARY OR A
      *    CHANGE OF PLAN HAD ITS COST SHARING TAKEN SEPARATELY FOR
      *    EACH PERIOD. SHOW THE MEMBER WHICH YEAR'S DEDUCTIBLE AND
      *    OUT-OF-POCKET EACH PORTION COUNTED TOWARD.
      *================================================================
           IF WS-EOB-PP-SPLIT-LINES = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WS-EOB-LINE-CTR + 15 >= WS-EOB-MAX-LINES
               PERFORM 5100-BUILD-EOB-HEADER
           END-IF

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  THIS CLAIM SPANS TWO PLAN PERIODS - YOUR COST'
               ' SHARE WAS SPLIT:'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    EARLIER PERIOD
           MOVE WS-EOB-PP1-ALLOWED TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  PLAN YEAR ' WS-EOB-PP1-PLAN-YEAR
               ':  ALLOWED: $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-EOB-PP1-DEDUCTIBLE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '     DEDUCTIBLE:  $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-EOB-PP1-COPAY TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '     COPAY:       $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-EOB-PP1-COINSURANCE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '     COINSURANCE: $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    LATER PERIOD
           MOVE WS-EOB-PP2-ALLOWED TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  PLAN YEAR ' WS-EOB-PP2-PLAN-YEAR
               ':  ALLOWED: $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-EOB-PP2-DEDUCTIBLE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '     DEDUCTIBLE:  $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-EOB-PP2-COPAY TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '     COPAY:       $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-EOB-PP2-COINSURANCE TO WS-EDIT-AMOUNT-2
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '     COINSURANCE: $' WS-EDIT-AMOUNT-2
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  Each amount counts toward that plan year''s'
               ' deductible and out-of-pocket maximum.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           ADD 15 TO WS-EOB-LINE-CTR
           .

      *================================================================
       5360-BUILD-EOB-FOREIGN-NOTICE.
      *================================================================
      *    CARE RECEIVED OUTSIDE THE UNITED STATES: EXPLAIN THE
      *    CURRENCY CONVERSION, AND WHEN ADJUDICATION EXCLUDED THE
      *    CLAIM (NON-EMERGENCY CARE, NO TRAVEL BENEFIT) SAY WHY
      *================================================================
           IF WS-EOB-FOREIGN-LINES = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EOB-FOREIGN-CLAIM-NO(1:15) TO WS-FX-CLAIM-ID
           EXEC SQL
               SELECT COUNTRY_CODE,
                      CURRENCY_CODE,
                      FOREIGN_BILLED_AMT,
                      EXCLUSION_REASON
               INTO   :WS-FX-COUNTRY-CD,
                      :WS-FX-CURRENCY-CD,
                      :WS-FX-FOREIGN-AMT,
                      :WS-FX-EXCLUSION-REASON
               FROM   FOREIGN_CLAIM
               WHERE  CLAIM_ID = :WS-FX-CLAIM-ID
           END-EXEC

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-EOB-LINE-CTR + 8 >= WS-EOB-MAX-LINES
               PERFORM 5100-BUILD-EOB-HEADER
           END-IF

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-FX-FOREIGN-AMT TO WS-FX-EDIT-FOREIGN
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  CARE RECEIVED OUTSIDE THE UNITED STATES ('
               WS-FX-COUNTRY-CD ') - BILLED '
               WS-FX-CURRENCY-CD ' ' WS-FX-EDIT-FOREIGN
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  Charges were converted to US dollars at the'
               ' exchange rate in effect on each date of service.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           IF WS-FX-EXCLUSION-REASON(1:13) = 'PLAN EXCLUDES'
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  NOT COVERED: YOUR PLAN DOES NOT COVER'
                   ' NON-EMERGENCY CARE RECEIVED OUTSIDE THE'
                   ' UNITED STATES.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  You may appeal if the care was for an'
                   ' emergency - see your appeal rights below.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 2 TO WS-EOB-LINE-CTR
           END-IF

           ADD 5 TO WS-EOB-LINE-CTR
           .

      *================================================================
       5370-BUILD-EOB-PAYMENT-VOUCHER.
      *================================================================
      *    MEMBER-SUBMITTED CLAIM PAID TO THE SUBSCRIBER: THE EOB IS
      *    THE PAYMENT VOUCHER - PAYEE, AMOUNT, CHECK OR EFT NUMBER
      *    AND PAYMENT DATE
      *================================================================
           IF WS-EOB-LINE-CTR + 8 >= WS-EOB-MAX-LINES
               PERFORM 5100-BUILD-EOB-HEADER
           END-IF

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  PAYMENT VOUCHER - THIS CLAIM WAS PAID TO THE'
               ' SUBSCRIBER, NOT TO THE PROVIDER'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  PAYEE: ' WS-MP-PAYEE-NAME
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           IF WS-MP-BY-EFT
               STRING '  PAID BY DIRECT DEPOSIT TO YOUR ACCOUNT ON'
                   ' FILE - EFT TRACE NO: ' WS-MP-PAYMENT-NO
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           ELSE
               STRING '  CHECK NO: ' WS-MP-PAYMENT-NO
                   ' MAILED TO: ' WS-MP-ADDR-1(1:30) ' '
                   WS-MP-CITY(1:20) ' ' WS-MP-STATE ' '
                   WS-MP-ZIP(1:5)
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           END-IF
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE WS-MP-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  PAYMENT AMOUNT: $' WS-EDIT-AMOUNT
               '    PAYMENT DATE: ' WS-PAYMENT-DATE-DASH
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           ADD 6 TO WS-EOB-LINE-CTR
           .

      *================================================================
       5400-BUILD-EOB-APPEAL-RIGHTS.
      *================================================================

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  YOUR RIGHT TO APPEAL'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  If you disagree with any decision on '
               'this Explanation of Benefits, you have'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  the right to appeal. Here is how:'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

      *    CALCULATE APPEAL DEADLINE
           EXEC SQL
               ' days from the date of this EOB to file'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  an internal appeal. Deadline: '
               WS-PRL-APPEAL-DEADLINE(1:4)
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  EXTERNAL REVIEW: If your internal '
               'appeal is denied, you have the right to'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  an independent external review by a '
               'third party not affiliated with our plan.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  TO FILE AN APPEAL: Call '
               ' or write to:'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  '
               WS-PC-APPEAL-ADDRESS
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  Or visit: ' WS-PC-WEBSITE
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           ADD 18 TO WS-EOB-LINE-CTR
           .

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  UNDERSTANDING YOUR EOB - GLOSSARY OF TERMS'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  ALLOWED AMOUNT: The maximum amount your '
               'plan will pay for a covered service.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  This is based on contracts between your '
               'plan and your provider.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  COINSURANCE: Your share of the allowed '
               'amount for a covered service, usually a'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  percentage (for example, 20%). You pay '
               'coinsurance plus any deductible you owe.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  COPAYMENT (COPAY): A fixed amount you '
               'pay for a covered service, usually at the'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  time of service. Example: $25 for a '
               'doctor visit or $10 for a prescription.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  DEDUCTIBLE: The amount you must pay each'
               ' year before your plan begins to pay.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  Both individual and family deductibles '
               'may apply to your plan.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  OUT-OF-POCKET MAXIMUM: The most you will'
               ' pay during a plan year for covered'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  services. After reaching this amount, '
               'your plan pays 100% of covered services.'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           ADD 22 TO WS-EOB-LINE-CTR
           .

           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 2 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE ALL '=' TO PATIENT-EOB-LINE(1:80)
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS

           MOVE SPACES TO PATIENT-EOB-LINE
           STRING '  IMPORTANT NOTICES'
               DELIMITED BY SIZE INTO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           MOVE SPACES TO PATIENT-EOB-LINE
           WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-CKPT-PATEOB-RECORDS
           ADD 5 TO WS-EOB-LINE-CTR

      *    NO SURPRISES ACT NOTICE (FEDERAL - ALL STATES)
                   'Under the No Surprises Act, you are'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  protected from unexpected medical '
                   'bills when receiving emergency services,'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  non-emergency services at in-network '
                   'facilities from out-of-network providers,'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  and air ambulance services. You '
                   'should not be balance billed for these.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 5 TO WS-EOB-LINE-CTR
           END-IF

                   ' have agreed to accept the allowed amount'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  as payment in full. They cannot bill '
                   'you for the difference between their'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  charge and the allowed amount. '
                   'Out-of-network providers may balance bill.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 4 TO WS-EOB-LINE-CTR
           END-IF

      *    REFERENCE-BASED PRICING NOTICE - A SELF-FUNDED PLAN
      *    PAID ONE OR MORE LINES AS A PERCENT OF MEDICARE, SO THE
      *    MEMBER IS TOLD HOW TO DISPUTE A BALANCE BILL
           IF WS-EOB-RBP-LINES > ZEROS
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  REFERENCE-BASED PRICING: Your plan paid'
                   ' some services as a percentage of'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  Medicare rates, not a negotiated network'
                   ' rate. If the provider bills you'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  for more than the amount shown as what '
                   'you owe, do not pay the balance.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  Call member services - we will dispute '
                   'the balance bill with the provider'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  on your behalf.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 6 TO WS-EOB-LINE-CTR
           END-IF

      *    COB CROSSOVER NOTICE - ONE OR MORE CLAIMS WERE SENT ON TO
      *    THE MEMBER'S OTHER COVERAGE FOR SECONDARY PAYMENT
           IF WS-EOB-COB-FWD-CLAIMS > ZEROS
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  OTHER INSURANCE: We have sent this claim'
                   ' to your other insurance plan for'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  secondary payment. You and your provider'
                   ' do not need to file it with them.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 3 TO WS-EOB-LINE-CTR
           END-IF

      *    NETWORK ADEQUACY NOTICE
           IF WS-STATE-REQ-NET-NOTICE
               MOVE SPACES TO PATIENT-EOB-LINE
                   'in-network provider, please visit'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  our website at ' WS-PC-WEBSITE
                   ' or call member services.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 3 TO WS-EOB-LINE-CTR
           END-IF

           IF WS-STATE-REQ-LANGUAGE
               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  '
                   WS-STATE-LANG-NOTICE-TEXT
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 2 TO WS-EOB-LINE-CTR
           END-IF

           IF WS-STATE-REQ-GFE
               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  GOOD FAITH ESTIMATE: If you '
                   'received a Good Faith Estimate (GFE)'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  before your service, compare it '
                   'to this EOB. If the final charges are'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS

               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  $400 or more above the GFE, you '
                   'may be eligible to dispute the bill.'
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 4 TO WS-EOB-LINE-CTR
           END-IF

                   STRING '  ' WS-MANDATE-LINE-TEXT
                       DELIMITED BY SIZE INTO PATIENT-EOB-LINE
                   WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-CKPT-PATEOB-RECORDS
                   ADD 1 TO WS-EOB-LINE-CTR
                   ADD 1 TO WS-MANDATE-LINES-FOUND
               END-IF
                       DELIMITED BY SIZE INTO PATIENT-EOB-LINE
                   WRITE PATIENT-EOB-LINE
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-CKPT-PATEOB-RECORDS

                   IF WS-STATE-COMMISH-PHONE NOT = SPACES
                       MOVE SPACES TO PATIENT-EOB-LINE
                           INTO PATIENT-EOB-LINE
                       WRITE PATIENT-EOB-LINE
                           AFTER ADVANCING 1 LINES
                       ADD 1 TO WS-CKPT-PATEOB-RECORDS
                   END-IF
                   ADD 2 TO WS-EOB-LINE-CTR
               END-IF
           IF WS-EOB-TAGLINE-FOUND
               MOVE SPACES TO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               MOVE SPACES TO PATIENT-EOB-LINE
               STRING '  '
                   WS-EOB-TAGLINE-TEXT
                   DELIMITED BY SIZE INTO PATIENT-EOB-LINE
               WRITE PATIENT-EOB-LINE AFTER ADVANCING 1 LINES
               ADD 1 TO WS-CKPT-PATEOB-RECORDS
               ADD 2 TO WS-EOB-LINE-CTR
           END-IF
           .

      *    RECONCILE TOTALS - LEG 1: ADJUDICATED PAID VS
      *    CHECKS/EFT/VIRTUAL CARD ISSUED
      *    PROVIDER ADVANCES ISSUED ARE PAID WITH NO CLAIM BEHIND
      *    THEM, AND ADVANCE RECOVERIES KEEP BACK PART OF WHAT THE
      *    CLAIMS PAID. CAPITATION IS LIKEWISE PAID WITHOUT CLAIMS.
           COMPUTE WS-RECON-OUT-OF-BAL =
               WS-RECON-TOTAL-PAID-AMT
             + WS-RECON-ADV-ISSUED-AMT
             - WS-RECON-ADV-RECOVER-AMT
             + WS-RECON-CAP-ISSUED-AMT
             - WS-RECON-TOTAL-CHK-AMT
             - WS-RECON-TOTAL-EFT-AMT
             - WS-RECON-TOTAL-VCD-AMT
               MOVE 'N' TO WS-RECON-835-IN-BALANCE
           END-IF

      *    MEMBER REIMBURSEMENTS: MEMBER CLAIMS PAID TO THE
      *    SUBSCRIBER VS MEMBER CHECKS/EFTS ISSUED
           COMPUTE WS-RECON-MBR-OUT-OF-BAL =
               WS-RECON-MBR-PAID-AMT
             - WS-RECON-MBR-CHK-AMT
             - WS-RECON-MBR-EFT-AMT

           IF FUNCTION ABS(WS-RECON-MBR-OUT-OF-BAL) > 0.01
               MOVE 'N' TO WS-RECON-MBR-IN-BALANCE
           END-IF

      *    GENERATE RECONCILIATION REPORT
           PERFORM 7100-GENERATE-PAYMENT-SUMMARY

               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-ADV-ISSUED-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'PROVIDER ADVANCES ISSUED:       $'
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-ADV-RECOVER-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'ADVANCE RECOVERIES OFFSET:      $'
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-CAP-ISSUED-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'CAPITATION PAYMENTS ISSUED:     $'
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE SPACES TO RECON-REPORT-LINE
           MOVE ALL '-' TO RECON-REPORT-LINE(1:60)
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

      *    MEMBER REIMBURSEMENTS ARE ON NO 835 AND ARE NOT IN
      *    EITHER LEG ABOVE - THEY TIE OUT ON THEIR OWN
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'MEMBER REIMBURSEMENTS (NOT ON ANY 835):'
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-MBR-PAID-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING '  MEMBER CLAIMS PAID TO SUBSCRIBER:   $'
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-MBR-CHK-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING '  MEMBER CHECKS ISSUED:               $'
               WS-EDIT-AMOUNT '  COUNT: ' WS-RECON-MBR-CHECKS
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-MBR-EFT-AMT TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING '  MEMBER EFTS ISSUED:                 $'
               WS-EDIT-AMOUNT '  COUNT: ' WS-RECON-MBR-EFTS
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-RECON-MBR-OUT-OF-BAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO RECON-REPORT-LINE
           STRING '  MEMBER REIMBURSEMENT VARIANCE:      $'
               WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           IF WS-RECON-MBR-NOT-BAL
               STRING RECON-REPORT-LINE
                   '  *** OUT OF BALANCE ***'
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           ELSE
               STRING RECON-REPORT-LINE
                   '  (IN BALANCE)'
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
           END-IF
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINES

           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'RECORD COUNTS:'
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF

           IF WS-RECON-MBR-NOT-BAL
               MOVE 'E' TO ER-SEVERITY
               STRING 'MEMBER REIMBURSEMENTS OUT OF BALANCE BY $'
                   WS-RECON-MBR-OUT-OF-BAL
                   DELIMITED BY SIZE INTO ER-ERROR-DESC
               PERFORM 8000-ERROR-HANDLER
           END-IF
           .

      *================================================================
               WS-STAT-835-TRANS-SETS
           DISPLAY '  EOBS GENERATED:        '
               WS-STAT-EOBS-GENERATED
           DISPLAY '  EOBS TO STATEMENT:     '
               WS-STAT-EOBS-DEFERRED
           DISPLAY '  STATEMENT LINES STAGED:'
               WS-STAT-STMT-LINES-STAGED
           DISPLAY '  REMITS GENERATED:      '
               WS-STAT-REMITS-GENERATED
           DISPLAY ' '
               WS-STAT-CLAIMS-HELD
           DISPLAY 'HCREMIT - HELD CLAIMS AGING-RELEASED:    '
               WS-STAT-AGING-RELEASED
           DISPLAY 'HCREMIT - CLAIMS HELD FOR ASO FUNDING:   '
               WS-STAT-GRP-FUND-HELD
           DISPLAY 'HCREMIT - CLAIMS HELD FOR SIU SUSPENSION:'
               WS-STAT-SIU-HELD
           DISPLAY 'HCREMIT - CLAIMS ESCROWED FOR SIU:       '
               WS-STAT-SIU-ESCROWED
           DISPLAY 'HCREMIT - ASO PAYMENT DETAIL ROWS:       '
               WS-STAT-ASO-DETAIL-ROWS
           DISPLAY 'HCREMIT - CLAIMS QUEUED FOR COB FORWARD: '
               WS-STAT-COB-FORWARDED
           DISPLAY 'HCREMIT - PROVIDER ADVANCES ISSUED:      '
               WS-STAT-ADV-ISSUED
           DISPLAY 'HCREMIT - ADVANCE RECOVERY OFFSETS:      '
               WS-STAT-ADV-RECOVERIES
           DISPLAY 'HCREMIT - CAPITATION PAYMENTS ISSUED:    '
               WS-STAT-CAP-ISSUED

      *    CLOSE ALL FILES
           CLOSE ADJUD-CLAIMS-FILE
           CLOSE PROVIDER-REMIT-EXTRACT
           CLOSE CLAIM-EVENT-FILE
           CLOSE PAYMENT-HOLD-FILE
      *    THE RUN COMPLETED - RMTCKPT IS KEPT FOR THE RECORD AND
      *    THE NEXT CYCLE'S JCL STARTS IT EMPTY
           CLOSE CHECKPOINT-FILE

      *    SET RETURN CODE
           IF WS-STAT-ERRORS > 0
