      *================================================================*
      * COPYBOOK: CPYPTRC                                              *
      * DESCRIPTION: LINE-LEVEL PRICING TRACE RECORD. WHEN THE         *
      *              PRCTRACE DD IS PRESENT, HCCLMADJ WRITES ONE       *
      *              RECORD FOR EVERY PRICING STEP THAT FIRES ON A     *
      *              LINE - THE RATE TABLE AND KEY USED, THE RATE OR   *
      *              PERCENTAGE APPLIED, THE AMOUNT THE STEP ADDED OR  *
      *              TOOK AWAY, AND THE RUNNING AMOUNT AFTER IT. READ  *
      *              BACK BY THE HCPRCINQ PRICING TRACE INQUIRY.       *
      *              150-BYTE FIXED RECORD.                            *
      * SYSTEM: HEALTHCARE CLAIMS PROCESSING SYSTEM (HCPS)             *
      * AUTHOR: SYSTEMS DEVELOPMENT GROUP                              *
      * DATE WRITTEN: 2026-10-15                                       *
      *================================================================*

       01  PRICING-TRACE-REC.
           05  PT-CLAIM-ID                  PIC X(15).
           05  PT-LINE-NUMBER               PIC 9(03).
           05  PT-STEP-SEQ                  PIC 9(03).
           05  PT-PRICING-METHOD            PIC X(02).
      *    STEP CODE - RVU, BASE, MODPCT, MPPR, UNITS, OUTLIER, SEQSTR,
      *    ALLOWED (FINAL LINE AMOUNT) AND SO ON
           05  PT-STEP-CODE                 PIC X(08).
           05  PT-STEP-DESC                 PIC X(30).
           05  PT-SOURCE-TABLE              PIC X(20).
           05  PT-SOURCE-KEY                PIC X(20).
      *    RATE, UNITS, OR PERCENTAGE THE STEP APPLIED
           05  PT-FACTOR                    PIC S9(05)V9(04).
      *    AMOUNT THE STEP ADDED (+) OR TOOK AWAY (-)
           05  PT-STEP-AMOUNT               PIC S9(09)V99.
           05  PT-RUNNING-AMOUNT            PIC S9(09)V99.
           05  PT-RUN-DATE                  PIC 9(08).
           05  FILLER                       PIC X(10).
