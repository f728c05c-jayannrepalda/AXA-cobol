      *********************** DSUREG ******************************
      *                                                             *
      **** COPYBOOK FOR THE DATASET REGISTRY KSDS RECORD LAYOUT    *
      *
      *   MODULE NAME = DSUREG
      *
      *   DESCRIPTIVE NAME = ONE ENTRY OF THE DATASET REGISTRY, A
      *      VSAM KSDS KEYED ON THE 44-BYTE DATASET NAME.
      *
      *   FUNCTION = RECORDS WHAT A DATASET IS, SO DSUDRV CAN TELL
      *      A PRODUCTION PII FILE FROM A TEST SCRATCH FILE BEFORE
      *      IT CALLS THE GENERATED PAIR -
      *      REG-DSN         - THE CATALOGED NAME (THE KSDS KEY).
      *                        A GENERATION DATASET IS REGISTERED
      *                        UNDER ITS GDG BASE NAME.
      *      REG-APPLICATION - THE OWNING APPLICATION.
      *      REG-CLASS       - DATA CLASSIFICATION - PUBLIC,
      *                        INTERNAL OR PII.
      *      REG-ENVIRONMENT - PROD, UAT, TEST OR DEV, HIGHEST TO
      *                        LOWEST.  A PII SOURCE MAY ONLY REACH
      *                        A LOWER ENVIRONMENT THROUGH MASK.
      *      REG-LAYOUT-DSN  - THE DSUDCT LAYOUT DECK DESCRIBING
      *                        THE RECORD.
      *      REG-LAST-xxx    - CCYYMMDD OF THE LAST DUPLICAT,
      *                        COMPARE, MASK AND RESTORE RUN AGAINST
      *                        THE DATASET (AS SOURCE OR TARGET),
      *                        STAMPED NIGHTLY BY DSUREGU FROM
      *                        AUDITLOG AND HISTOUT.  ZERO = NEVER.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORD IS 160 BYTES, KEY IS BYTES 1-44 -
      *        DEFINE CLUSTER ... KEYS(44 0) RECORDSIZE(160 160).
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUREG ******************************
       01  REGISTRY-RECORD.
           05  REG-DSN                     PIC X(44).
           05  REG-APPLICATION             PIC X(08).
           05  REG-CLASS                   PIC X(08).
               88  REG-CLASS-PUBLIC            VALUE 'PUBLIC'.
               88  REG-CLASS-INTERNAL          VALUE 'INTERNAL'.
               88  REG-CLASS-PII               VALUE 'PII'.
           05  REG-ENVIRONMENT             PIC X(04).
               88  REG-ENV-PROD                VALUE 'PROD'.
               88  REG-ENV-UAT                 VALUE 'UAT'.
               88  REG-ENV-TEST                VALUE 'TEST'.
               88  REG-ENV-DEV                 VALUE 'DEV'.
           05  REG-LAYOUT-DSN              PIC X(44).
           05  REG-LAST-DUPLICAT           PIC 9(08).
           05  REG-LAST-COMPARE            PIC 9(08).
           05  REG-LAST-MASK               PIC 9(08).
           05  REG-LAST-RESTORE            PIC 9(08).
           05  FILLER                      PIC X(20).
