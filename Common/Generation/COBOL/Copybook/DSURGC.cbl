      *********************** DSURGC ******************************
      *                                                             *
      **** COPYBOOK FOR THE DATASET REGISTRY MAINTENANCE CARD      *
      *
      *   MODULE NAME = DSURGC
      *
      *   DESCRIPTIVE NAME = MAINTENANCE CARD READ FROM REGCARD BY
      *      THE DSUREGU REGISTRY UPDATE PROGRAM.
      *
      *   FUNCTION = ADDS, CHANGES OR REMOVES ONE DATASET REGISTRY
      *      ENTRY (SEE COPYBOOK DSUREG) -
      *      RGC-FUNCTION - A OR BLANK ADDS THE ENTRY, OR REPLACES
      *         THE DESCRIPTIVE FIELDS OF AN EXISTING ONE WITHOUT
      *         DISTURBING ITS LAST-RUN STAMPS.  D REMOVES IT.
      *      RGC-DSN      - DATASET NAME (GDG BASE FOR A GDG).
      *      RGC-APPLICATION, RGC-CLASS, RGC-ENVIRONMENT AND
      *      RGC-LAYOUT-DSN - AS REG-APPLICATION ETC. IN DSUREG.
      *         CLASS AND ENVIRONMENT ARE REQUIRED ON AN ADD.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = CARD IS 160 BYTES - REGCARD DDs NEED
      *        DCB LRECL 160.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSURGC ******************************
       01  REGISTRY-MAINT-CARD.
           05  RGC-DSN                     PIC X(44).
           05  RGC-APPLICATION             PIC X(08).
           05  RGC-CLASS                   PIC X(08).
               88  RGC-CLASS-VALID             VALUE 'PUBLIC'
                                                     'INTERNAL'
                                                     'PII'.
           05  RGC-ENVIRONMENT             PIC X(04).
               88  RGC-ENV-VALID               VALUE 'PROD' 'UAT'
                                                     'TEST' 'DEV'.
           05  RGC-LAYOUT-DSN              PIC X(44).
           05  RGC-FUNCTION                PIC X(01).
               88  RGC-FUNCTION-ADD            VALUE 'A' SPACE.
               88  RGC-FUNCTION-DELETE         VALUE 'D'.
           05  FILLER                      PIC X(51).
