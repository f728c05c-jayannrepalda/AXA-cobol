      *********************** DSUMRG ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHARED MERGE PRECEDENCE CARD           *
      *
      *   MODULE NAME = DSUMRG
      *
      *   DESCRIPTIVE NAME = PRECEDENCE CARD READ FROM THE MRGRULE
      *      DATASET BY THE MERGE ACTION AND CHECKED BY THE DSUPFC
      *      PRE-FLIGHT PROGRAM.
      *
      *   FUNCTION = ONE CARD SAYS HOW A KEY PRESENT IN BOTH KEYED
      *      INPUTS IS RESOLVED INTO THE COMBINED OUTPUT -
      *      SOURCE - THE SRCDS RECORD WINS,
      *      TARGET - THE TGTDS RECORD WINS,
      *      NEWEST - THE RECORD WITH THE HIGHER YYYYMMDD DATE AT
      *               MRG-DATE-POSITION OF GDS-DATA (OF THE WHOLE
      *               RECORD ON A DATASET DECLARED ON THE DSPROF
      *               DECK - SEE DSUDSP) WINS.  MRG-FIELD-NAME MAY
      *               NAME A DATE FIELD OF THE LAYOUT DICTIONARY
      *               INSTEAD, AND MUST FOR A DATE BEYOND BYTE 999
      *               OF THE RECORD.  A RECORD
      *               WHOSE DATE IS NOT NUMERIC LOSES TO ONE WHOSE
      *               DATE IS; WHEN NEITHER DATE IS NUMERIC, AND ON
      *               AN EQUAL DATE, THE SOURCE RECORD WINS.
      *      KEYS PRESENT IN ONLY ONE INPUT PASS THROUGH UNRESOLVED.
      *      THE PAIR COPYBOOKS RUYMRG AND YBMRG COPY THIS LAYOUT,
      *      AND DSUPFC COPIES IT DIRECTLY, SO THE COMMON SIDE
      *      NEVER DEPENDS ON ANY ONE GENERATED PAIR.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = ONE PRECEDENCE CARD PER MERGE.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYMRG/YBMRG, WHICH NOW COPY IT.
      *      2026-10-15  ADDED MRG-FIELD-NAME (COLUMNS 13-24),
      *                  TAKEN FROM THE TRAILING FILLER.
      *
      *********************** DSUMRG ******************************
       01  MERGE-RULE-CARD.
           05  MRG-PRECEDENCE              PIC X(08).
               88  MRG-SOURCE-WINS             VALUE 'SOURCE'.
               88  MRG-TARGET-WINS             VALUE 'TARGET'.
               88  MRG-NEWEST-WINS             VALUE 'NEWEST'.
           05  MRG-DATE-POSITION           PIC 9(03).
           05  FILLER                      PIC X(01).
           05  MRG-FIELD-NAME              PIC X(12).
           05  FILLER                      PIC X(56).
