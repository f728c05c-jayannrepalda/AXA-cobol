      *********************** DSUSEL ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHARED SELECTION CARD                  *
      *
      *   MODULE NAME = DSUSEL
      *
      *   DESCRIPTIVE NAME = SELECTION-CRITERIA CARD READ FROM THE
      *      SELCARD DATASET BY THE EXTRACT ACTION AND CHECKED BY
      *      THE DSUPFC PRE-FLIGHT PROGRAM.
      *
      *   FUNCTION = CARRIES THE FROM-KEY/TO-KEY RANGE APPLIED TO
      *      GDS-KEY AND ONE OPTIONAL INCLUDE/EXCLUDE TEST ON A
      *      POSITION WITHIN GDS-DATA.  THE KEY RANGE IS TAKEN FROM
      *      THE FIRST CARD ONLY (BLANK FROM-KEY MEANS START OF
      *      DATASET, BLANK TO-KEY MEANS END OF DATASET); EVERY CARD
      *      WITH A NON-BLANK TEST TYPE CONTRIBUTES ONE TEST, AND A
      *      RECORD IS SELECTED ONLY WHEN IT SATISFIES EVERY TEST -
      *      INCLUDE MEANS THE DATA AT THE POSITION MUST EQUAL THE
      *      TEST VALUE, EXCLUDE MEANS IT MUST NOT.
      *
      *      A CARD MAY NAME THE TESTED FIELD IN SEL-FIELD-NAME
      *      INSTEAD OF CODING SEL-TEST-POSITION/SEL-TEST-LENGTH -
      *      THE POSITION AND LENGTH THEN COME FROM THE LAYOUT
      *      DICTIONARY (SEE DSUDCT).
      *      ON A DATASET DECLARED ON THE DSPROF DECK (SEE DSUDSP)
      *      THE KEY IS THE PROFILED KEY AND POSITIONS ARE COUNTED
      *      FROM THE FIRST BYTE OF THE WHOLE RECORD, NOT WITHIN
      *      GDS-DATA - A POSITION BEYOND 999 NEEDS A FIELD NAME.
      *      THE PAIR COPYBOOKS RUYSEL AND YBSEL COPY THIS LAYOUT,
      *      AND DSUPFC COPIES IT DIRECTLY, SO THE COMMON SIDE
      *      NEVER DEPENDS ON ANY ONE GENERATED PAIR.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = AT MOST 10 TESTS PER EXTRACT.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYSEL/YBSEL, WHICH NOW COPY IT.
      *      2026-10-15  POSITIONS ON A DSPROF-PROFILED DATASET ARE
      *                  COUNTED FROM THE START OF THE RECORD.
      *
      *********************** DSUSEL ******************************
       01  SELECTION-CARD.
           05  SEL-FROM-KEY                PIC X(20).
           05  SEL-TO-KEY                  PIC X(20).
           05  SEL-TEST-TYPE               PIC X(01).
               88  SEL-TEST-INCLUDE            VALUE 'I'.
               88  SEL-TEST-EXCLUDE            VALUE 'E'.
               88  SEL-TEST-NONE               VALUE ' '.
           05  SEL-TEST-POSITION           PIC 9(03).
           05  SEL-TEST-LENGTH             PIC 9(02).
           05  SEL-TEST-VALUE              PIC X(20).
           05  SEL-FIELD-NAME              PIC X(12).
           05  FILLER                      PIC X(02).
