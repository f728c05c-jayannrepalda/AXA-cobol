      *********************** DSUMSK ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHARED MASKING-RULE CARD               *
      *
      *   MODULE NAME = DSUMSK
      *
      *   DESCRIPTIVE NAME = MASKING-RULE CARD READ FROM THE
      *      MASKRULE DATASET BY THE MASK ACTION AND CHECKED BY
      *      THE DSUPFC PRE-FLIGHT PROGRAM.
      *
      *   FUNCTION = EACH CARD DESIGNATES ONE BYTE RANGE OF GDS-DATA
      *      TO DE-IDENTIFY AND THE MASKING STYLE TO APPLY TO IT -
      *      FIXED OVERWRITES THE RANGE WITH THE FILL CHARACTER
      *      (ASTERISK WHEN BLANK), SHUFFLE REVERSES THE BYTES OF
      *      THE RANGE SO THE VALUE IS SCRAMBLED BUT LENGTH AND
      *      CHARACTER SET ARE KEPT, AND DIGITS REPLACES EVERY
      *      DECIMAL DIGIT IN THE RANGE WITH ITS NINES COMPLEMENT SO
      *      NUMERIC FORMATS STAY VALID.  GDS-KEY IS NEVER TOUCHED.
      *      A CARD MAY NAME THE MASKED FIELD IN MSK-FIELD-NAME
      *      INSTEAD OF CODING MSK-POSITION/MSK-LENGTH - THE
      *      POSITION AND LENGTH THEN COME FROM THE LAYOUT
      *      DICTIONARY (SEE DSUDCT).  A RANGE OVERLAPPING THE KEY
      *      IS REFUSED.
      *      ON A DATASET DECLARED ON THE DSPROF DECK (SEE DSUDSP)
      *      THE KEY IS THE PROFILED KEY AND POSITIONS ARE COUNTED
      *      FROM THE FIRST BYTE OF THE WHOLE RECORD, NOT WITHIN
      *      GDS-DATA - A POSITION BEYOND 999 NEEDS A FIELD NAME.
      *      THE PAIR COPYBOOKS RUYMSK AND YBMSK COPY THIS LAYOUT,
      *      AND DSUPFC COPIES IT DIRECTLY, SO THE COMMON SIDE
      *      NEVER DEPENDS ON ANY ONE GENERATED PAIR.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = AT MOST 20 RULES PER MASK.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYMSK/YBMSK, WHICH NOW COPY IT.
      *      2026-10-15  POSITIONS ON A DSPROF-PROFILED DATASET ARE
      *                  COUNTED FROM THE START OF THE RECORD.
      *
      *********************** DSUMSK ******************************
       01  MASKING-RULE-CARD.
           05  MSK-POSITION                PIC 9(03).
           05  MSK-LENGTH                  PIC 9(02).
           05  MSK-STYLE                   PIC X(08).
               88  MSK-STYLE-FIXED             VALUE 'FIXED'.
               88  MSK-STYLE-SHUFFLE           VALUE 'SHUFFLE'.
               88  MSK-STYLE-DIGITS            VALUE 'DIGITS'.
           05  MSK-FILL-CHAR               PIC X(01).
           05  MSK-FIELD-NAME              PIC X(12).
           05  FILLER                      PIC X(54).
