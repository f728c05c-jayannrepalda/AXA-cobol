      *      CODING VAL-POSITION/VAL-LENGTH - THE POSITION, LENGTH
      *      AND DATA TYPE THEN COME FROM THE LAYOUT DICTIONARY
      *      (SEE DSUDCT).
      *      ON A DATASET DECLARED ON THE DSPROF DECK (SEE DSUDSP)
      *      THE KEY IS THE PROFILED KEY AND POSITIONS ARE COUNTED
      *      FROM THE FIRST BYTE OF THE WHOLE RECORD, NOT WITHIN
      *      GDS-DATA - A POSITION BEYOND 999 NEEDS A FIELD NAME.
      *      THE PAIR COPYBOOKS RUYVAL AND YBVAL COPY THIS LAYOUT,
      *      AND DSURCY COPIES IT DIRECTLY, SO THE COMMON SIDE
      *      NEVER DEPENDS ON ANY ONE GENERATED PAIR.
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYVAL/YBVAL, WHICH NOW COPY IT.
      *      2026-10-15  POSITIONS ON A DSPROF-PROFILED DATASET ARE
      *                  COUNTED FROM THE START OF THE RECORD.
      *
      *********************** DSUVAL ******************************
       01  VALIDATION-RULE-CARD.
