      *      LAYOUT, AND THE COMMON PROGRAMS (DSUMRG AND ANY LATER
      *      ONE) COPY IT DIRECTLY, SO THE COMMON SIDE NEVER
      *      DEPENDS ON ANY ONE GENERATED PAIR - THE SAME REASON
      *      DSUCARD LIVES BESIDE DSUDRV.  THIS IS THE CLASSIC
      *      SHAPE, USED FOR EVERY DATASET NOT DECLARED ON THE
      *      DSPROF DATASET PROFILE DECK (SEE DSUDSP) - A DECLARED
      *      DATASET IS PROCESSED IN ITS OWN RECORD SHAPE INSTEAD.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *   CHANGE-ACTIVITY =
      *      2026-08-22  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYREC/YBREC, WHICH NOW COPY IT.
      *      2026-10-15  NOW THE CLASSIC SHAPE ONLY - OTHER
      *                  SHAPES ARE DECLARED ON THE DSPROF DECK.
      *
      *********************** DSUREC ******************************
       01  GDS-RECORD.
