      *
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION.
      *      2026-10-15  LAYOUT PROMOTED TO THE SHARED DSUMRG
      *                  COPYBOOK BESIDE DSUDRV SO THE COMMON
      *                  DSUPFC PRE-FLIGHT PROGRAM CAN RE-RUN THE
      *                  SAME MERGE CARD EDITS WITHOUT DEPENDING
      *                  ON THIS PAIR - THIS COPYBOOK NOW COPIES
      *                  IT.
      *
      *********************** YBMRG ******************************
       COPY DSUMRG.
