      *      2026-08-22  INITIAL VERSION.
      *      2026-09-02  ADDED MSK-FIELD-NAME SO A RULE CAN REFERENCE
      *                  A LAYOUT-DICTIONARY FIELD BY NAME.
      *      2026-10-15  LAYOUT PROMOTED TO THE SHARED DSUMSK
      *                  COPYBOOK BESIDE DSUDRV SO THE COMMON
      *                  DSUPFC PRE-FLIGHT PROGRAM CAN RE-RUN THE
      *                  SAME MASK CARD EDITS WITHOUT DEPENDING
      *                  ON THIS PAIR - THIS COPYBOOK NOW COPIES
      *                  IT.
      *
      *********************** YBMSK ******************************
       COPY DSUMSK.
