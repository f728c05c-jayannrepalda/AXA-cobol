      *      2026-08-22  INITIAL VERSION.
      *      2026-09-02  ADDED SEL-FIELD-NAME SO A TEST CAN REFERENCE
      *                  A LAYOUT-DICTIONARY FIELD BY NAME.
      *      2026-10-15  LAYOUT PROMOTED TO THE SHARED DSUSEL
      *                  COPYBOOK BESIDE DSUDRV SO THE COMMON
      *                  DSUPFC PRE-FLIGHT PROGRAM CAN RE-RUN THE
      *                  SAME EXTRACT CARD EDITS WITHOUT DEPENDING
      *                  ON THIS PAIR - THIS COPYBOOK NOW COPIES
      *                  IT.
      *
      *********************** YBSEL ******************************
       COPY DSUSEL.
