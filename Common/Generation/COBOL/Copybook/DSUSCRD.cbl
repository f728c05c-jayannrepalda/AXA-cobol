      *********************** DSUSCRD ******************************
      *                                                             *
      **** COPYBOOK FOR THE DSUSCH SCHEDULE REPORT CONTROL CARD    *
      *
      *   MODULE NAME = DSUSCRD
      *
      *   DESCRIPTIVE NAME = CONTROL CARD READ BY THE DSUSCH
      *      FORWARD RUN-SCHEDULE REPORT PROGRAM.
      *
      *   FUNCTION = SUPPLIES THE WINDOW THE SCHEDULE COVERS -
      *      SCC-START-DATE    - CCYYMMDD OF THE FIRST DAY LISTED.
      *                          BLANK MEANS TODAY.
      *      SCC-BUSINESS-DAYS - HOW MANY BUSINESS DAYS THE WINDOW
      *                          RUNS FOR, 001-999.  BLANK MEANS 5.
      *      A MISSING CARD TAKES BOTH DEFAULTS.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = N/A
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUSCRD ******************************
       01  SCHEDULE-CARD.
           05  SCC-START-DATE              PIC X(08).
           05  FILLER                      PIC X(01).
           05  SCC-BUSINESS-DAYS           PIC X(03).
           05  FILLER                      PIC X(68).
