      *********************** DSUPRF ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHARED DATA-PROFILE RECORD LAYOUT      *
      *
      *   MODULE NAME = DSUPRF
      *
      *   DESCRIPTIVE NAME = ONE ROW OF THE FIXED-LAYOUT PROFILE FILE
      *      WRITTEN TO PROFOUT BY THE PROFILE ACTION.
      *
      *   FUNCTION = DESCRIBES WHAT ONE PASS OF A SOURCE DATASET
      *      FOUND, SO TWO RUNS' FILES CAN BE COMPARED RECORD FOR
      *      RECORD TO SPOT DRIFT IN THE DATA.  EVERY RUN WRITES ONE
      *      KEY ROW (TYPE K) FOLLOWED BY ONE FIELD ROW (TYPE F) PER
      *      LAYOUT DICTIONARY FIELD, IN DICTIONARY ORDER -
      *      PRF-KEY-xxx       - BLANK, DUPLICATE AND OUT-OF-
      *                          SEQUENCE GDS-KEY COUNTS AND THE
      *                          LOWEST AND HIGHEST KEY READ.
      *      PRF-BLANK-COUNT   - FIELD ALL SPACES OR ALL LOW-VALUES.
      *      PRF-INVALID-COUNT - ZONED FIELD NOT NUMERIC, PACKED
      *                          FIELD NOT VALID PACKED DECIMAL, OR
      *                          DATE FIELD NOT A YYYYMMDD DATE.
      *                          ALWAYS ZERO FOR A CHAR FIELD.
      *      PRF-MIN/MAX-VALUE - LOWEST AND HIGHEST NON-BLANK VALID
      *                          VALUE.  A PACKED FIELD IS SHOWN
      *                          UNPACKED AND SIGNED; ANY OTHER TYPE
      *                          AS ITS FIRST 20 BYTES.
      *      PRF-DISTINCT-COUNT- DISTINCT VALUES TALLIED.  THE TALLY
      *                          HOLDS THE FIRST 50 DISTINCT VALUES
      *                          SEEN; LATER NEW VALUES ARE ONLY
      *                          COUNTED IN PRF-UNTALLIED-COUNT, SO
      *                          THE TOP VALUES ARE EXACT WHEN THAT
      *                          COUNT IS ZERO.
      *      PRF-TOP-xxx       - THE FIVE MOST FREQUENT TALLIED
      *                          VALUES, MOST FREQUENT FIRST.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORD IS 320 BYTES.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUPRF ******************************
       01  PROFILE-RECORD.
           05  PRF-REC-TYPE                PIC X(01).
               88  PRF-REC-KEY                 VALUE 'K'.
               88  PRF-REC-FIELD               VALUE 'F'.
           05  PRF-SOURCE-DSN              PIC X(44).
           05  PRF-RUN-DATE                PIC 9(06).
           05  PRF-RUN-TIME                PIC 9(08).
           05  PRF-RECORDS                 PIC 9(09).
           05  PRF-DETAIL                  PIC X(252).
           05  PRF-KEY-DETAIL REDEFINES PRF-DETAIL.
               10  PRF-KEY-BLANK-COUNT     PIC 9(09).
               10  PRF-KEY-DUP-COUNT       PIC 9(09).
               10  PRF-KEY-SEQ-COUNT       PIC 9(09).
               10  PRF-KEY-LOW             PIC X(20).
               10  PRF-KEY-HIGH            PIC X(20).
               10  FILLER                  PIC X(185).
           05  PRF-FIELD-DETAIL REDEFINES PRF-DETAIL.
               10  PRF-FIELD-NAME          PIC X(12).
               10  PRF-POSITION            PIC 9(05).
               10  PRF-LENGTH              PIC 9(03).
               10  PRF-DATA-TYPE           PIC X(06).
               10  PRF-BLANK-COUNT         PIC 9(09).
               10  PRF-INVALID-COUNT       PIC 9(09).
               10  PRF-MIN-VALUE           PIC X(20).
               10  PRF-MAX-VALUE           PIC X(20).
               10  PRF-DISTINCT-COUNT      PIC 9(04).
               10  PRF-UNTALLIED-COUNT     PIC 9(09).
               10  PRF-TOP-VALUE           OCCURS 5 TIMES.
                   15  PRF-TOP-TEXT        PIC X(20).
                   15  PRF-TOP-COUNT       PIC 9(09).
               10  FILLER                  PIC X(10).
