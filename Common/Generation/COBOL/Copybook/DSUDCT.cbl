      *   DESCRIPTIVE NAME = FIELD-DICTIONARY CARD READ FROM THE
      *      LAYOUT DATASET.
      *
      *   FUNCTION = EACH CARD NAMES ONE FIELD OF THE RECORD WITH
      *      ITS POSITION, LENGTH AND DATA TYPE, SO VALRULES, SELCARD
      *      AND MASKRULE CARDS CAN REFERENCE THE FIELD BY NAME
      *      INSTEAD OF CARRYING A RAW POSITION AND LENGTH THAT
      *      SILENTLY GOES WRONG WHEN THE RECORD LAYOUT SHIFTS.
      *               DISPLAY-DIGIT TEST, WHICH A PACKED FIELD CAN
      *               NEVER PASS.
      *      DATE   - YYYYMMDD DISPLAY DATE, LENGTH MUST BE 08.
      *      DCT-DECIMALS GIVES THE IMPLIED DECIMAL PLACES OF A
      *      ZONED OR PACKED FIELD (0-9, BLANK MEANS NONE) - THE
      *      EXPORT AND IMPORT ACTIONS PLACE THE DECIMAL POINT BY
      *      IT.  IT MUST BE BLANK FOR CHAR AND DATE FIELDS AND MAY
      *      NOT EXCEED THE DIGITS THE FIELD HOLDS.
      *      POSITIONS ARE COUNTED WITHIN GDS-DATA ON A CLASSIC
      *      GDS RECORD AND FROM THE FIRST BYTE OF THE WHOLE RECORD
      *      ON A DATASET DECLARED ON THE DSPROF DECK (SEE DSUDSP),
      *      AND THE FIELD MUST END WITHIN THE RECORD LENGTH.  A
      *      FIELD STARTING BEYOND BYTE 999 IS GIVEN BY
      *      DCT-LONG-POSITION (COLUMNS 25-28), WHICH REPLACES
      *      DCT-POSITION WHENEVER IT IS CODED - DCT-POSITION IS
      *      THEN LEFT BLANK.
      *      THE LAYOUT DD IS OPTIONAL - A RUN WHOSE RULE CARDS ALL
      *      CARRY RAW POSITIONS NEEDS NO DICTIONARY, BUT A CARD
      *      NAMING A FIELD THE DICTIONARY DOES NOT DEFINE FAILS
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYDCT/YBDCT, WHICH NOW COPY IT.
      *      2026-10-15  ADDED DCT-DECIMALS (COLUMN 24), TAKEN FROM
      *                  THE TRAILING FILLER.
      *      2026-10-15  ADDED DCT-LONG-POSITION (COLUMNS 25-28),
      *                  TAKEN FROM THE TRAILING FILLER, FOR FIELDS
      *                  OF RECORDS LONGER THAN 999 BYTES.
      *
      *********************** DSUDCT ******************************
       01  LAYOUT-CARD.
               88  DCT-TYPE-ZONED              VALUE 'ZONED'.
               88  DCT-TYPE-PACKED             VALUE 'PACKED'.
               88  DCT-TYPE-DATE               VALUE 'DATE'.
           05  DCT-DECIMALS-X              PIC X(01).
           05  DCT-DECIMALS REDEFINES DCT-DECIMALS-X
                                           PIC 9(01).
           05  DCT-LONG-POSITION-X         PIC X(04).
           05  DCT-LONG-POSITION REDEFINES DCT-LONG-POSITION-X
                                           PIC 9(04).
           05  FILLER                      PIC X(52).
