      *   FUNCTION = ONE ROW FOR EVERY KEY SYNC TOUCHED IN THE
      *      TARGET - INSERT FOR A KEY MISSING FROM THE TARGET,
      *      DELETE FOR A KEY EXTRA IN THE TARGET, REPLACE FOR A KEY
      *      WHOSE CONTENT DIFFERED - WITH THE BEFORE AND AFTER
      *      IMAGES SO THE REPAIR CAN BE EVIDENCED KEY BY KEY.
      *      EACH IMAGE IS THE WHOLE RECORD, KEY INCLUDED, IN THE
      *      SHAPE OF THE DATASET SYNCED (SEE RUYDSP) -
      *      JRN-BEFORE-LENGTH - LENGTH OF THE TARGET RECORD BEFORE
      *                          THE CHANGE, ZERO FOR AN INSERT.
      *      JRN-AFTER-LENGTH  - LENGTH OF THE RECORD AFTER THE
      *                          CHANGE, ZERO FOR A DELETE.
      *      JRN-IMAGES        - THE BEFORE-IMAGE IN THE FIRST
      *                          JRN-BEFORE-LENGTH BYTES, THE
      *                          AFTER-IMAGE IMMEDIATELY BEHIND IT.
      *      JRN-KEY IS THE RECORD KEY, PADDED WITH SPACES TO 20.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = VARIABLE LENGTH - 40 BYTES PLUS THE TWO
      *        IMAGES, AT MOST 8232 BYTES.  JRNLOUT IS ALLOCATED
      *        RECFM=VB,LRECL=8236.
      *
      *   CHANGE-ACTIVITY =
      *      2026-08-22  INITIAL VERSION.
      *                  JOURNAL FROM THE JRNLIN DATASET, APPLYING
      *                  IT FORWARD WITH THE AFTER-IMAGES OR
      *                  BACKING IT OUT WITH THE BEFORE-IMAGES.
      *      2026-10-15  THE BEFORE AND AFTER DATA ARE NOW WHOLE
      *                  RECORD IMAGES OF ANY LENGTH, EACH WITH ITS
      *                  LENGTH, INSTEAD OF THE 80-BYTE GDS-DATA,
      *                  AND THE RECORD IS VARIABLE LENGTH.  A
      *                  JOURNAL WRITTEN BEFORE THIS CHANGE CANNOT
      *                  BE REPLAYED.
      *
      *********************** RUYJRN ******************************
       01  JRN-RECORD.
               88  JRN-CHANGE-DELETE           VALUE 'DELETE'.
               88  JRN-CHANGE-REPLACE          VALUE 'REPLACE'.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  JRN-BEFORE-LENGTH           PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  JRN-AFTER-LENGTH            PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  JRN-IMAGES                  PIC X(8192).
