      *********************** DSURLC ******************************
      *                                                             *
      **** COPYBOOK FOR THE REFERENTIAL-INTEGRITY RELATIONSHIP CARD *
      *
      *   MODULE NAME = DSURLC
      *
      *   DESCRIPTIVE NAME = RELATIONSHIP CARD READ FROM THE RELCARD
      *      DATASET BY THE DSURIC REFERENTIAL-INTEGRITY CHECK.
      *
      *   FUNCTION = EACH CARD DESCRIBES ONE PARENT/CHILD
      *      RELATIONSHIP TO CHECK -
      *      REL-NAME           - SHORT NAME PRINTED ON THE REPORT
      *                           AND CARRIED IN THE AUDIT MESSAGE.
      *      REL-PARENT-DSN     - PARENT MASTER, MATCHED ON GDS-KEY.
      *      REL-CHILD-DSN      - CHILD FILE HOLDING THE PARENT KEY.
      *      REL-KEY-POSITION/  - WHERE IN THE CHILD'S GDS-DATA THE
      *      REL-KEY-LENGTH       PARENT KEY IS HELD (LENGTH 01-20).
      *      REL-FIELD-NAME     - MAY BE CODED INSTEAD OF THE
      *                           POSITION AND LENGTH - THEY THEN
      *                           COME FROM THE LAYOUT DICTIONARY
      *                           (SEE DSUDCT).
      *      REL-CHILDLESS-FLAG - Y TO ALSO COUNT AND LIST THE
      *                           PARENTS THAT HAVE NO CHILD.
      *      REL-ORPHAN-LIMIT   - ORPHANS (BLANK PARENT KEYS
      *                           INCLUDED) ALLOWED BEFORE THE
      *                           RELATIONSHIP FAILS, ZERO-FILLED.
      *                           BLANK MEANS ZERO, SO ANY ORPHAN
      *                           FAILS IT.
      *      THE N-TH CARD OF THE DECK IS CHECKED AGAINST THE
      *      PARENTN, CHILDN AND ORPHANN DDS - THE DATASET NAMES ON
      *      THE CARD ARE FOR THE REPORT AND THE AUDIT TRAIL, THE
      *      JOB CONTROL BINDS THE DATASETS THEMSELVES.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = AT MOST 4 RELATIONSHIP CARDS PER RUN.
      *        CARD IS 160 BYTES.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSURLC ******************************
       01  RELATIONSHIP-CARD.
           05  REL-NAME                    PIC X(08).
           05  REL-PARENT-DSN              PIC X(44).
           05  REL-CHILD-DSN               PIC X(44).
           05  REL-KEY-POSITION            PIC 9(03).
           05  REL-KEY-LENGTH              PIC 9(02).
           05  REL-FIELD-NAME              PIC X(12).
           05  REL-CHILDLESS-FLAG          PIC X(01).
               88  REL-LIST-CHILDLESS          VALUE 'Y'.
               88  REL-NO-CHILDLESS            VALUE 'N' ' '.
           05  REL-ORPHAN-LIMIT-X          PIC X(09).
           05  REL-ORPHAN-LIMIT REDEFINES REL-ORPHAN-LIMIT-X
                                           PIC 9(09).
           05  FILLER                      PIC X(37).
