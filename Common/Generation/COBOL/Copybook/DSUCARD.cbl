      *                  IMAGES, B BACKS IT OUT WITH THE BEFORE-
      *                  IMAGES.  TAKEN FROM THE TRAILING FILLER,
      *                  SO THE CARD STAYS 160 BYTES.
      *      2026-10-15  ADDED CC-SUBMITTER-ID (COLUMNS 161-168) -
      *                  THE USER ID OF WHOEVER SUBMITTED THE CARD,
      *                  REQUIRED ON RENAME, DELETE AND RESTORE
      *                  CARDS, WHICH ARE HELD FOR A SECOND USER'S
      *                  APPROVAL (SEE COPYBOOK DSUPND) AND CARRIED
      *                  ONTO AUDITLOG.  THE CARD IS NOW 200 BYTES -
      *                  CTLCARD DDs NEED DCB LRECL 200.
      *      2026-10-15  ADDED CC-DELIMITER (COLUMN 157) AND
      *                  CC-HEADER-FLAG (COLUMN 158) FOR THE EXPORT
      *                  AND IMPORT ACTIONS - THE FIELD SEPARATOR OF
      *                  THE DELIMITED TEXT FILE (A COMMA WHEN
      *                  BLANK, NEVER A QUOTE) AND Y WHEN THE FILE
      *                  CARRIES A HEADER ROW OF FIELD NAMES (N OR
      *                  BLANK WHEN IT DOES NOT).  TAKEN FROM THE
      *                  FILLER BEFORE CC-SUBMITTER-ID, SO THE CARD
      *                  STAYS 200 BYTES.
      *      2026-10-15  ADDED CC-RUN-FREQUENCY (COLUMNS 169-176) AND
      *                  CC-RUN-ON (COLUMNS 177-184) - WHEN THE CARD
      *                  IS DUE.  DAILY (OR BLANK) RUNS EVERY TIME
      *                  THE JOB RUNS, BUSDAY ON BUSINESS DAYS ONLY,
      *                  WEEKLY ON THE DAY IN CC-RUN-DAY (MON-SUN),
      *                  MONTHEND AND QTREND ON THE SHOP CALENDAR'S
      *                  MONTH-END AND QUARTER-END DAYS (SEE COPYBOOK
      *                  DSUCAL), DATE ONLY ON THE CCYYMMDD IN
      *                  CC-RUN-DATE.  DSUDRV AUDITS A CARD THAT IS
      *                  NOT DUE AS SKIPPED WITHOUT RUNNING IT.  TAKEN
      *                  FROM THE TRAILING FILLER, SO THE CARD STAYS
      *                  200 BYTES.
      *
      *********************** DSUCARD ******************************
       01  CONTROL-CARD.
           05  CC-PART-LOW-KEY             PIC X(20).
           05  CC-PART-HIGH-KEY            PIC X(20).
           05  CC-REPLAY-DIR               PIC X(01).
           05  CC-DELIMITER                PIC X(01).
           05  CC-HEADER-FLAG              PIC X(01).
               88  CC-HEADER-ROW               VALUE 'Y'.
               88  CC-HEADER-NONE              VALUE 'N' SPACE.
           05  FILLER                      PIC X(02).
           05  CC-SUBMITTER-ID             PIC X(08).
           05  CC-RUN-FREQUENCY            PIC X(08).
               88  CC-FREQ-DAILY               VALUE 'DAILY'
                                               SPACES.
               88  CC-FREQ-BUSINESS-DAY        VALUE 'BUSDAY'.
               88  CC-FREQ-WEEKLY              VALUE 'WEEKLY'.
               88  CC-FREQ-MONTH-END           VALUE 'MONTHEND'.
               88  CC-FREQ-QUARTER-END         VALUE 'QTREND'.
               88  CC-FREQ-ON-DATE             VALUE 'DATE'.
           05  CC-RUN-ON                   PIC X(08).
           05  CC-RUN-ON-DAY REDEFINES CC-RUN-ON.
               10  CC-RUN-DAY              PIC X(03).
                   88  CC-RUN-DAY-VALID        VALUE 'MON' 'TUE'
                                               'WED' 'THU' 'FRI'
                                               'SAT' 'SUN'.
               10  FILLER                  PIC X(05).
           05  CC-RUN-ON-DATE REDEFINES CC-RUN-ON.
               10  CC-RUN-DATE             PIC 9(08).
               10  CC-RUN-DATE-R REDEFINES CC-RUN-DATE.
                   15  CC-RUN-DATE-CCYY    PIC 9(04).
                   15  CC-RUN-DATE-MM      PIC 9(02).
                   15  CC-RUN-DATE-DD      PIC 9(02).
           05  FILLER                      PIC X(16).
