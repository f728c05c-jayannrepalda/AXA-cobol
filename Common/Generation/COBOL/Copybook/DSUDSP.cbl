      *********************** DSUDSP ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHARED DATASET PROFILE CARD            *
      *
      *   MODULE NAME = DSUDSP
      *
      *   DESCRIPTIVE NAME = DATASET PROFILE CARD READ FROM THE
      *      DSPROF DATASET, DECLARING THE RECORD SHAPE OF ONE
      *      SOURCE DATASET.
      *
      *   FUNCTION = A DATASET WITH NO CARD HAS THE CLASSIC GDS
      *      SHAPE - FIXED 100-BYTE RECORDS, A 20-BYTE KEY AT THE
      *      FRONT AND 80 BYTES OF GDS-DATA BEHIND IT, WITH RULE AND
      *      DICTIONARY POSITIONS COUNTED WITHIN GDS-DATA.  A CARD
      *      DECLARES ANY OTHER SHAPE -
      *      DSP-DSN           - THE DATASET NAME.  A GENERATION
      *                          DATA GROUP IS PROFILED BY ITS BASE
      *                          NAME, WHICH COVERS EVERY GENERATION
      *                          AND RELATIVE REFERENCE TO IT.
      *      DSP-RECORD-FORMAT - F (FIXED, EVERY RECORD EXACTLY
      *                          DSP-MAX-LENGTH BYTES) OR V
      *                          (VARIABLE, UP TO DSP-MAX-LENGTH).
      *      DSP-MAX-LENGTH    - THE RECORD LENGTH, 0001-4096.
      *      DSP-KEY-OFFSET    - OFFSET OF THE KEY FROM THE START
      *                          OF THE RECORD, COUNTED FROM ZERO
      *                          AS IN THE IDCAMS KEYS PARAMETER.
      *      DSP-KEY-LENGTH    - LENGTH OF THE KEY, 01-20.
      *      THE KEY MUST LIE WITHIN THE FIRST DSP-MAX-LENGTH BYTES,
      *      AND A VARIABLE RECORD TOO SHORT TO HOLD IT IS REFUSED.
      *      ON A PROFILED DATASET EVERY RULE AND DICTIONARY
      *      POSITION IS COUNTED FROM THE FIRST BYTE OF THE WHOLE
      *      RECORD, AND A FIELD BEYOND THE END OF A SHORT VARIABLE
      *      RECORD READS AS SPACES.  A CARD OF F, 0100, 0000, 20
      *      DESCRIBES THE CLASSIC RECORD, BUT WITH WHOLE-RECORD
      *      POSITIONS.  THE PAIR COPYBOOKS RUYDSP AND YBDSP COPY
      *      THIS LAYOUT, AND THE COMMON PROGRAMS COPY IT DIRECTLY,
      *      SO THE COMMON SIDE NEVER DEPENDS ON ANY ONE GENERATED
      *      PAIR.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = ONE CARD PER DATASET - THE FIRST CARD
      *        NAMING A DATASET IS THE ONE USED.  A PROFILED
      *        DATASET IS READ SEQUENTIALLY, SO IT MUST BE A QSAM
      *        DATASET (OR AN UNLOADED KSDS) IN ASCENDING KEY ORDER.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUDSP ******************************
       01  DATASET-PROFILE-CARD.
           05  DSP-DSN                     PIC X(44).
           05  FILLER                      PIC X(01).
           05  DSP-RECORD-FORMAT           PIC X(01).
               88  DSP-FIXED                   VALUE 'F'.
               88  DSP-VARIABLE                VALUE 'V'.
           05  FILLER                      PIC X(01).
           05  DSP-MAX-LENGTH              PIC 9(04).
           05  FILLER                      PIC X(01).
           05  DSP-KEY-OFFSET              PIC 9(04).
           05  FILLER                      PIC X(01).
           05  DSP-KEY-LENGTH              PIC 9(02).
           05  FILLER                      PIC X(21).
