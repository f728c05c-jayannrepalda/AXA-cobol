      *         SOURCE MASK MATCHED, A MASK WITHOUT AN ASTERISK IS
      *         USED AS CODED, AND BLANK MEANS NO TARGET (DELETE),
      *      GEN-ERROR-POLICY - THE CC-ERROR-POLICY FOR EVERY CARD
      *         (STOP WHEN BLANK, THE DSUDRV DEFAULT),
      *      GEN-SUBMITTER-ID - THE CC-SUBMITTER-ID FOR EVERY CARD,
      *         REQUIRED FOR RENAME, DELETE AND RESTORE, WHICH
      *         DSUDRV HOLDS FOR FOUR-EYES APPROVAL,
      *      GEN-DELIMITER/GEN-HEADER-FLAG - THE CC-DELIMITER AND
      *         CC-HEADER-FLAG FOR EVERY EXPORT OR IMPORT CARD,
      *      GEN-RUN-FREQUENCY/GEN-RUN-ON - THE CC-RUN-FREQUENCY AND
      *         CC-RUN-ON FOR EVERY CARD (DAILY WHEN BLANK), SO A
      *         GENERATED MONTH-END OR WEEKLY WORKLIST IS SKIPPED BY
      *         DSUDRV ON THE DAYS IT IS NOT DUE.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION.
      *      2026-10-15  ADDED GEN-SUBMITTER-ID, TAKEN FROM THE
      *                  TRAILING FILLER SO THE CARD STAYS 160 BYTES.
      *      2026-10-15  ADDED GEN-DELIMITER AND GEN-HEADER-FLAG FOR
      *                  EXPORT AND IMPORT PATTERNS, TAKEN FROM THE
      *                  TRAILING FILLER.
      *      2026-10-15  ADDED GEN-RUN-FREQUENCY AND GEN-RUN-ON,
      *                  TAKEN FROM THE TRAILING FILLER.
      *
      *********************** DSUGCRD ******************************
       01  GENERATE-CARD.
           05  GEN-SOURCE-MASK             PIC X(44).
           05  GEN-TARGET-MASK             PIC X(44).
           05  GEN-ERROR-POLICY            PIC X(08).
           05  GEN-SUBMITTER-ID            PIC X(08).
           05  GEN-DELIMITER               PIC X(01).
           05  GEN-HEADER-FLAG             PIC X(01).
           05  GEN-RUN-FREQUENCY           PIC X(08).
           05  GEN-RUN-ON                  PIC X(08).
           05  FILLER                      PIC X(22).
