      *                  GENDS, NAMED IN SOURCE-DSN) TO THE LIVE
      *                  TARGET NAME ON TGTDS, WITH A RECORD-COUNT
      *                  RECONCILIATION LINE ON RPTOUT.
      *      2026-10-15  ADDED PROFILE ACTION CODE - READS THE SOURCE
      *                  ONCE AND PROFILES EVERY LAYOUT DICTIONARY
      *                  FIELD TO PROFRPT AND PROFOUT (SEE RUYPRF).
      *      2026-10-15  ADDED EXPORT AND IMPORT ACTION CODES WITH
      *                  FIELD-DELIMITER AND HEADER-FLAG - EXPORT
      *                  WRITES THE SOURCE AS DELIMITED TEXT TO DLMOUT,
      *                  IMPORT LOADS DELIMITED TEXT FROM DLMIN INTO
      *                  THE FIXED LAYOUT ON TGTDS, BOTH BY THE
      *                  LAYOUT DICTIONARY.  A BLANK DELIMITER MEANS
      *                  A COMMA.
      *
      *********************** RUY ******************************
       01  PARMS.
               88  ACTION-REPLAY               VALUE 'REPLAY'.
               88  ACTION-SPLIT                VALUE 'SPLIT'.
               88  ACTION-RESTORE              VALUE 'RESTORE'.
               88  ACTION-PROFILE              VALUE 'PROFILE'.
               88  ACTION-EXPORT               VALUE 'EXPORT'.
               88  ACTION-IMPORT               VALUE 'IMPORT'.
           05  SOURCE-DSN                  PIC X(44).
           05  TARGET-DSN                  PIC X(44).
           05  RESUME-FLAG                 PIC X(01).
           05  REPLAY-DIR                  PIC X(01).
               88  REPLAY-FORWARD              VALUE 'F' SPACE.
               88  REPLAY-BACKWARD             VALUE 'B'.
           05  FIELD-DELIMITER             PIC X(01).
           05  HEADER-FLAG                 PIC X(01).
               88  HEADER-ROW                  VALUE 'Y'.
               88  HEADER-NONE                 VALUE 'N' SPACE.
           05  RETURN-STATUS               PIC X(02).
               88  RETURN-STATUS-OK             VALUE '00'.
               88  RETURN-STATUS-ERROR          VALUE '08'.
