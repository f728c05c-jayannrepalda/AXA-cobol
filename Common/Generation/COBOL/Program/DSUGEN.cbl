      *      (SEE COPYBOOK DSUGCRD), THIS PROGRAM READS THE
      *      DATASET-NAME LIST ON DSNLIST, SELECTS THE NAMES
      *      MATCHING THE SOURCE MASK, DERIVES EACH TARGET NAME
      *      FROM THE TARGET MASK, AND WRITES ONE 200-BYTE DSUCARD
      *      CARD PER NAME TO WRKLIST.  THE GENERATED DECK HONORS
      *      DSUDRV'S RULES - THE ACTION CODE MUST BE ONE DSUDRV
      *      ACCEPTS, ACTIONS OTHER THAN DELETE, SPLIT AND PROFILE
      *      MUST DERIVE A TARGET NAME, RENAME, DELETE AND RESTORE MUST
      *      NAME THE SUBMITTER FOR FOUR-EYES APPROVAL, THE ERROR
      *      POLICY DEFAULTS TO STOP, THE RUN FREQUENCY STAMPED ON
      *      EVERY CARD MUST BE ONE DSUDRV HONOURS (DAILY WHEN
      *      BLANK, WITH A RUN DAY FOR WEEKLY AND A CCYYMMDD RUN
      *      DATE FOR DATE), AND ONLY RENAME AND DELETE
      *      MAY PRODUCE MORE THAN ONE CARD PER WORKLIST (THE
      *      SINGLE-WRITER RULE) - A PATTERN THAT WOULD BREAK THAT
      *      RULE STOPS THE GENERATION.  A LISTING OF EVERY
      *      GENERATED CARD IS PRINTED TO GENLIST SO THE DECK CAN
      *      BE EYEBALLED BEFORE THE SCHEDULER PICKS IT UP.
      *
      *   NOTES =
      *     DEPENDENCIES = GENERATED CARDS IN DSUCARD LAYOUT
      *   TABLES = NONE
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION.
      *      2026-10-15  COPIES GEN-SUBMITTER-ID TO CC-SUBMITTER-ID
      *                  AND REJECTS A RENAME, DELETE OR RESTORE
      *                  PATTERN WITHOUT ONE - DSUDRV HOLDS THOSE
      *                  CARDS FOR FOUR-EYES APPROVAL.  WRITES THE
      *                  WIDENED 200-BYTE CARD.
      *      2026-10-15  ACCEPTS THE NEW PROFILE ACTION, WHICH LIKE
      *                  SPLIT NEEDS NO TARGET MASK.
      *      2026-10-15  ACCEPTS THE NEW EXPORT AND IMPORT ACTIONS
      *                  AND COPIES GEN-DELIMITER AND GEN-HEADER-FLAG
      *                  TO THE CARD, REJECTING A QUOTE DELIMITER OR
      *                  A HEADER FLAG OTHER THAN BLANK, Y OR N.
      *      2026-10-15  COPIES GEN-RUN-FREQUENCY AND GEN-RUN-ON TO
      *                  EVERY CARD, SO DSUDRV SKIPS THE GENERATED
      *                  CARDS ON THE DAYS THEY ARE NOT DUE, AND
      *                  REJECTS A FREQUENCY DSUDRV DOES NOT KNOW, A
      *                  WEEKLY PATTERN WITHOUT A RUN DAY OR A DATE
      *                  PATTERN WITHOUT A CCYYMMDD RUN DATE.  THE
      *                  FREQUENCY IS SHOWN ON THE GENLIST HEADING.
      *
      *********************** DSUGEN ******************************
      ***************************************************************
        FD  Dsn-List-File.
        01  Dsn-List-Rec                Pic X(80).
        FD  Worklist-File.
        01  Worklist-Rec                Pic X(200).
        FD  Print-File.
        01  Print-Rec                   Pic X(132).

           05  FILLER                      PIC X(08)
               VALUE ' ACTION '.
           05  WS-HDG-ACTION               PIC X(08).
           05  FILLER                      PIC X(06) VALUE ' RUNS '.
           05  WS-HDG-FREQUENCY            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-HDG-RUN-ON               PIC X(08).
           05  FILLER                      PIC X(51) VALUE SPACES.
       01  WS-CARD-LINE.
           05  WS-CRD-JOB                  PIC X(08).
           05  FILLER                      PIC X(01).
           END-IF.
           MOVE GEN-JOB-NAME TO WS-HDG-JOB.
           MOVE GEN-ACTION TO WS-HDG-ACTION.
           MOVE GEN-RUN-FREQUENCY TO WS-HDG-FREQUENCY.
           IF GEN-RUN-FREQUENCY = SPACES
               MOVE 'DAILY' TO WS-HDG-FREQUENCY
           END-IF.
           MOVE GEN-RUN-ON TO WS-HDG-RUN-ON.
           WRITE Print-Rec FROM WS-HEADING-LINE.
       1000-EXIT.
           EXIT.
               WHEN 'REPLAY'
               WHEN 'SPLIT'
               WHEN 'RESTORE'
               WHEN 'PROFILE'
               WHEN 'EXPORT'
               WHEN 'IMPORT'
                   MOVE 'Y' TO WS-WRITER-ACTION-SW
               WHEN OTHER
                   DISPLAY 'DSUGEN0002 - UNRECOGNIZED ACTION - '
           IF GEN-TARGET-MASK = SPACES
                   AND GEN-ACTION NOT = 'DELETE'
                   AND GEN-ACTION NOT = 'SPLIT'
                   AND GEN-ACTION NOT = 'PROFILE'
               DISPLAY 'DSUGEN0002 - TARGET MASK IS BLANK FOR '
                   GEN-ACTION
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF (GEN-ACTION = 'RENAME' OR GEN-ACTION = 'DELETE'
                   OR GEN-ACTION = 'RESTORE')
                   AND GEN-SUBMITTER-ID = SPACES
               DISPLAY 'DSUGEN0002 - SUBMITTER ID IS BLANK FOR '
                   GEN-ACTION
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-ERROR-POLICY NOT = SPACES
                   AND GEN-ERROR-POLICY NOT = 'STOP'
                   AND GEN-ERROR-POLICY NOT = 'CONTINUE'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-HEADER-FLAG NOT = SPACE
                   AND GEN-HEADER-FLAG NOT = 'Y'
                   AND GEN-HEADER-FLAG NOT = 'N'
               DISPLAY 'DSUGEN0002 - UNRECOGNIZED HEADER FLAG - '
                   GEN-HEADER-FLAG
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-DELIMITER = '"'
               DISPLAY 'DSUGEN0002 - A QUOTE CANNOT BE THE DELIMITER'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-RUN-FREQUENCY NOT = SPACES
                   AND GEN-RUN-FREQUENCY NOT = 'DAILY'
                   AND GEN-RUN-FREQUENCY NOT = 'BUSDAY'
                   AND GEN-RUN-FREQUENCY NOT = 'WEEKLY'
                   AND GEN-RUN-FREQUENCY NOT = 'MONTHEND'
                   AND GEN-RUN-FREQUENCY NOT = 'QTREND'
                   AND GEN-RUN-FREQUENCY NOT = 'DATE'
               DISPLAY 'DSUGEN0002 - UNRECOGNIZED RUN FREQUENCY - '
                   GEN-RUN-FREQUENCY
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-RUN-FREQUENCY = 'WEEKLY'
                   AND GEN-RUN-ON (1:3) NOT = 'MON'
                   AND GEN-RUN-ON (1:3) NOT = 'TUE'
                   AND GEN-RUN-ON (1:3) NOT = 'WED'
                   AND GEN-RUN-ON (1:3) NOT = 'THU'
                   AND GEN-RUN-ON (1:3) NOT = 'FRI'
                   AND GEN-RUN-ON (1:3) NOT = 'SAT'
                   AND GEN-RUN-ON (1:3) NOT = 'SUN'
               DISPLAY 'DSUGEN0002 - WEEKLY PATTERN NEEDS A RUN DAY '
                   'MON-SUN'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-RUN-FREQUENCY = 'DATE'
                   AND GEN-RUN-ON NOT NUMERIC
               DISPLAY 'DSUGEN0002 - DATE PATTERN NEEDS A CCYYMMDD '
                   'RUN DATE'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF GEN-RUN-FREQUENCY = 'DATE'
                   AND (GEN-RUN-ON (5:2) < '01'
                   OR GEN-RUN-ON (5:2) > '12'
                   OR GEN-RUN-ON (7:2) < '01'
                   OR GEN-RUN-ON (7:2) > '31')
               DISPLAY 'DSUGEN0002 - DATE PATTERN NEEDS A CCYYMMDD '
                   'RUN DATE'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           MOVE ZERO TO WS-SRC-PREFIX-LEN.
           INSPECT GEN-SOURCE-MASK
               TALLYING WS-SRC-PREFIX-LEN
           MOVE WS-DERIVED-TARGET TO CC-TARGET-DSN.
           MOVE 'N' TO CC-RESUME-FLAG.
           MOVE GEN-ERROR-POLICY TO CC-ERROR-POLICY.
           MOVE GEN-SUBMITTER-ID TO CC-SUBMITTER-ID.
           MOVE GEN-DELIMITER TO CC-DELIMITER.
           MOVE GEN-HEADER-FLAG TO CC-HEADER-FLAG.
           MOVE GEN-RUN-FREQUENCY TO CC-RUN-FREQUENCY.
           MOVE GEN-RUN-ON TO CC-RUN-ON.
           WRITE Worklist-Rec FROM CONTROL-CARD.
           ADD 1 TO WS-CARDS-GENERATED.
           MOVE SPACES TO WS-CARD-LINE.
