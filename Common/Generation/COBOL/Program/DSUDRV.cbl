      *      GENERATED PAIR DOES NOT NEED ITS OWN HAND-MAINTAINED
      *      DRIVER.  ONE AUDITLOG ROW IS WRITTEN PER CARD AND A
      *      RUN-SUMMARY ROW CLOSES THE WORKLIST.
      *      BEFORE THE CALL EVERY CARD IS CHECKED AGAINST THE
      *      DATASET REGISTRY (SEE COPYBOOK DSUREG) - A SOURCE THAT
      *      IS NOT REGISTERED, OR A PII SOURCE BEING MOVED BY ANY
      *      ACTION OTHER THAN MASK INTO A TARGET OF A LOWER
      *      ENVIRONMENT, IS REFUSED WITHOUT THE CALL AND AUDITED
      *      WITH OUTCOME REFUSED.  COMPARE, DELETE AND PROFILE
      *      WRITE NO COPY OF THE DATA AND ARE NOT SUBJECT TO THE
      *      ENVIRONMENT RULE.  A SPLIT OF A PII SOURCE IS REFUSED
      *      OUTRIGHT - ITS TARGETS ARE THE SPLIT1-SPLIT4 DDS, WHOSE
      *      ENVIRONMENTS CANNOT BE CHECKED FROM THE CARD.  AN
      *      UNREGISTERED TARGET TAKES ITS ENVIRONMENT FROM ITS
      *      HIGH-LEVEL QUALIFIER (PROD, UAT, TEST OR DEV); ANY
      *      OTHER QUALIFIER RANKS BELOW DEV.
      *      RENAME, DELETE AND RESTORE CARDS ARE SUBJECT TO FOUR-
      *      EYES APPROVAL (SEE COPYBOOK DSUPND) - THE FIRST TIME A
      *      CARD IS SEEN IT IS WRITTEN TO THE PENDING-APPROVAL
      *      FILE AND AUDITED WITH OUTCOME HELD INSTEAD OF BEING
      *      EXECUTED.  ONCE A SECOND USER HAS APPROVED IT WITH
      *      DSUAPR, THE SAME CARD IS RELEASED ON A LATER RUN UNTIL
      *      THE APPROVAL EXPIRES, AND ITS AUDIT ROW CARRIES BOTH
      *      THE SUBMITTER AND THE APPROVER USER IDS.
      *      EVERY CARD CARRIES A RUN FREQUENCY (SEE COPYBOOK
      *      DSUCARD).  A CARD THAT IS NOT DUE ON THE RUN DATE IS
      *      NOT RUN - IT IS AUDITED WITH OUTCOME SKIPPED AND NEITHER
      *      FAILS NOR STOPS THE WORKLIST.  THE RUN DATE IS TODAY,
      *      OR THE DATE ON THE RUNDATE CARD WHEN ONE IS SUPPLIED, SO
      *      A RERUN AFTER MIDNIGHT CAN STILL RUN AS THE DAY IT
      *      REPLACES.  EVERY FREQUENCY OTHER THAN DAILY IS JUDGED
      *      FROM THE RUN DATE'S ENTRY ON THE SHOP CALENDAR (SEE
      *      COPYBOOK DSUCAL).
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *        WHILE EVERY OTHER ACTION REWRITES THE TGTDS/RPTOUT/
      *        CKPTFILE DATASETS ALLOCATED TO THE STEP, SO A SECOND
      *        SUCH CARD WOULD DESTROY THE FIRST CARD'S OUTPUT.
      *        IF THE REGISTRY CANNOT BE OPENED EVERY CARD IS
      *        REFUSED - THE CLASSIFICATION CANNOT BE CHECKED.
      *        IF THE PENDING-APPROVAL FILE CANNOT BE OPENED EVERY
      *        RENAME, DELETE AND RESTORE CARD IS REFUSED.
      *        IF THE CALENDAR IS NOT SUPPLIED, OR HAS NO ENTRY FOR
      *        THE RUN DATE, EVERY CARD WHOSE FREQUENCY IS NOT DAILY
      *        FAILS VALIDATION - ITS DUE DATE CANNOT BE CHECKED.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *                DRIVER-TARGET-PROGRAM - SUBPROGRAM TO CALL
      *                DRIVER-COPYBOOK-ID     - GENERATED PAIR ID,
      *                   USED ONLY FOR THE DIAGNOSTIC MESSAGE
      *                REGISTRY DD - DATASET REGISTRY KSDS, READ
      *                   RANDOMLY BY DSN
      *                PENDAPPR DD - FOUR-EYES PENDING-APPROVAL
      *                   KSDS, READ AND UPDATED RANDOMLY
      *                CALENDAR DD - SHOP CALENDAR, SEE COPYBOOK
      *                   DSUCAL - OPTIONAL
      *                RUNDATE DD - RUN-DATE OVERRIDE, CCYYMMDD IN
      *                   COLUMNS 1-8 OF ONE CARD - OPTIONAL
      *
      *      OUTPUT  = RESPONSE IN THE PARMS DATA STRUCTURE (FROM
      *                   THE LAST CARD PROCESSED)
      *   EXIT-ERROR =
      *      THE STEP RETURN CODE IS THE WORST OUTCOME ACROSS THE
      *      WHOLE WORKLIST:
      *      RETURN CODE = 4  - A CARD WAS HELD FOR FOUR-EYES
      *                  APPROVAL, OR ITS APPROVAL HAD EXPIRED.  A
      *                  HELD CARD NEVER STOPS THE WORKLIST.  A
      *                  SKIPPED CARD LEAVES THE RETURN CODE AT 0.
      *      RETURN CODE = 8  - AUDITLOG OPEN OR WRITE FAILED (RAISED
      *                  ONLY IF NO WORSE FAILURE ALREADY SET A
      *                  HIGHER RETURN CODE)
      *      RETURN CODE = 12 - TARGET SUBPROGRAM REPORTED FAILURE
      *      RETURN CODE = 16 - NO CONTROL CARD SUPPLIED, OR A
      *                  CTLCARD READ FAILED WITH AN I/O ERROR
      *      RETURN CODE = 20 - A CONTROL CARD FAILED VALIDATION,
      *                  INCLUDING ITS RUN FREQUENCY
      *      RETURN CODE = 24 - A CONTROL CARD WAS REFUSED BY THE
      *                  DATASET REGISTRY CHECK
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *                  IN THE NEW AUDIT-MESSAGE FIELD, SO THE
      *                  DSUEXC EXCEPTION REPORT CAN SHOW WHY A
      *                  CARD FAILED.
      *      2026-10-15  CHECKS EVERY CARD AGAINST THE NEW DATASET
      *                  REGISTRY BEFORE THE CALL - REFUSES AN
      *                  UNREGISTERED SOURCE AND ANY NON-MASK ACTION
      *                  MOVING PII INTO A LOWER ENVIRONMENT, AND
      *                  AUDITS THE CARD WITH OUTCOME REFUSED.
      *      2026-10-15  FOUR-EYES APPROVAL FOR RENAME, DELETE AND
      *                  RESTORE - THE CARD MUST CARRY
      *                  CC-SUBMITTER-ID AND IS HELD ON THE NEW
      *                  PENDAPPR FILE UNTIL A SECOND USER APPROVES
      *                  IT, THEN RELEASED ON A LATER RUN WHILE THE
      *                  APPROVAL IS UNEXPIRED.  AUDIT ROWS CARRY
      *                  THE SUBMITTER AND APPROVER IDS, HELD CARDS
      *                  END RC 4 AND ARE COUNTED SEPARATELY ON THE
      *                  RUN-SUMMARY ROW.  READS THE WIDENED
      *                  200-BYTE CARD.
      *      2026-10-15  ACCEPTS THE NEW PROFILE ACTION CODE - ITS
      *                  OUTPUTS ARE THE PROFRPT AND PROFOUT DDS, SO
      *                  LIKE SPLIT IT NEEDS NO TARGET-DSN.
      *      2026-10-15  ACCEPTS THE NEW EXPORT AND IMPORT ACTION
      *                  CODES, WHICH NEED A TARGET-DSN LIKE
      *                  DUPLICAT DOES, AND PASSES CC-DELIMITER AND
      *                  CC-HEADER-FLAG THROUGH TO PARMS - A QUOTE
      *                  DELIMITER OR A HEADER FLAG OTHER THAN
      *                  BLANK, Y OR N IS REJECTED.
      *      2026-10-15  HONOURS THE NEW CC-RUN-FREQUENCY ON EACH
      *                  CARD - A CARD NOT DUE ON THE RUN DATE (SEE
      *                  THE NEW CALENDAR AND RUNDATE DDS) IS NOT
      *                  RUN BUT AUDITED WITH OUTCOME SKIPPED AND
      *                  COUNTED ON THE RUN-SUMMARY ROW, WHOSE
      *                  AUDIT-MESSAGE NOW CARRIES THE SKIPPED COUNT
      *                  AND RUN DATE.  AN UNRECOGNIZED FREQUENCY,
      *                  A BAD RUN DAY OR DATE, OR A MISSING
      *                  CALENDAR ENTRY FAILS VALIDATION.
      *      2026-10-15  ONLY DELETE AND PROFILE, WHICH WRITE NO COPY
      *                  OF THE DATA, NOW SKIP THE PII ENVIRONMENT
      *                  CHECK FOR HAVING NO TARGET-DSN - A SPLIT OF A
      *                  PII SOURCE, WHOSE SPLIT1-SPLIT4 TARGETS
      *                  CANNOT BE CHECKED, IS REFUSED.
      *
      *********************** DSUDRV ******************************
      ***************************************************************
           Select Audit-File Assign To AUDITLOG
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.
           Select Registry-File Assign To REGISTRY
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is REG-DSN
               File Status Is WS-REGISTRY-STATUS.
           Select Approval-File Assign To PENDAPPR
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is PND-KEY
               File Status Is WS-APPROVAL-STATUS.
           Select Optional Calendar-File Assign To CALENDAR
               Organization Is Sequential
               File Status Is WS-CALENDAR-STATUS.
           Select Optional Run-Date-File Assign To RUNDATE
               Organization Is Sequential
               File Status Is WS-RUNDATE-STATUS.

       Data Division.
        File section.
        FD  Control-Card-File.
        01  Control-Card-Rec            Pic X(200).
        FD  Audit-File.
        COPY DSUAUD.
        FD  Registry-File.
        COPY DSUREG.
        FD  Approval-File.
        COPY DSUPND.
        FD  Calendar-File.
        01  Calendar-Rec                Pic X(80).
        FD  Run-Date-File.
        01  Run-Date-Rec                Pic X(80).

      *
      *
       Working-Storage Section.
       COPY DSUCARD.
       COPY DSUCAL.
       01  WS-SWITCHES.
           05  WS-CARD-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-CARD-EOF                 VALUE 'Y'.
               88  WS-RUN-STOPPED               VALUE 'Y'.
           05  WS-WRITER-SEEN-SW           PIC X(01) VALUE 'N'.
               88  WS-WRITER-SEEN               VALUE 'Y'.
           05  WS-REGISTRY-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-REGISTRY-OPEN             VALUE 'Y'.
           05  WS-CARD-REFUSED-SW          PIC X(01) VALUE 'N'.
               88  WS-CARD-REFUSED              VALUE 'Y'.
           05  WS-REG-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND                 VALUE 'Y'.
           05  WS-APPROVAL-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-APPROVAL-OPEN             VALUE 'Y'.
           05  WS-PND-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-PND-FOUND                 VALUE 'Y'.
           05  WS-CARD-HELD-SW             PIC X(01) VALUE 'N'.
               88  WS-CARD-HELD                 VALUE 'Y'.
           05  WS-CARD-RELEASED-SW         PIC X(01) VALUE 'N'.
               88  WS-CARD-RELEASED             VALUE 'Y'.
           05  WS-CARD-SKIPPED-SW          PIC X(01) VALUE 'N'.
               88  WS-CARD-SKIPPED              VALUE 'Y'.
           05  WS-CAL-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-CAL-FOUND                 VALUE 'Y'.
           05  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-CAL-EOF                   VALUE 'Y'.
       01  WS-CARD-STATUS                  PIC X(02).
           88  WS-CARD-STATUS-OK               VALUE '00'.
       01  WS-AUDIT-STATUS                 PIC X(02).
           88  WS-AUDIT-STATUS-OK              VALUE '00'.
       01  WS-REGISTRY-STATUS              PIC X(02).
           88  WS-REGISTRY-STATUS-OK           VALUE '00'.
       01  WS-APPROVAL-STATUS              PIC X(02).
           88  WS-APPROVAL-STATUS-OK           VALUE '00'.
       01  WS-CALENDAR-STATUS              PIC X(02).
           88  WS-CALENDAR-STATUS-OK           VALUE '00' '05'.
           88  WS-CALENDAR-NOT-SUPPLIED        VALUE '05'.
       01  WS-RUNDATE-STATUS               PIC X(02).
           88  WS-RUNDATE-STATUS-OK            VALUE '00' '05'.
           88  WS-RUNDATE-NOT-SUPPLIED         VALUE '05'.
       01  WS-SCHEDULE-CONTROLS.
           05  WS-RUN-DATE                 PIC 9(08).
       01  WS-REGISTRY-CONTROLS.
           05  WS-REG-LOOKUP-DSN           PIC X(44).
           05  WS-REG-LAST-DOT             PIC 9(04) COMP.
           05  WS-REG-PAREN                PIC 9(04) COMP.
           05  WS-REG-SCAN-IX              PIC 9(04) COMP.
           05  WS-REG-GEN-QUAL             PIC X(08).
           05  WS-REG-GEN-QUAL-R REDEFINES WS-REG-GEN-QUAL.
               10  WS-REG-GEN-G            PIC X(01).
               10  WS-REG-GEN-NUMBER       PIC X(04).
               10  WS-REG-GEN-V            PIC X(01).
               10  WS-REG-GEN-VERSION      PIC X(02).
           05  WS-REG-ENV-WORK             PIC X(04).
           05  WS-REG-ENV-RANK             PIC 9(01).
           05  WS-SOURCE-ENV-RANK          PIC 9(01).
           05  WS-TARGET-ENV-RANK          PIC 9(01).
       01  WS-FOUR-EYES-CONTROLS.
           05  WS-HELD-OUTCOME             PIC X(08).
           05  WS-APPROVER-ID              PIC X(08).
           05  WS-TODAY-YYMMDD             PIC 9(06).
           05  WS-TODAY-YYMMDD-R REDEFINES WS-TODAY-YYMMDD.
               10  WS-TODAY-YY             PIC 9(02).
               10  WS-TODAY-MMDD           PIC 9(04).
           05  WS-TODAY-CCYYMMDD           PIC 9(08).
           05  WS-TODAY-CCYYMMDD-R REDEFINES WS-TODAY-CCYYMMDD.
               10  WS-TODAY-CC             PIC 9(02).
               10  WS-TODAY-YYMMDD-8       PIC 9(06).
           05  WS-NOW-TIME                 PIC 9(08).
       01  WS-WORKLIST-COUNTERS.
           05  WS-CARDS-READ               PIC 9(05) COMP.
           05  WS-CARDS-SUCCEEDED          PIC 9(05) COMP.
           05  WS-CARDS-FAILED             PIC 9(05) COMP.
           05  WS-CARDS-HELD               PIC 9(05) COMP.
           05  WS-CARDS-SKIPPED            PIC 9(05) COMP.
       01  WS-RETURN-CODES.
           05  WS-CARD-RC                  PIC S9(04) COMP.
           05  WS-WORST-RC                 PIC S9(04) COMP.
           05  WS-SUM-SUCCEEDED            PIC ZZZZ9.
           05  FILLER                      PIC X(08) VALUE ' FAILED='.
           05  WS-SUM-FAILED               PIC ZZZZ9.
           05  FILLER                      PIC X(06) VALUE ' HELD='.
           05  WS-SUM-HELD                 PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
       01  WS-SKIP-SUMMARY.
           05  FILLER                      PIC X(08) VALUE 'SKIPPED='.
           05  WS-SUM-SKIPPED              PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE ' RUN DATE='.
           05  WS-SUM-RUN-DATE             PIC 9(08).

       Linkage Section.
       01  DRIVER-TARGET-PROGRAM           PIC X(08).
           MOVE ZERO TO WS-CARDS-READ.
           MOVE ZERO TO WS-CARDS-SUCCEEDED.
           MOVE ZERO TO WS-CARDS-FAILED.
           MOVE ZERO TO WS-CARDS-HELD.
           MOVE ZERO TO WS-CARDS-SKIPPED.
           MOVE ZERO TO WS-WORST-RC.
           MOVE 'N' TO WS-CARD-EOF-SW.
           MOVE 'N' TO WS-RUN-STOP-SW.
           MOVE 'N' TO WS-WRITER-SEEN-SW.
           MOVE 'N' TO WS-CARD-REFUSED-SW.
           MOVE 'N' TO WS-CARD-HELD-SW.
           MOVE 'N' TO WS-CARD-RELEASED-SW.
           MOVE 'N' TO WS-CARD-SKIPPED-SW.
           MOVE 'N' TO WS-REGISTRY-OPEN-SW.
           MOVE 'N' TO WS-APPROVAL-OPEN-SW.
           OPEN INPUT Registry-File.
           IF WS-REGISTRY-STATUS-OK
               MOVE 'Y' TO WS-REGISTRY-OPEN-SW
           ELSE
               DISPLAY 'DSUDRV0017 - REGISTRY OPEN FAILED - STATUS '
                   WS-REGISTRY-STATUS
           END-IF.
           OPEN I-O Approval-File.
           IF WS-APPROVAL-STATUS-OK
               MOVE 'Y' TO WS-APPROVAL-OPEN-SW
           ELSE
               DISPLAY 'DSUDRV0022 - PENDAPPR OPEN FAILED - STATUS '
                   WS-APPROVAL-STATUS
           END-IF.
           PERFORM 1050-SET-RUN-DATE THRU 1050-EXIT.
           PERFORM 1060-FIND-CALENDAR-DAY THRU 1060-EXIT.
           OPEN INPUT CONTROL-CARD-FILE.
           IF NOT WS-CARD-STATUS-OK
               DISPLAY 'DSUDRV0009 - CTLCARD OPEN FAILED - STATUS '
       1000-EXIT.
           EXIT.

      *    A RUNDATE CARD THAT IS NOT A CCYYMMDD DATE, OR CANNOT BE
      *    READ, LEAVES THE RUN DATE ZERO - NO CALENDAR ENTRY MATCHES
      *    IT, SO EVERY CARD THAT IS NOT DAILY FAILS RATHER THAN
      *    RUNNING OR SKIPPING ON THE WRONG DAY.
       1050-SET-RUN-DATE.
           PERFORM 1780-SET-TODAY THRU 1780-EXIT.
           MOVE WS-TODAY-CCYYMMDD TO WS-RUN-DATE.
           OPEN INPUT Run-Date-File.
           IF NOT WS-RUNDATE-STATUS-OK
               DISPLAY 'DSUDRV0038 - RUNDATE OPEN FAILED - STATUS '
                   WS-RUNDATE-STATUS
               MOVE ZERO TO WS-RUN-DATE
               GO TO 1050-EXIT
           END-IF.
           IF WS-RUNDATE-NOT-SUPPLIED
               CLOSE Run-Date-File
               GO TO 1050-EXIT
           END-IF.
           READ Run-Date-File
               AT END
                   CLOSE Run-Date-File
                   GO TO 1050-EXIT
           END-READ.
           IF Run-Date-Rec (1:8) NUMERIC
               MOVE Run-Date-Rec (1:8) TO WS-RUN-DATE
               DISPLAY 'DSUDRV0039 - RUN DATE TAKEN FROM RUNDATE - '
                   WS-RUN-DATE
           ELSE
               DISPLAY 'DSUDRV0039 - RUNDATE CARD IS NOT CCYYMMDD - '
                   Run-Date-Rec (1:8)
               MOVE ZERO TO WS-RUN-DATE
           END-IF.
           CLOSE Run-Date-File.
       1050-EXIT.
           EXIT.

       1060-FIND-CALENDAR-DAY.
           MOVE 'N' TO WS-CAL-FOUND-SW.
           MOVE 'N' TO WS-CAL-EOF-SW.
           MOVE SPACES TO CALENDAR-RECORD.
           OPEN INPUT Calendar-File.
           IF NOT WS-CALENDAR-STATUS-OK
               DISPLAY 'DSUDRV0034 - CALENDAR OPEN FAILED - STATUS '
                   WS-CALENDAR-STATUS
               GO TO 1060-EXIT
           END-IF.
           IF NOT WS-CALENDAR-NOT-SUPPLIED
               PERFORM 1070-READ-CALENDAR-DAY THRU 1070-EXIT
                   UNTIL WS-CAL-EOF OR WS-CAL-FOUND
           END-IF.
           CLOSE Calendar-File.
       1060-EXIT.
           EXIT.

       1070-READ-CALENDAR-DAY.
           READ Calendar-File INTO CALENDAR-RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
                   GO TO 1070-EXIT
           END-READ.
           IF NOT WS-CALENDAR-STATUS-OK
               DISPLAY 'DSUDRV0034 - CALENDAR READ FAILED - STATUS '
                   WS-CALENDAR-STATUS
               MOVE 'Y' TO WS-CAL-EOF-SW
               GO TO 1070-EXIT
           END-IF.
           IF CAL-DATE NOT NUMERIC
               GO TO 1070-EXIT
           END-IF.
           IF CAL-DATE = WS-RUN-DATE
               MOVE 'Y' TO WS-CAL-FOUND-SW
           END-IF.
           IF CAL-DATE > WS-RUN-DATE
               MOVE 'Y' TO WS-CAL-EOF-SW
           END-IF.
       1070-EXIT.
           EXIT.

       1100-READ-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD.
           READ CONTROL-CARD-FILE INTO CONTROL-CARD
               MOVE SPACES TO ACTION
               MOVE SPACES TO SOURCE-DSN
               MOVE SPACES TO TARGET-DSN
               MOVE 'N' TO WS-CARD-REFUSED-SW
               MOVE 'N' TO WS-CARD-HELD-SW
               MOVE 'N' TO WS-CARD-RELEASED-SW
               MOVE 'N' TO WS-CARD-SKIPPED-SW
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'DSUDRV0009 - CTLCARD READ FAILED'
                   TO RETURN-MESSAGE
           MOVE SPACES TO ACTION.
           MOVE SPACES TO SOURCE-DSN.
           MOVE SPACES TO TARGET-DSN.
           MOVE 'N' TO WS-CARD-REFUSED-SW.
           MOVE 'N' TO WS-CARD-HELD-SW.
           MOVE 'N' TO WS-CARD-RELEASED-SW.
           MOVE 'N' TO WS-CARD-SKIPPED-SW.
           SET RETURN-STATUS-ERROR TO TRUE.
           MOVE 'DSUDRV0001 - NO CONTROL CARD SUPPLIED'
               TO RETURN-MESSAGE.
                   AND NOT ACTION-SYNC AND NOT ACTION-EXTRACT
                   AND NOT ACTION-MASK AND NOT ACTION-MERGE
                   AND NOT ACTION-REPLAY AND NOT ACTION-SPLIT
                   AND NOT ACTION-RESTORE AND NOT ACTION-PROFILE
                   AND NOT ACTION-EXPORT AND NOT ACTION-IMPORT
               MOVE 'DSUDRV0003 - UNRECOGNIZED ACTION CODE - '
                   TO RETURN-MESSAGE
               MOVE ACTION TO RETURN-MESSAGE(41:8)
           IF (ACTION-DUPLICAT OR ACTION-RENAME OR ACTION-COMPARE
                   OR ACTION-SYNC OR ACTION-EXTRACT OR ACTION-MASK
                   OR ACTION-MERGE OR ACTION-REPLAY
                   OR ACTION-RESTORE OR ACTION-EXPORT
                   OR ACTION-IMPORT)
                   AND TARGET-DSN = SPACES
               MOVE 'DSUDRV0005 - TARGET-DSN IS BLANK'
                   TO RETURN-MESSAGE
               MOVE REPLAY-DIR TO RETURN-MESSAGE(48:1)
               GO TO 1500-REJECT
           END-IF.
           IF NOT HEADER-ROW AND NOT HEADER-NONE
               MOVE 'DSUDRV0032 - UNRECOGNIZED HEADER FLAG - '
                   TO RETURN-MESSAGE
               MOVE HEADER-FLAG TO RETURN-MESSAGE(41:1)
               GO TO 1500-REJECT
           END-IF.
           IF FIELD-DELIMITER = '"'
               MOVE 'DSUDRV0033 - A QUOTE CANNOT BE THE DELIMITER'
                   TO RETURN-MESSAGE
               GO TO 1500-REJECT
           END-IF.
           IF (ACTION-RENAME OR ACTION-DELETE OR ACTION-RESTORE)
                   AND CC-SUBMITTER-ID = SPACES
               MOVE 'DSUDRV0021 - SUBMITTER ID REQUIRED FOR '
                   TO RETURN-MESSAGE
               MOVE ACTION TO RETURN-MESSAGE(40:8)
               GO TO 1500-REJECT
           END-IF.
           IF NOT CC-POLICY-STOP AND NOT CC-POLICY-CONTINUE
               MOVE 'DSUDRV0011 - UNRECOGNIZED ERROR POLICY - '
                   TO RETURN-MESSAGE
               MOVE CC-ERROR-POLICY TO RETURN-MESSAGE(42:8)
               GO TO 1500-REJECT
           END-IF.
           IF NOT CC-FREQ-DAILY AND NOT CC-FREQ-BUSINESS-DAY
                   AND NOT CC-FREQ-WEEKLY AND NOT CC-FREQ-MONTH-END
                   AND NOT CC-FREQ-QUARTER-END
                   AND NOT CC-FREQ-ON-DATE
               MOVE 'DSUDRV0035 - UNRECOGNIZED RUN FREQUENCY - '
                   TO RETURN-MESSAGE
               MOVE CC-RUN-FREQUENCY TO RETURN-MESSAGE(43:8)
               GO TO 1500-REJECT
           END-IF.
           IF CC-FREQ-WEEKLY AND NOT CC-RUN-DAY-VALID
               MOVE 'DSUDRV0036 - WEEKLY CARD NEEDS A RUN DAY MON-SUN'
                   TO RETURN-MESSAGE
               GO TO 1500-REJECT
           END-IF.
           IF CC-FREQ-ON-DATE AND CC-RUN-DATE NOT NUMERIC
               MOVE 'DSUDRV0036 - DATE CARD NEEDS A CCYYMMDD RUN DATE'
                   TO RETURN-MESSAGE
               GO TO 1500-REJECT
           END-IF.
           IF CC-FREQ-ON-DATE
                   AND (CC-RUN-DATE-MM < 1 OR CC-RUN-DATE-MM > 12
                   OR CC-RUN-DATE-DD < 1 OR CC-RUN-DATE-DD > 31)
               MOVE 'DSUDRV0036 - DATE CARD NEEDS A CCYYMMDD RUN DATE'
                   TO RETURN-MESSAGE
               GO TO 1500-REJECT
           END-IF.
           IF NOT CC-FREQ-DAILY AND NOT WS-CAL-FOUND
               MOVE 'DSUDRV0037 - NO CALENDAR ENTRY FOR RUN DATE '
                   TO RETURN-MESSAGE
               MOVE WS-RUN-DATE TO RETURN-MESSAGE(45:8)
               GO TO 1500-REJECT
           END-IF.
           PERFORM 1550-CHECK-DUE THRU 1550-EXIT.
           IF WS-CARD-SKIPPED
               GO TO 1500-EXIT
           END-IF.
           IF NOT ACTION-RENAME AND NOT ACTION-DELETE
               IF WS-WRITER-SEEN
                   MOVE 'DSUDRV0015 - ONLY RENAME/DELETE CARDS MAY'
       1500-EXIT.
           EXIT.

      *    A CARD THAT IS NOT DUE IS SKIPPED BEFORE THE SINGLE-
      *    WRITER RULE - IT WRITES NOTHING, SO IT CANNOT DESTROY
      *    ANOTHER CARD'S OUTPUT.
       1550-CHECK-DUE.
           MOVE 'N' TO WS-CARD-SKIPPED-SW.
           EVALUATE TRUE
               WHEN CC-FREQ-DAILY
                   GO TO 1550-EXIT
               WHEN CC-FREQ-BUSINESS-DAY
                   IF CAL-BUSINESS-DAY
                       GO TO 1550-EXIT
                   END-IF
               WHEN CC-FREQ-WEEKLY
                   IF CAL-DAY-NAME = CC-RUN-DAY
                       GO TO 1550-EXIT
                   END-IF
               WHEN CC-FREQ-MONTH-END
                   IF CAL-MONTH-END
                       GO TO 1550-EXIT
                   END-IF
               WHEN CC-FREQ-QUARTER-END
                   IF CAL-QUARTER-END
                       GO TO 1550-EXIT
                   END-IF
               WHEN CC-FREQ-ON-DATE
                   IF CC-RUN-DATE = WS-RUN-DATE
                       GO TO 1550-EXIT
                   END-IF
           END-EVALUATE.
           MOVE 'Y' TO WS-CARD-SKIPPED-SW.
           MOVE 'DSUDRV0040 - NOT DUE ON ' TO RETURN-MESSAGE.
           MOVE WS-RUN-DATE TO RETURN-MESSAGE(25:8).
           MOVE ' - ' TO RETURN-MESSAGE(33:3).
           MOVE CC-RUN-FREQUENCY TO RETURN-MESSAGE(36:8).
           MOVE CC-RUN-ON TO RETURN-MESSAGE(45:8).
           DISPLAY 'DSUDRV0041 - CARD SKIPPED - ' RETURN-MESSAGE.
       1550-EXIT.
           EXIT.

       1600-CHECK-REGISTRY.
           IF NOT WS-REGISTRY-OPEN
               MOVE 'DSUDRV0017 - DATASET REGISTRY NOT AVAILABLE'
                   TO RETURN-MESSAGE
               GO TO 1600-REFUSE
           END-IF.
           MOVE SOURCE-DSN TO WS-REG-LOOKUP-DSN.
           PERFORM 1650-READ-REGISTRY THRU 1650-EXIT.
           IF NOT WS-REG-FOUND
               MOVE 'DSUDRV0018 - SOURCE NOT REGISTERED - '
                   TO RETURN-MESSAGE
               MOVE SOURCE-DSN TO RETURN-MESSAGE(38:23)
               GO TO 1600-REFUSE
           END-IF.
           IF NOT REG-CLASS-PII
               GO TO 1600-EXIT
           END-IF.
           IF ACTION-MASK OR ACTION-COMPARE OR ACTION-DELETE
                   OR ACTION-PROFILE
               GO TO 1600-EXIT
           END-IF.
           IF ACTION-SPLIT
               MOVE 'DSUDRV0042 - PII SOURCE CANNOT BE SPLIT - USE MASK'
                   TO RETURN-MESSAGE
               GO TO 1600-REFUSE
           END-IF.
           MOVE REG-ENVIRONMENT TO WS-REG-ENV-WORK.
           PERFORM 1680-RANK-ENVIRONMENT THRU 1680-EXIT.
           MOVE WS-REG-ENV-RANK TO WS-SOURCE-ENV-RANK.
           MOVE TARGET-DSN TO WS-REG-LOOKUP-DSN.
           PERFORM 1650-READ-REGISTRY THRU 1650-EXIT.
           IF WS-REG-FOUND
               MOVE REG-ENVIRONMENT TO WS-REG-ENV-WORK
           ELSE
               MOVE SPACES TO WS-REG-ENV-WORK
               UNSTRING TARGET-DSN DELIMITED BY '.'
                   INTO WS-REG-ENV-WORK
               END-UNSTRING
           END-IF.
           PERFORM 1680-RANK-ENVIRONMENT THRU 1680-EXIT.
           MOVE WS-REG-ENV-RANK TO WS-TARGET-ENV-RANK.
           IF WS-TARGET-ENV-RANK < WS-SOURCE-ENV-RANK
               MOVE 'DSUDRV0019 - PII SOURCE TO LOWER ENVIRONMENT - '
                   TO RETURN-MESSAGE
               MOVE 'USE MASK' TO RETURN-MESSAGE(49:8)
               GO TO 1600-REFUSE
           END-IF.
           GO TO 1600-EXIT.
       1600-REFUSE.
           MOVE 'Y' TO WS-CARD-REFUSED-SW.
           SET RETURN-STATUS-ERROR TO TRUE.
           DISPLAY 'DSUDRV0020 - CARD REFUSED BY DATASET REGISTRY - '
               RETURN-MESSAGE.
           MOVE 24 TO WS-CARD-RC.
       1600-EXIT.
           EXIT.

      *    A GENERATION DATASET (LAST QUALIFIER GNNNNVNN, OR A
      *    RELATIVE GENERATION SUCH AS BASE(-1)) NOT REGISTERED
      *    UNDER ITS OWN NAME IS LOOKED UP AGAIN UNDER ITS GDG
      *    BASE NAME, SO RESTORE CARDS NAMING A PRIOR
      *    GENERATION FIND THE BASE'S ENTRY.
       1650-READ-REGISTRY.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE WS-REG-LOOKUP-DSN TO REG-DSN.
           READ Registry-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REG-FOUND-SW
           END-READ.
           IF WS-REG-FOUND
               GO TO 1650-EXIT
           END-IF.
           MOVE ZERO TO WS-REG-LAST-DOT.
           MOVE ZERO TO WS-REG-PAREN.
           MOVE 1 TO WS-REG-SCAN-IX.
           PERFORM 1660-FIND-LAST-DOT THRU 1660-EXIT
               UNTIL WS-REG-SCAN-IX > 44.
           IF WS-REG-PAREN > 1
               MOVE SPACES TO REG-DSN
               MOVE WS-REG-LOOKUP-DSN(1:WS-REG-PAREN - 1) TO REG-DSN
               GO TO 1650-READ-BASE
           END-IF.
           IF WS-REG-LAST-DOT < 2 OR WS-REG-LAST-DOT > 36
               GO TO 1650-EXIT
           END-IF.
           MOVE WS-REG-LOOKUP-DSN(WS-REG-LAST-DOT + 1:8)
               TO WS-REG-GEN-QUAL.
           IF WS-REG-GEN-G NOT = 'G' OR WS-REG-GEN-V NOT = 'V'
                   OR WS-REG-GEN-NUMBER NOT NUMERIC
                   OR WS-REG-GEN-VERSION NOT NUMERIC
               GO TO 1650-EXIT
           END-IF.
           IF WS-REG-LAST-DOT < 36
               IF WS-REG-LOOKUP-DSN(WS-REG-LAST-DOT + 9:) NOT = SPACES
                   GO TO 1650-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO REG-DSN.
           MOVE WS-REG-LOOKUP-DSN(1:WS-REG-LAST-DOT - 1) TO REG-DSN.
       1650-READ-BASE.
           READ Registry-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REG-FOUND-SW
           END-READ.
       1650-EXIT.
           EXIT.

       1660-FIND-LAST-DOT.
           IF WS-REG-LOOKUP-DSN(WS-REG-SCAN-IX:1) = '.'
                   AND WS-REG-PAREN = ZERO
               MOVE WS-REG-SCAN-IX TO WS-REG-LAST-DOT
           END-IF.
           IF WS-REG-LOOKUP-DSN(WS-REG-SCAN-IX:1) = '('
                   AND WS-REG-PAREN = ZERO
               MOVE WS-REG-SCAN-IX TO WS-REG-PAREN
           END-IF.
           ADD 1 TO WS-REG-SCAN-IX.
       1660-EXIT.
           EXIT.

       1680-RANK-ENVIRONMENT.
           EVALUATE WS-REG-ENV-WORK
               WHEN 'PROD'
                   MOVE 4 TO WS-REG-ENV-RANK
               WHEN 'UAT'
                   MOVE 3 TO WS-REG-ENV-RANK
               WHEN 'TEST'
                   MOVE 2 TO WS-REG-ENV-RANK
               WHEN 'DEV'
                   MOVE 1 TO WS-REG-ENV-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-REG-ENV-RANK
           END-EVALUATE.
       1680-EXIT.
           EXIT.

      *    RENAME, DELETE AND RESTORE NEED A SECOND USER'S
      *    APPROVAL.  AN UNKNOWN, REJECTED, EXPIRED OR ALREADY
      *    RELEASED REQUEST IS (RE)WRITTEN AS A NEW HELD REQUEST;
      *    A HELD ONE STAYS HELD; AN APPROVED ONE IS RELEASED IF
      *    IT IS STILL UNEXPIRED AND THE CARD COMES FROM THE SAME
      *    SUBMITTER.
       1700-CHECK-FOUR-EYES.
           IF NOT ACTION-RENAME AND NOT ACTION-DELETE
                   AND NOT ACTION-RESTORE
               GO TO 1700-EXIT
           END-IF.
           IF NOT WS-APPROVAL-OPEN
               MOVE 'DSUDRV0022 - PENDING-APPROVAL FILE NOT AVAILABLE'
                   TO RETURN-MESSAGE
               GO TO 1700-REFUSE
           END-IF.
           PERFORM 1780-SET-TODAY THRU 1780-EXIT.
           MOVE ACTION TO PND-ACTION.
           MOVE SOURCE-DSN TO PND-SOURCE-DSN.
           MOVE TARGET-DSN TO PND-TARGET-DSN.
           MOVE 'N' TO WS-PND-FOUND-SW.
           READ Approval-File
               INVALID KEY
                   GO TO 1700-NEW-REQUEST
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PND-FOUND-SW
           END-READ.
           IF PND-STATUS-HELD
               MOVE 'DSUDRV0024 - AWAITING FOUR-EYES APPROVAL'
                   TO RETURN-MESSAGE
               MOVE 'HELD' TO WS-HELD-OUTCOME
               GO TO 1700-HOLD
           END-IF.
           IF NOT PND-STATUS-APPROVED
               GO TO 1700-NEW-REQUEST
           END-IF.
           IF PND-EXPIRY-DATE < WS-TODAY-CCYYMMDD
               MOVE 'EXPIRED' TO PND-STATUS
               REWRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY 'DSUDRV0027 - PENDAPPR UPDATE FAILED - '
                           'STATUS ' WS-APPROVAL-STATUS
               END-REWRITE
               MOVE 'DSUDRV0025 - FOUR-EYES APPROVAL EXPIRED - RESUBMIT'
                   TO RETURN-MESSAGE
               MOVE 'EXPIRED' TO WS-HELD-OUTCOME
               GO TO 1700-HOLD
           END-IF.
           IF CC-SUBMITTER-ID NOT = PND-SUBMITTER-ID
               MOVE 'DSUDRV0026 - SUBMITTER DIFFERS FROM APPROVED '
                   TO RETURN-MESSAGE
               MOVE 'REQUEST' TO RETURN-MESSAGE(47:7)
               GO TO 1700-REFUSE
           END-IF.
           IF PND-APPROVER-ID = SPACES
                   OR PND-APPROVER-ID = PND-SUBMITTER-ID
               MOVE 'DSUDRV0031 - APPROVER IS NOT A SECOND USER'
                   TO RETURN-MESSAGE
               GO TO 1700-REFUSE
           END-IF.
           MOVE 'Y' TO WS-CARD-RELEASED-SW.
           MOVE PND-APPROVER-ID TO WS-APPROVER-ID.
           DISPLAY 'DSUDRV0030 - RELEASED ON FOUR-EYES APPROVAL BY '
               PND-APPROVER-ID.
           GO TO 1700-EXIT.
       1700-NEW-REQUEST.
           MOVE 'HELD' TO PND-STATUS.
           MOVE CC-SUBMITTER-ID TO PND-SUBMITTER-ID.
           MOVE CC-JOB-NAME TO PND-SUBMIT-JOB.
           MOVE WS-TODAY-CCYYMMDD TO PND-SUBMIT-DATE.
           MOVE WS-NOW-TIME TO PND-SUBMIT-TIME.
           MOVE SPACES TO PND-APPROVER-ID.
           MOVE ZERO TO PND-DECISION-DATE.
           MOVE ZERO TO PND-DECISION-TIME.
           MOVE ZERO TO PND-EXPIRY-DATE.
           MOVE ZERO TO PND-RELEASE-DATE.
           MOVE ZERO TO PND-RELEASE-TIME.
           MOVE SPACES TO PND-COMMENT.
           IF WS-PND-FOUND
               REWRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF NOT WS-APPROVAL-STATUS-OK
               DISPLAY 'DSUDRV0027 - PENDAPPR UPDATE FAILED - STATUS '
                   WS-APPROVAL-STATUS
               MOVE 'DSUDRV0027 - PENDING-APPROVAL FILE UPDATE FAILED'
                   TO RETURN-MESSAGE
               GO TO 1700-REFUSE
           END-IF.
           MOVE 'DSUDRV0023 - HELD FOR FOUR-EYES APPROVAL'
               TO RETURN-MESSAGE.
           MOVE 'HELD' TO WS-HELD-OUTCOME.
       1700-HOLD.
           MOVE 'Y' TO WS-CARD-HELD-SW.
           SET RETURN-STATUS-ERROR TO TRUE.
           DISPLAY 'DSUDRV0029 - CARD HELD - ' RETURN-MESSAGE.
           MOVE 4 TO WS-CARD-RC.
           GO TO 1700-EXIT.
       1700-REFUSE.
           MOVE 'Y' TO WS-CARD-REFUSED-SW.
           SET RETURN-STATUS-ERROR TO TRUE.
           DISPLAY 'DSUDRV0028 - CARD REFUSED BY FOUR-EYES CHECK - '
               RETURN-MESSAGE.
           MOVE 24 TO WS-CARD-RC.
       1700-EXIT.
           EXIT.

      *    AUDIT-DATE STYLE YYMMDD, WINDOWED AT 70 LIKE DSUHKP, AS
      *    THE CCYYMMDD THE PENDING-APPROVAL DATES ARE KEPT IN.
       1780-SET-TODAY.
           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YYMMDD-8.
           IF WS-TODAY-YY < 70
               MOVE 20 TO WS-TODAY-CC
           ELSE
               MOVE 19 TO WS-TODAY-CC
           END-IF.
       1780-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ.
           MOVE ZERO TO WS-CARD-RC.
           MOVE 'N' TO WS-CARD-REFUSED-SW.
           MOVE 'N' TO WS-CARD-HELD-SW.
           MOVE 'N' TO WS-CARD-RELEASED-SW.
           MOVE 'N' TO WS-CARD-SKIPPED-SW.
           MOVE SPACES TO WS-APPROVER-ID.
           SET RETURN-STATUS-OK TO TRUE.
           MOVE SPACES TO RETURN-MESSAGE.
           MOVE CC-ACTION TO ACTION.
           MOVE CC-PART-LOW-KEY TO PART-LOW-KEY.
           MOVE CC-PART-HIGH-KEY TO PART-HIGH-KEY.
           MOVE CC-REPLAY-DIR TO REPLAY-DIR.
           MOVE CC-DELIMITER TO FIELD-DELIMITER.
           MOVE CC-HEADER-FLAG TO HEADER-FLAG.
           PERFORM 1500-VALIDATE-PARMS THRU 1500-EXIT.
           IF WS-PARMS-VALID AND NOT WS-CARD-SKIPPED
               PERFORM 1600-CHECK-REGISTRY THRU 1600-EXIT
           END-IF.
           IF WS-PARMS-VALID AND NOT WS-CARD-SKIPPED
                   AND NOT WS-CARD-REFUSED
               PERFORM 1700-CHECK-FOUR-EYES THRU 1700-EXIT
           END-IF.
           IF WS-PARMS-VALID AND NOT WS-CARD-SKIPPED
                   AND NOT WS-CARD-REFUSED
                   AND NOT WS-CARD-HELD
               PERFORM 2100-CALL-TARGET THRU 2100-EXIT
               PERFORM 3000-CHECK-STATUS THRU 3000-EXIT
               IF WS-CARD-RELEASED AND RETURN-STATUS-OK
                   PERFORM 2200-MARK-RELEASED THRU 2200-EXIT
               END-IF
           END-IF.
           PERFORM 4000-WRITE-AUDIT-RECORD THRU 4000-EXIT.
           PERFORM 3100-FOLD-CARD-OUTCOME THRU 3100-EXIT.
           IF WS-CARD-RC > 4 AND NOT CC-POLICY-CONTINUE
               MOVE 'Y' TO WS-RUN-STOP-SW
               GO TO 2000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *    A RELEASED APPROVAL IS USED UP ONLY WHEN THE CARD
      *    SUCCEEDS - A FAILED RELEASE CAN BE RERUN UNTIL EXPIRY.
       2200-MARK-RELEASED.
           MOVE ACTION TO PND-ACTION.
           MOVE SOURCE-DSN TO PND-SOURCE-DSN.
           MOVE TARGET-DSN TO PND-TARGET-DSN.
           READ Approval-File
               INVALID KEY
                   GO TO 2200-FAILED
           END-READ.
           PERFORM 1780-SET-TODAY THRU 1780-EXIT.
           MOVE 'RELEASED' TO PND-STATUS.
           MOVE WS-TODAY-CCYYMMDD TO PND-RELEASE-DATE.
           MOVE WS-NOW-TIME TO PND-RELEASE-TIME.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   GO TO 2200-FAILED
           END-REWRITE.
           GO TO 2200-EXIT.
       2200-FAILED.
           DISPLAY 'DSUDRV0027 - PENDAPPR UPDATE FAILED - STATUS '
               WS-APPROVAL-STATUS.
           IF WS-CARD-RC < 8
               MOVE 8 TO WS-CARD-RC
           END-IF.
       2200-EXIT.
           EXIT.

       3000-CHECK-STATUS.
           IF NOT RETURN-STATUS-OK
               DISPLAY 'DSUDRV0002 - ' DRIVER-TARGET-PROGRAM
           EXIT.

       3100-FOLD-CARD-OUTCOME.
           EVALUATE TRUE
               WHEN WS-CARD-SKIPPED
                   ADD 1 TO WS-CARDS-SKIPPED
               WHEN WS-CARD-RC = ZERO
                   ADD 1 TO WS-CARDS-SUCCEEDED
               WHEN WS-CARD-HELD
                   ADD 1 TO WS-CARDS-HELD
               WHEN OTHER
                   ADD 1 TO WS-CARDS-FAILED
           END-EVALUATE.
           IF WS-CARD-RC > WS-WORST-RC
               MOVE WS-CARD-RC TO WS-WORST-RC
           END-IF.
           MOVE ACTION TO AUDIT-ACTION.
           MOVE SOURCE-DSN TO AUDIT-SOURCE-DSN.
           MOVE TARGET-DSN TO AUDIT-TARGET-DSN.
           EVALUATE TRUE
               WHEN WS-CARD-SKIPPED
                   MOVE 'SKIPPED' TO AUDIT-OUTCOME
               WHEN WS-CARD-REFUSED
                   MOVE 'REFUSED' TO AUDIT-OUTCOME
               WHEN WS-CARD-HELD
                   MOVE WS-HELD-OUTCOME TO AUDIT-OUTCOME
               WHEN RETURN-STATUS-OK
                   MOVE 'SUCCESS' TO AUDIT-OUTCOME
               WHEN OTHER
                   MOVE 'FAILURE' TO AUDIT-OUTCOME
           END-EVALUATE.
           MOVE RETURN-MESSAGE TO AUDIT-MESSAGE.
           MOVE CC-SUBMITTER-ID TO AUDIT-SUBMITTER-ID.
           IF WS-CARD-RELEASED
               MOVE WS-APPROVER-ID TO AUDIT-APPROVER-ID
           ELSE
               MOVE SPACES TO AUDIT-APPROVER-ID
           END-IF.
           PERFORM 4100-APPEND-AUDIT-ROW THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       5000-WRITE-RUN-SUMMARY.
           CLOSE CONTROL-CARD-FILE.
           IF WS-REGISTRY-OPEN
               CLOSE Registry-File
           END-IF.
           IF WS-APPROVAL-OPEN
               CLOSE Approval-File
           END-IF.
           MOVE WS-CARDS-READ TO WS-SUM-READ.
           MOVE WS-CARDS-SUCCEEDED TO WS-SUM-SUCCEEDED.
           MOVE WS-CARDS-FAILED TO WS-SUM-FAILED.
           MOVE WS-CARDS-HELD TO WS-SUM-HELD.
           MOVE WS-CARDS-SKIPPED TO WS-SUM-SKIPPED.
           MOVE WS-RUN-DATE TO WS-SUM-RUN-DATE.
           DISPLAY 'DSUDRV0010 - RUN SUMMARY - ' WS-RUN-SUMMARY
               WS-SKIP-SUMMARY.
           ACCEPT AUDIT-DATE FROM DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE DRIVER-COPYBOOK-ID TO AUDIT-JOB-NAME.
           MOVE 'SUMMARY' TO AUDIT-ACTION.
           MOVE WS-RUN-SUMMARY TO AUDIT-SOURCE-DSN.
           MOVE SPACES TO AUDIT-TARGET-DSN.
           EVALUATE TRUE
               WHEN WS-WORST-RC = ZERO
                   MOVE 'SUCCESS' TO AUDIT-OUTCOME
               WHEN WS-WORST-RC = 4
                   MOVE 'HELD' TO AUDIT-OUTCOME
               WHEN OTHER
                   MOVE 'FAILURE' TO AUDIT-OUTCOME
           END-EVALUATE.
           MOVE WS-SKIP-SUMMARY TO AUDIT-MESSAGE.
           MOVE SPACES TO AUDIT-SUBMITTER-ID.
           MOVE SPACES TO AUDIT-APPROVER-ID.
           MOVE ZERO TO WS-CARD-RC.
           PERFORM 4100-APPEND-AUDIT-ROW THRU 4100-EXIT.
           IF WS-CARD-RC > WS-WORST-RC
