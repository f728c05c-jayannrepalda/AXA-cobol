      *      DETAIL SECTION REPORTS WHAT ACTUALLY HAPPENED TO THE
      *      CATALOG.  AN EMPTY COMMAND DECK (A DUPLICAT OR COMPARE
      *      NIGHT) WRITES NOTHING AND ENDS WITH RETURN CODE 0.
      *      EACH ROW ALSO CARRIES THE SUBMITTER AND APPROVER OF
      *      THE FOUR-EYES REQUEST DSUDRV RELEASED FOR THE COMMAND,
      *      LOOKED UP ON PENDAPPR (SEE COPYBOOK DSUPND), SO THE
      *      DSURPT DETAIL LINE FOR THE VERIFIED ROW SHOWS THE SAME
      *      EVIDENCE AS THE DRIVER'S ROW.
      *
      *   NOTES =
      *     DEPENDENCIES = AUDIT ROWS IN DSUAUD LAYOUT; AMSPRINT IS
      *                   STEP GENERATED (IDCAMSCM)
      *                AMSPRINT DD - SYSPRINT OF THE IDCAMS STEP
      *                   THAT EXECUTED THE DECK
      *                PENDAPPR DD - FOUR-EYES PENDING-APPROVAL
      *                   KSDS, READ RANDOMLY BY ACTION AND DSNS
      *
      *      OUTPUT  = AUDITLOG DD - ONE VERIFIED/FAILED ROW
      *                   APPENDED PER COMMAND
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 4  - PENDAPPR COULD NOT BE OPENED - THE
      *                  ROWS WERE WRITTEN WITHOUT APPROVAL EVIDENCE
      *      RETURN CODE = 8  - A COMMAND COULD NOT BE PARSED OR THE
      *                  DECK HELD MORE COMMANDS THAN THE TABLE
      *      RETURN CODE = 12 - AT LEAST ONE COMMAND COULD NOT BE
      *   TABLES = WS-CMD-ENTRY - COMMANDS UNDER VERIFICATION (50)
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION.
      *      2026-10-15  FILLS THE NEW DSUAUD SUBMITTER AND APPROVER
      *                  IDS ON ITS ROWS FROM THE RELEASED FOUR-EYES
      *                  REQUEST ON PENDAPPR FOR THE SAME COMMAND.
      *
      *********************** DSUVFY ******************************
      ***************************************************************
           Select Audit-File Assign To AUDITLOG
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.
           Select Approval-File Assign To PENDAPPR
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is PND-KEY
               File Status Is WS-APPROVAL-STATUS.

       Data Division.
        File section.
        01  Ams-Print-Rec               Pic X(121).
        FD  Audit-File.
        COPY DSUAUD.
        FD  Approval-File.
        COPY DSUPND.

      *
      *
               88  WS-AMSPRINT-EOF             VALUE 'Y'.
           05  WS-TRIM-DONE-SW             PIC X(01) VALUE 'N'.
               88  WS-TRIM-DONE                VALUE 'Y'.
           05  WS-APPROVAL-OPEN-SW         PIC X(01) VALUE 'N'.
               88  WS-APPROVAL-OPEN            VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-CMDIN-STATUS             PIC X(02).
               88  WS-CMDIN-STATUS-OK          VALUE '00'.
               88  WS-AMSPRINT-STATUS-OK       VALUE '00'.
           05  WS-AUDIT-STATUS             PIC X(02).
               88  WS-AUDIT-STATUS-OK          VALUE '00'.
           05  WS-APPROVAL-STATUS          PIC X(02).
               88  WS-APPROVAL-STATUS-OK       VALUE '00'.
       01  WS-VERIFY-COUNTERS.
           05  WS-CMDS-READ                PIC 9(05) COMP.
           05  WS-CMDS-PARSE-BAD           PIC 9(05) COMP.
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WS-APPROVAL-OPEN-SW.
           OPEN INPUT Approval-File.
           IF WS-APPROVAL-STATUS-OK
               MOVE 'Y' TO WS-APPROVAL-OPEN-SW
           ELSE
               DISPLAY 'DSUVFY0008 - PENDAPPR OPEN FAILED - STATUS '
                   WS-APPROVAL-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE 1 TO WS-CMD-IX.
           PERFORM 4100-WRITE-ONE-OUTCOME THRU 4100-EXIT
               UNTIL WS-CMD-IX > WS-CMD-ENTRY-COUNT.
           CLOSE Audit-File.
           IF WS-APPROVAL-OPEN
               CLOSE Approval-File
           END-IF.
       4000-EXIT.
           EXIT.

                   TO AUDIT-MESSAGE
               ADD 1 TO WS-CMDS-FAILED
           END-IF.
           PERFORM 4200-FIND-APPROVAL THRU 4200-EXIT.
           WRITE AUDIT-RECORD.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSUVFY0006 - AUDITLOG WRITE FAILED - STATUS '
       4100-EXIT.
           EXIT.

      *    ONLY A RELEASED REQUEST IS EVIDENCE FOR THE COMMAND - THE
      *    KEY IS THE ACTION AND DATASET NAMES OF THE DSUDRV CARD
      *    THAT GENERATED IT (A DELETE CARD CARRIES NO TARGET).
       4200-FIND-APPROVAL.
           MOVE SPACES TO AUDIT-SUBMITTER-ID.
           MOVE SPACES TO AUDIT-APPROVER-ID.
           IF NOT WS-APPROVAL-OPEN
               GO TO 4200-EXIT
           END-IF.
           MOVE WS-CMD-ACTION (WS-CMD-IX) TO PND-ACTION.
           MOVE WS-CMD-OLD-DSN (WS-CMD-IX) TO PND-SOURCE-DSN.
           MOVE WS-CMD-NEW-DSN (WS-CMD-IX) TO PND-TARGET-DSN.
           READ Approval-File
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ.
           IF PND-STATUS-RELEASED
               MOVE PND-SUBMITTER-ID TO AUDIT-SUBMITTER-ID
               MOVE PND-APPROVER-ID TO AUDIT-APPROVER-ID
           END-IF.
       4200-EXIT.
           EXIT.

       5000-WRAPUP.
           DISPLAY 'DSUVFY0007 - COMMANDS READ ' WS-CMDS-READ
               ' VERIFIED ' WS-CMDS-VERIFIED
