      *        FROM THE REJECTS COUNT TO THE TARGET COUNT - AND THE
      *        UPDATED LINE WITH ITS RECOMPUTED MATCH VERDICT IS
      *        APPENDED TO RPTOUT, SO THE VERDICT COVERS THE
      *        RECYCLED RECORDS TOO.  RPTIN IS OPTIONAL - WITHOUT
      *        IT (E.G. RECYCLING THE ORPHANS OF A DSURIC
      *        REFERENTIAL-INTEGRITY CHECK, WHICH HAVE NO
      *        RECONCILIATION LINE) THE REBALANCE IS SKIPPED.
      *      THE TARGET IS A CLASSIC 100-BYTE GDS DATASET UNLESS THE
      *      OPTIONAL DSPROF DD CARRIES ITS ONE DATASET PROFILE CARD
      *      (SEE DSUDSP), WHEN IT IS A FIXED OR VARIABLE DATASET OF
      *      THAT SHAPE AND RULE AND DICTIONARY POSITIONS ARE COUNTED
      *      FROM THE FIRST BYTE OF THE WHOLE RECORD.  REJECTS CARRY
      *      THE FULL RECORD, SAMPLES ARE PRINTED IN FULL 100 BYTES
      *      TO A LINE, AND A CORRECTED RECORD TOO LONG FOR THE
      *      TARGET, OR TOO SHORT TO HOLD ITS KEY, GOES BACK TO
      *      RJCTNEW WITH REASON LENGTH.
      *
      *   NOTES =
      *     DEPENDENCIES = REJECTS IN DSURJC LAYOUT, RULE CARDS IN
      *                CORRIN DD - CORRECTED REJECTS TO RECYCLE
      *                VALRULES DD - DATA-QUALITY RULE CARDS
      *                LAYOUT DD - OPTIONAL FIELD DICTIONARY
      *                RPTIN DD - OPTIONAL REPORT DATASET HOLDING
      *                   THE RECONCILIATION LINE TO REBALANCE
      *                DSPROF DD - OPTIONAL DATASET PROFILE CARD OF
      *                   THE TARGET
      *
      *      OUTPUT  = RJCRPT DD - REJECT SUMMARY AND RECYCLE REPORT
      *                TGTDS DD - EXISTING TARGET, EXTENDED WITH THE
      *                  RPTIN, OR THE REBALANCED COUNTS STILL DO
      *                  NOT MATCH
      *      RETURN CODE = 16 - A DATASET COULD NOT BE OPENED OR A
      *                  RULE OR DSPROF CARD FAILED VALIDATION
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-RSN-ENTRY - REASON-CODE ACCUMULATORS (20)
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION.
      *      2026-10-15  RPTIN MADE OPTIONAL SO DSURIC ORPHANS (DSURJC
      *                  LAYOUT) CAN BE RECYCLED WITHOUT A
      *                  RECONCILIATION LINE TO REBALANCE.
      *      2026-10-15  TARGET SHAPE TAKEN FROM THE DSPROF CARD,
      *                  REJECT DATASETS MADE VARIABLE LENGTH WITH
      *                  THE FULL RECORD, FULL-RECORD SAMPLES, AND
      *                  DCT-LONG-POSITION ACCEPTED ON LAYOUT CARDS.
      *
      *********************** DSURCY ******************************
      ***************************************************************
           Select Optional Layout-Card-File Assign To LAYOUT
               Organization Is Sequential
               File Status Is WS-LAYOUT-STATUS.
           Select Optional Report-In-File Assign To RPTIN
               Organization Is Sequential
               File Status Is WS-RPTIN-STATUS.
           Select Target-File Assign To TGTDS
               Organization Is Sequential
               File Status Is WS-TARGET-STATUS.
           Select Target-Fix-File Assign To TGTDS
               Organization Is Sequential
               File Status Is WS-TARGET-STATUS.
           Select Target-Var-File Assign To TGTDS
               Organization Is Sequential
               File Status Is WS-TARGET-STATUS.
           Select Optional Dataset-Profile-File Assign To DSPROF
               Organization Is Sequential
               File Status Is WS-DSPROF-STATUS.
           Select Reject-New-File Assign To RJCTNEW
               Organization Is Sequential
               File Status Is WS-RJCTNEW-STATUS.

       Data Division.
        File section.
        FD  Reject-In-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-RJCTIN-REC-LEN.
        01  Reject-In-Rec               Pic X(4105).
        FD  Corrected-In-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-CORRIN-REC-LEN.
        01  Corrected-In-Rec            Pic X(4105).
        FD  Validation-Rule-File.
        01  Validation-Rule-Rec         Pic X(80).
        FD  Layout-Card-File.
        01  Report-In-Rec               Pic X(161).
        FD  Target-File.
        01  Target-Rec                  Pic X(100).
        FD  Target-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Target-Fix-Rec              Pic X(4096).
        FD  Target-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-TGTV-REC-LEN.
        01  Target-Var-Rec              Pic X(4096).
        FD  Reject-New-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-RJCTNEW-REC-LEN.
        01  Reject-New-Rec              Pic X(4105).
        FD  Report-Out-File.
        01  Report-Out-Rec              Pic X(161).
        FD  Print-File.
        01  Print-Rec                   Pic X(132).
        FD  Dataset-Profile-File.
        01  Dataset-Profile-Rec         Pic X(80).

      *
      *
       COPY DSUVAL.
       COPY DSUDCT.
       COPY DSURCN.
       COPY DSUDSP.
       01  WS-SWITCHES.
           05  WS-RJCTIN-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-RJCTIN-EOF               VALUE 'Y'.
               88  WS-RPT-LINE-SEEN            VALUE 'Y'.
           05  WS-TABLE-FULL-SW            PIC X(01) VALUE 'N'.
               88  WS-TABLE-FULL               VALUE 'Y'.
           05  WS-DSPROF-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-DSPROF-EOF               VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-RJCTIN-STATUS            PIC X(02).
               88  WS-RJCTIN-STATUS-OK         VALUE '00'.
           05  WS-LAYOUT-STATUS            PIC X(02).
               88  WS-LAYOUT-STATUS-OK         VALUE '00' '05'.
           05  WS-RPTIN-STATUS             PIC X(02).
               88  WS-RPTIN-STATUS-OK          VALUE '00' '05'.
               88  WS-RPTIN-NOT-SUPPLIED       VALUE '05'.
           05  WS-TARGET-STATUS            PIC X(02).
               88  WS-TARGET-STATUS-OK         VALUE '00'.
           05  WS-RJCTNEW-STATUS           PIC X(02).
               88  WS-RPTOUT-STATUS-OK         VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
           05  WS-DSPROF-STATUS            PIC X(02).
               88  WS-DSPROF-STATUS-OK         VALUE '00' '05'.
       01  WS-SHAPE-CONTROLS.
           05  WS-SHP-FORMAT               PIC X(01).
               88  WS-SHP-CLASSIC              VALUE SPACE.
               88  WS-SHP-FIXED                VALUE 'F'.
               88  WS-SHP-VARIABLE             VALUE 'V'.
           05  WS-SHP-MAX-LEN              PIC 9(04) COMP.
           05  WS-SHP-KEY-POS              PIC 9(04) COMP.
           05  WS-SHP-KEY-LEN              PIC 9(04) COMP.
           05  WS-SHP-KEY-END              PIC 9(04) COMP.
           05  WS-SHP-DATA-BASE            PIC 9(04) COMP.
           05  WS-SHP-FLD-POS              PIC 9(04) COMP.
           05  WS-SHP-FLD-LEN              PIC 9(04) COMP.
           05  WS-SHP-FITS-SW              PIC X(01).
               88  WS-SHP-FIELD-FITS           VALUE 'Y'.
           05  WS-DSPROF-CARD-COUNT        PIC 9(04) COMP.
           05  WS-RJCTIN-REC-LEN           PIC 9(04) COMP.
           05  WS-CORRIN-REC-LEN           PIC 9(04) COMP.
           05  WS-RJCTNEW-REC-LEN          PIC 9(04) COMP.
           05  WS-TGTV-REC-LEN             PIC 9(04) COMP.
           05  WS-REC-LEN                  PIC 9(04) COMP.
       01  WS-REC-AREA                     PIC X(4096).
       01  WS-RECYCLE-COUNTERS.
           05  WS-REJECTS-READ             PIC 9(09) COMP.
           05  WS-CORR-READ                PIC 9(09) COMP.
                       88  WS-VAL-RUL-REQUIRED  VALUE 'REQUIRED'.
                       88  WS-VAL-RUL-NUMERIC   VALUE 'NUMERIC'.
                       88  WS-VAL-RUL-DATE      VALUE 'DATE'.
                   15  WS-VAL-RUL-POS      PIC 9(04).
                   15  WS-VAL-RUL-LEN      PIC 9(02).
                   15  WS-VAL-RUL-DTYPE    PIC X(06).
                       88  WS-VAL-RUL-PACKED    VALUE 'PACKED'.
           05  WS-DCT-TABLE.
               10  WS-DCT-ENTRY            OCCURS 50 TIMES.
                   15  WS-DCT-NAME         PIC X(12).
                   15  WS-DCT-POS          PIC 9(04).
                   15  WS-DCT-LEN          PIC 9(02).
                   15  WS-DCT-DATA-TYPE    PIC X(06).
       01  WS-REASON-CONTROLS.
           05  WS-RSN-IX                   PIC 9(04) COMP.
           05  WS-RSN-FOUND-IX             PIC 9(04) COMP.
           05  WS-RSN-SAMPLE-IX            PIC 9(04) COMP.
           05  WS-SMPL-OFFSET              PIC 9(04) COMP.
           05  WS-SMPL-PIECE-LEN           PIC 9(04) COMP.
           05  WS-RSN-TABLE.
               10  WS-RSN-ENTRY            OCCURS 20 TIMES.
                   15  WS-RSN-CODE         PIC X(08).
                   15  WS-RSN-COUNT        PIC 9(09) COMP.
                   15  WS-RSN-SAMPLE-CNT   PIC 9(04) COMP.
                   15  WS-RSN-SAMPLE       OCCURS 3 TIMES.
                       20  WS-RSN-SAMPLE-LEN
                                           PIC 9(04) COMP.
                       20  WS-RSN-SAMPLE-REC
                                           PIC X(4096).
       01  WS-REBALANCE-CONTROLS.
           05  WS-RPT-LINE-HOLD            PIC X(161).
           05  WS-DEEDIT-WORK              PIC X(11).
           MOVE 'N' TO WS-RJCTIN-EOF-SW.
           MOVE 'N' TO WS-TABLE-FULL-SW.
           MOVE 'N' TO WS-RPT-LINE-SEEN-SW.
           PERFORM 1200-LOAD-DATASET-PROFILE THRU 1200-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-LOAD-LAYOUT-DICT THRU 1300-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
       1000-EXIT.
           EXIT.

      *    THE DSPROF DD, WHEN PRESENT, HOLDS THE ONE PROFILE CARD
      *    OF THE TARGET.  WITHOUT IT THE TARGET HAS THE CLASSIC GDS
      *    SHAPE AND POSITIONS ARE COUNTED WITHIN GDS-DATA.
       1200-LOAD-DATASET-PROFILE.
           MOVE SPACE TO WS-SHP-FORMAT.
           MOVE 100 TO WS-SHP-MAX-LEN.
           MOVE 1 TO WS-SHP-KEY-POS.
           MOVE 20 TO WS-SHP-KEY-LEN.
           MOVE 20 TO WS-SHP-KEY-END.
           MOVE 20 TO WS-SHP-DATA-BASE.
           MOVE ZERO TO WS-DSPROF-CARD-COUNT.
           MOVE 'N' TO WS-DSPROF-EOF-SW.
           OPEN INPUT Dataset-Profile-File.
           IF NOT WS-DSPROF-STATUS-OK
               DISPLAY 'DSURCY0012 - DSPROF OPEN FAILED - STATUS '
                   WS-DSPROF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-PROFILE THRU 1210-EXIT
               UNTIL WS-DSPROF-EOF.
           CLOSE Dataset-Profile-File.
           IF WS-DSPROF-CARD-COUNT = ZERO
               GO TO 1200-EXIT
           END-IF.
           IF WS-DSPROF-CARD-COUNT > 1
               DISPLAY 'DSURCY0012 - DSPROF HOLDS MORE THAN ONE CARD'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF (NOT DSP-FIXED AND NOT DSP-VARIABLE)
                   OR DSP-MAX-LENGTH NOT NUMERIC
                   OR DSP-KEY-OFFSET NOT NUMERIC
                   OR DSP-KEY-LENGTH NOT NUMERIC
               DISPLAY 'DSURCY0012 - DSPROF CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF DSP-MAX-LENGTH < 1 OR DSP-MAX-LENGTH > 4096
                   OR DSP-KEY-LENGTH < 1 OR DSP-KEY-LENGTH > 20
                   OR DSP-KEY-OFFSET + DSP-KEY-LENGTH > DSP-MAX-LENGTH
               DISPLAY 'DSURCY0012 - DSPROF CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           MOVE DSP-RECORD-FORMAT TO WS-SHP-FORMAT.
           MOVE DSP-MAX-LENGTH TO WS-SHP-MAX-LEN.
           COMPUTE WS-SHP-KEY-POS = DSP-KEY-OFFSET + 1.
           MOVE DSP-KEY-LENGTH TO WS-SHP-KEY-LEN.
           COMPUTE WS-SHP-KEY-END = DSP-KEY-OFFSET + DSP-KEY-LENGTH.
           MOVE ZERO TO WS-SHP-DATA-BASE.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-PROFILE.
           READ Dataset-Profile-File
               AT END
                   MOVE 'Y' TO WS-DSPROF-EOF-SW
                   GO TO 1210-EXIT
           END-READ.
           IF Dataset-Profile-Rec = SPACES
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-DSPROF-CARD-COUNT.
           IF WS-DSPROF-CARD-COUNT = 1
               MOVE Dataset-Profile-Rec TO DATASET-PROFILE-CARD
           END-IF.
       1210-EXIT.
           EXIT.

      *    A RULE OR DICTIONARY FIELD AT WS-SHP-FLD-POS FOR
      *    WS-SHP-FLD-LEN BYTES MUST LIE WITHIN THE RECORD - WITHIN
      *    GDS-DATA ON A CLASSIC RECORD.
       1250-CHECK-FIELD-BOUNDS.
           MOVE 'N' TO WS-SHP-FITS-SW.
           IF WS-SHP-FLD-POS NOT > WS-SHP-DATA-BASE
                   OR WS-SHP-FLD-LEN < 1
                   OR WS-SHP-FLD-POS + WS-SHP-FLD-LEN - 1
                       > WS-SHP-MAX-LEN
               GO TO 1250-EXIT
           END-IF.
           MOVE 'Y' TO WS-SHP-FITS-SW.
       1250-EXIT.
           EXIT.

       1300-LOAD-LAYOUT-DICT.
           MOVE ZERO TO WS-DCT-ENTRY-COUNT.
           MOVE 'N' TO WS-LAYOUT-EOF-SW.
           IF DCT-FIELD-NAME = SPACES
                   OR (NOT DCT-TYPE-CHAR AND NOT DCT-TYPE-ZONED
                       AND NOT DCT-TYPE-PACKED AND NOT DCT-TYPE-DATE)
                   OR DCT-LENGTH NOT NUMERIC
               DISPLAY 'DSURCY0004 - LAYOUT CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT
           END-IF.
           IF DCT-LONG-POSITION-X NOT = SPACES
               IF DCT-LONG-POSITION NOT NUMERIC
                   DISPLAY 'DSURCY0004 - LAYOUT CARD INVALID'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1310-EXIT
               END-IF
               MOVE DCT-LONG-POSITION TO WS-SHP-FLD-POS
           ELSE
               IF DCT-POSITION NOT NUMERIC
                   DISPLAY 'DSURCY0004 - LAYOUT CARD INVALID'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1310-EXIT
               END-IF
               MOVE DCT-POSITION TO WS-SHP-FLD-POS
           END-IF.
           ADD WS-SHP-DATA-BASE TO WS-SHP-FLD-POS.
           MOVE DCT-LENGTH TO WS-SHP-FLD-LEN.
           PERFORM 1250-CHECK-FIELD-BOUNDS THRU 1250-EXIT.
           IF NOT WS-SHP-FIELD-FITS
                   OR (DCT-TYPE-DATE AND DCT-LENGTH NOT = 8)
                   OR (DCT-TYPE-PACKED AND DCT-LENGTH > 8)
               DISPLAY 'DSURCY0004 - LAYOUT CARD INVALID'
           ADD 1 TO WS-DCT-ENTRY-COUNT.
           MOVE DCT-FIELD-NAME
               TO WS-DCT-NAME (WS-DCT-ENTRY-COUNT).
           MOVE WS-SHP-FLD-POS
               TO WS-DCT-POS (WS-DCT-ENTRY-COUNT).
           MOVE DCT-LENGTH
               TO WS-DCT-LEN (WS-DCT-ENTRY-COUNT).
               GO TO 1410-EXIT
           END-IF.
           MOVE 'ZONED' TO WS-VAL-CARD-DTYPE.
           MOVE ZERO TO WS-SHP-FLD-POS.
           MOVE ZERO TO WS-SHP-FLD-LEN.
           IF NOT VAL-RULE-KEY
               IF VAL-FIELD-NAME NOT = SPACES
                   MOVE VAL-FIELD-NAME TO WS-DCT-LOOKUP-NAME
                       GO TO 1410-EXIT
                   END-IF
                   MOVE WS-DCT-POS (WS-DCT-FOUND-IX)
                       TO WS-SHP-FLD-POS
                   MOVE WS-DCT-LEN (WS-DCT-FOUND-IX)
                       TO WS-SHP-FLD-LEN
                   MOVE WS-DCT-DATA-TYPE (WS-DCT-FOUND-IX)
                       TO WS-VAL-CARD-DTYPE
               ELSE
                   IF VAL-POSITION NOT NUMERIC
                           OR VAL-LENGTH NOT NUMERIC
                       DISPLAY 'DSURCY0006 - VALIDATION RULE '
                           'POSITION BAD'
                       MOVE 16 TO RETURN-CODE
                       GO TO 1410-EXIT
                   END-IF
                   COMPUTE WS-SHP-FLD-POS
                       = VAL-POSITION + WS-SHP-DATA-BASE
                   MOVE VAL-LENGTH TO WS-SHP-FLD-LEN
               END-IF
               PERFORM 1250-CHECK-FIELD-BOUNDS THRU 1250-EXIT
               IF NOT WS-SHP-FIELD-FITS
                       OR (VAL-RULE-DATE AND WS-SHP-FLD-LEN NOT = 8)
                   DISPLAY 'DSURCY0006 - VALIDATION RULE POSITION '
                       'BAD'
                   MOVE 16 TO RETURN-CODE
           ADD 1 TO WS-VAL-RULE-COUNT.
           MOVE VAL-RULE-TYPE
               TO WS-VAL-RUL-TYPE (WS-VAL-RULE-COUNT).
           MOVE WS-SHP-FLD-POS
               TO WS-VAL-RUL-POS (WS-VAL-RULE-COUNT).
           MOVE WS-SHP-FLD-LEN
               TO WS-VAL-RUL-LEN (WS-VAL-RULE-COUNT).
           MOVE WS-VAL-CARD-DTYPE
               TO WS-VAL-RUL-DTYPE (WS-VAL-RULE-COUNT).
           EXIT.

       2000-PROCESS-ONE-REJECT.
           MOVE SPACES TO RJC-RECORD.
           READ Reject-In-File
               AT END
                   MOVE 'Y' TO WS-RJCTIN-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           MOVE Reject-In-Rec (1:WS-RJCTIN-REC-LEN) TO RJC-RECORD.
           COMPUTE WS-REC-LEN = WS-RJCTIN-REC-LEN - 9.
           ADD 1 TO WS-REJECTS-READ.
           PERFORM 2100-ACCUMULATE-REASON THRU 2100-EXIT.
       2000-EXIT.
           ADD 1 TO WS-RSN-COUNT (WS-RSN-FOUND-IX).
           IF WS-RSN-SAMPLE-CNT (WS-RSN-FOUND-IX) < 3
               ADD 1 TO WS-RSN-SAMPLE-CNT (WS-RSN-FOUND-IX)
               MOVE WS-REC-LEN
                   TO WS-RSN-SAMPLE-LEN (WS-RSN-FOUND-IX,
                       WS-RSN-SAMPLE-CNT (WS-RSN-FOUND-IX))
               MOVE RJC-RECORD-DATA
                   TO WS-RSN-SAMPLE-REC (WS-RSN-FOUND-IX,
                       WS-RSN-SAMPLE-CNT (WS-RSN-FOUND-IX))
           END-IF.
       2100-EXIT.
       2510-EXIT.
           EXIT.

      *    A SAMPLE IS PRINTED WHOLE, 100 BYTES TO A LINE.
       2520-WRITE-ONE-SAMPLE.
           MOVE SPACES TO WS-SAMPLE-LINE.
           MOVE '  SAMPLE ' TO WS-SMPL-LIT.
           MOVE 1 TO WS-SMPL-OFFSET.
           PERFORM 2530-WRITE-ONE-SAMPLE-PIECE THRU 2530-EXIT
               UNTIL WS-SMPL-OFFSET
                   > WS-RSN-SAMPLE-LEN (WS-RSN-IX, WS-RSN-SAMPLE-IX).
           ADD 1 TO WS-RSN-SAMPLE-IX.
       2520-EXIT.
           EXIT.

       2530-WRITE-ONE-SAMPLE-PIECE.
           COMPUTE WS-SMPL-PIECE-LEN
               = WS-RSN-SAMPLE-LEN (WS-RSN-IX, WS-RSN-SAMPLE-IX)
                   - WS-SMPL-OFFSET + 1.
           IF WS-SMPL-PIECE-LEN > 100
               MOVE 100 TO WS-SMPL-PIECE-LEN
           END-IF.
           MOVE SPACES TO WS-SMPL-RECORD.
           MOVE WS-RSN-SAMPLE-REC (WS-RSN-IX, WS-RSN-SAMPLE-IX)
               (WS-SMPL-OFFSET:WS-SMPL-PIECE-LEN)
               TO WS-SMPL-RECORD (1:WS-SMPL-PIECE-LEN).
           WRITE Print-Rec FROM WS-SAMPLE-LINE.
           MOVE SPACES TO WS-SMPL-LIT.
           ADD WS-SMPL-PIECE-LEN TO WS-SMPL-OFFSET.
       2530-EXIT.
           EXIT.

       3000-RECYCLE-CORRECTED.
           MOVE 'N' TO WS-CORRIN-EOF-SW.
           OPEN INPUT Corrected-In-File.
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN EXTEND Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN EXTEND Target-Var-File
               WHEN OTHER
                   OPEN EXTEND Target-File
           END-EVALUATE.
           OPEN OUTPUT Reject-New-File.
           IF NOT WS-TARGET-STATUS-OK OR NOT WS-RJCTNEW-STATUS-OK
               DISPLAY 'DSURCY0008 - TGTDS/RJCTNEW OPEN FAILED'
           PERFORM 3100-RECYCLE-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-CORRIN-EOF.
           CLOSE Corrected-In-File.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Target-Var-File
               WHEN OTHER
                   CLOSE Target-File
           END-EVALUATE.
           CLOSE Reject-New-File.
           MOVE SPACES TO WS-RECYCLE-LINE.
           MOVE 'CORRECTED READ=' TO WS-RCY-READ-LIT.
       3000-EXIT.
           EXIT.

      *    A FIXED OR CLASSIC RECORD SHORTENED IN CORRECTION IS
      *    PADDED WITH SPACES TO THE TARGET RECORD LENGTH.
       3100-RECYCLE-ONE-RECORD.
           MOVE SPACES TO RJC-RECORD.
           READ Corrected-In-File
               AT END
                   MOVE 'Y' TO WS-CORRIN-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-CORR-READ.
           MOVE Corrected-In-Rec (1:WS-CORRIN-REC-LEN) TO RJC-RECORD.
           COMPUTE WS-REC-LEN = WS-CORRIN-REC-LEN - 9.
           MOVE SPACES TO WS-REC-AREA.
           MOVE RJC-RECORD-DATA TO WS-REC-AREA.
           IF WS-REC-LEN > WS-SHP-MAX-LEN
                   OR WS-REC-LEN < WS-SHP-KEY-END
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'LENGTH' TO WS-REJECT-REASON
           ELSE
               IF NOT WS-SHP-VARIABLE
                   MOVE WS-SHP-MAX-LEN TO WS-REC-LEN
               END-IF
               PERFORM 6000-VALIDATE-RECORD THRU 6000-EXIT
           END-IF.
           IF WS-RECORD-VALID
               PERFORM 3150-WRITE-TARGET THRU 3150-EXIT
               ADD 1 TO WS-RECYCLED-COUNT
           ELSE
               MOVE WS-REJECT-REASON TO RJC-REASON-CODE
               MOVE WS-CORRIN-REC-LEN TO WS-RJCTNEW-REC-LEN
               WRITE Reject-New-Rec FROM RJC-RECORD
               ADD 1 TO WS-STILLBAD-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3150-WRITE-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   MOVE WS-REC-AREA (1:WS-SHP-MAX-LEN) TO Target-Fix-Rec
                   WRITE Target-Fix-Rec
               WHEN WS-SHP-VARIABLE
                   MOVE WS-REC-LEN TO WS-TGTV-REC-LEN
                   MOVE WS-REC-AREA (1:WS-REC-LEN) TO Target-Var-Rec
                   WRITE Target-Var-Rec
               WHEN OTHER
                   MOVE WS-REC-AREA (1:100) TO Target-Rec
                   WRITE Target-Rec
           END-EVALUATE.
       3150-EXIT.
           EXIT.

       4000-REBALANCE-REPORT.
           MOVE 'N' TO WS-RPTIN-EOF-SW.
           OPEN INPUT Report-In-File.
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           IF WS-RPTIN-NOT-SUPPLIED
               CLOSE Report-In-File
               MOVE SPACES TO WS-VERDICT-LINE
               MOVE 'RPTIN NOT SUPPLIED - NOT REBALANCED'
                   TO WS-VER-TEXT
               WRITE Print-Rec FROM WS-VERDICT-LINE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-SCAN-ONE-REPORT-LINE THRU 4100-EXIT
               UNTIL WS-RPTIN-EOF.
           CLOSE Report-In-File.
       6100-APPLY-ONE-VAL-RULE.
           EVALUATE TRUE
               WHEN WS-VAL-RUL-KEY (WS-VAL-IX)
                   IF WS-REC-AREA (WS-SHP-KEY-POS:WS-SHP-KEY-LEN)
                           = SPACES
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'KEYBLANK' TO WS-REJECT-REASON
                   END-IF
               WHEN WS-VAL-RUL-REQUIRED (WS-VAL-IX)
                   IF WS-REC-AREA (WS-VAL-RUL-POS (WS-VAL-IX):
                           WS-VAL-RUL-LEN (WS-VAL-IX)) = SPACES
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'REQUIRED' TO WS-REJECT-REASON
                   IF WS-VAL-RUL-PACKED (WS-VAL-IX)
                       PERFORM 6150-TEST-PACKED-FIELD THRU 6150-EXIT
                   ELSE
                       IF WS-REC-AREA (WS-VAL-RUL-POS (WS-VAL-IX):
                               WS-VAL-RUL-LEN (WS-VAL-IX))
                               NOT NUMERIC
                           MOVE 'N' TO WS-RECORD-VALID-SW
                       END-IF
                   END-IF
               WHEN WS-VAL-RUL-DATE (WS-VAL-IX)
                   MOVE WS-REC-AREA (WS-VAL-RUL-POS (WS-VAL-IX):8)
                       TO WS-VAL-DATE-WORK
                   IF WS-VAL-DATE-WORK NOT NUMERIC
                           OR WS-VAL-DATE-MM < 1
           MOVE LOW-VALUES TO WS-VAL-PACKED-BYTES.
           COMPUTE WS-VAL-PACKED-OFF
               = 9 - WS-VAL-RUL-LEN (WS-VAL-IX).
           MOVE WS-REC-AREA (WS-VAL-RUL-POS (WS-VAL-IX):
               WS-VAL-RUL-LEN (WS-VAL-IX))
               TO WS-VAL-PACKED-BYTES (WS-VAL-PACKED-OFF:
                   WS-VAL-RUL-LEN (WS-VAL-IX)).
