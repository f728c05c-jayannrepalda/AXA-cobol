      *********************** DSUREGU ******************************
      *                                                             *
      **** NIGHTLY MAINTENANCE AND LAST-RUN STAMPING OF THE
      **** DATASET REGISTRY
      *
      *   MODULE NAME = DSUREGU
      *
      *   DESCRIPTIVE NAME = DATASET REGISTRY UPDATE.
      *
      *   FUNCTION = KEEPS THE DATASET REGISTRY KSDS (SEE COPYBOOK
      *      DSUREG) THAT DSUDRV CHECKS EVERY CONTROL CARD AGAINST -
      *      MAINTENANCE PART - APPLIES THE OPTIONAL REGCARD DECK
      *        (SEE COPYBOOK DSURGC), ADDING, CHANGING OR REMOVING
      *        ENTRIES.  A CHANGE REPLACES THE APPLICATION,
      *        CLASSIFICATION, ENVIRONMENT AND LAYOUT DECK BUT
      *        KEEPS THE ENTRY'S LAST-RUN STAMPS.
      *      STAMPING PART - READS THE AUDIT TRAIL ON AUDITLOG AND
      *        THE RUN HISTORY ON HISTIN AND, FOR EVERY DUPLICAT,
      *        COMPARE, MASK AND RESTORE FOUND, STAMPS THE SOURCE
      *        AND TARGET ENTRIES WITH THE RUN DATE WHEN IT IS LATER
      *        THAN THE DATE ALREADY HELD.  AUDIT ROWS COUNT ONLY
      *        WITH OUTCOME SUCCESS; HISTORY ROWS CARRY NO OUTCOME
      *        AND ARE WRITTEN ONLY WHEN THE GENERATED PAIR RAN THE
      *        ACTION, SO EVERY HISTORY ROW COUNTS.  A DATASET NOT
      *        ON THE REGISTRY IS COUNTED AND PASSED OVER.  A
      *        GENERATION NAME (LAST QUALIFIER GNNNNVNN, OR A
      *        RELATIVE NAME SUCH AS BASE(-1)) STAMPS ITS GDG BASE'S
      *        ENTRY.
      *      EVERY MAINTENANCE CARD AND THE RUN TOTALS ARE LISTED
      *      ON REGRPT.
      *
      *   NOTES =
      *     DEPENDENCIES = AUDIT ROWS IN DSUAUD LAYOUT, HISTORY ROWS
      *        IN DSUHST LAYOUT
      *
      *     RESTRICTIONS = TWO-DIGIT RUN-DATE YEARS ARE WINDOWED -
      *        00-69 ARE 20XX, 70-99 ARE 19XX.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUREGU
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = REGCARD DD - OPTIONAL REGISTRY MAINTENANCE
      *                   CARDS
      *                AUDITLOG DD - ACCUMULATED AUDIT TRAIL
      *                HISTIN DD - RUN HISTORIES (BOTH PAIRS MAY BE
      *                   CONCATENATED)
      *
      *      OUTPUT  = REGISTRY DD - DATASET REGISTRY KSDS, UPDATED
      *                   IN PLACE
      *                REGRPT DD - MAINTENANCE AND STAMPING LISTING
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 8  - A MAINTENANCE CARD WAS REJECTED, OR
      *                  AUDIT/HISTORY ROWS CARRIED AN UNREADABLE
      *                  DATE AND WERE PASSED OVER
      *      RETURN CODE = 16 - A DATASET COULD NOT BE OPENED, OR A
      *                  REGISTRY WRITE FAILED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = NONE
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUREGU ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUREGU.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Optional Reg-Card-File Assign To REGCARD
               Organization Is Sequential
               File Status Is WS-REGCARD-STATUS.
           Select Audit-File Assign To AUDITLOG
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.
           Select History-File Assign To HISTIN
               Organization Is Sequential
               File Status Is WS-HISTORY-STATUS.
           Select Registry-File Assign To REGISTRY
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is REG-DSN
               File Status Is WS-REGISTRY-STATUS.
           Select Print-File Assign To REGRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.

       Data Division.
        File section.
        FD  Reg-Card-File.
        01  Reg-Card-Rec                Pic X(160).
        FD  Audit-File.
        COPY DSUAUD.
        FD  History-File.
        COPY DSUHST.
        FD  Registry-File.
        COPY DSUREG.
        FD  Print-File.
        01  Print-Rec                   Pic X(132).

      *
      *
       Working-Storage Section.
       COPY DSURGC.
       01  WS-SWITCHES.
           05  WS-REGCARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-REGCARD-EOF              VALUE 'Y'.
           05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
           05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HISTORY-EOF              VALUE 'Y'.
           05  WS-REG-FOUND-SW             PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND                VALUE 'Y'.
           05  WS-STAMP-CHANGED-SW         PIC X(01) VALUE 'N'.
               88  WS-STAMP-CHANGED            VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-REGCARD-STATUS           PIC X(02).
               88  WS-REGCARD-STATUS-OK        VALUE '00' '05'.
           05  WS-AUDIT-STATUS             PIC X(02).
               88  WS-AUDIT-STATUS-OK          VALUE '00'.
           05  WS-HISTORY-STATUS           PIC X(02).
               88  WS-HISTORY-STATUS-OK        VALUE '00'.
           05  WS-REGISTRY-STATUS          PIC X(02).
               88  WS-REGISTRY-STATUS-OK       VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
       01  WS-UPDATE-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) COMP.
           05  WS-CARDS-ADDED              PIC 9(09) COMP.
           05  WS-CARDS-CHANGED            PIC 9(09) COMP.
           05  WS-CARDS-DELETED            PIC 9(09) COMP.
           05  WS-CARDS-REJECTED           PIC 9(09) COMP.
           05  WS-AUDIT-READ               PIC 9(09) COMP.
           05  WS-HISTORY-READ             PIC 9(09) COMP.
           05  WS-ROWS-BAD-DATE            PIC 9(09) COMP.
           05  WS-STAMPS-APPLIED           PIC 9(09) COMP.
           05  WS-UNREGISTERED             PIC 9(09) COMP.
       01  WS-STAMP-CONTROLS.
           05  WS-STAMP-ACTION             PIC X(08).
           05  WS-STAMP-YYMMDD             PIC 9(06).
           05  WS-STAMP-YYMMDD-R REDEFINES WS-STAMP-YYMMDD.
               10  WS-STAMP-YY             PIC 9(02).
               10  WS-STAMP-MMDD           PIC 9(04).
           05  WS-STAMP-DATE               PIC 9(08).
           05  WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
               10  WS-STAMP-CC             PIC 9(02).
               10  WS-STAMP-YYMMDD-OUT     PIC 9(06).
           05  WS-STAMP-DSN                PIC X(44).
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
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(132)
               VALUE 'DSUREGU DATASET REGISTRY UPDATE'.
       01  WS-MAINT-LINE.
           05  WS-MNT-CARD-NO              PIC ZZZZ9.
           05  FILLER                      PIC X(01).
           05  WS-MNT-RESULT               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-MNT-DSN                  PIC X(44).
           05  FILLER                      PIC X(01).
           05  WS-MNT-CLASS                PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-MNT-ENVIRONMENT          PIC X(04).
           05  FILLER                      PIC X(01).
           05  WS-MNT-REASON               PIC X(40).
           05  FILLER                      PIC X(18).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LIT                  PIC X(33).
           05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(88) VALUE SPACES.

       Procedure DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 3000-STAMP-FROM-AUDIT THRU 3000-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 4000-STAMP-FROM-HISTORY THRU 4000-EXIT
           END-IF.
           PERFORM 5000-WRAPUP THRU 5000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-CARDS-READ.
           MOVE ZERO TO WS-CARDS-ADDED.
           MOVE ZERO TO WS-CARDS-CHANGED.
           MOVE ZERO TO WS-CARDS-DELETED.
           MOVE ZERO TO WS-CARDS-REJECTED.
           MOVE ZERO TO WS-AUDIT-READ.
           MOVE ZERO TO WS-HISTORY-READ.
           MOVE ZERO TO WS-ROWS-BAD-DATE.
           MOVE ZERO TO WS-STAMPS-APPLIED.
           MOVE ZERO TO WS-UNREGISTERED.
           OPEN I-O Registry-File.
           IF NOT WS-REGISTRY-STATUS-OK
               DISPLAY 'DSUREGU0002 - REGISTRY OPEN FAILED - STATUS '
                   WS-REGISTRY-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSUREGU0003 - REGRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               CLOSE Registry-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           WRITE Print-Rec FROM WS-HEADING-LINE.
       1000-EXIT.
           EXIT.

       2000-APPLY-MAINTENANCE.
           MOVE 'N' TO WS-REGCARD-EOF-SW.
           OPEN INPUT Reg-Card-File.
           IF NOT WS-REGCARD-STATUS-OK
               DISPLAY 'DSUREGU0001 - REGCARD OPEN FAILED - STATUS '
                   WS-REGCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
               UNTIL WS-REGCARD-EOF OR RETURN-CODE = 16.
           CLOSE Reg-Card-File.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-CARD.
           MOVE SPACES TO REGISTRY-MAINT-CARD.
           READ Reg-Card-File INTO REGISTRY-MAINT-CARD
               AT END
                   MOVE 'Y' TO WS-REGCARD-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE WS-CARDS-READ TO WS-MNT-CARD-NO.
           MOVE RGC-DSN TO WS-MNT-DSN.
           MOVE RGC-CLASS TO WS-MNT-CLASS.
           MOVE RGC-ENVIRONMENT TO WS-MNT-ENVIRONMENT.
           IF RGC-DSN = SPACES
               MOVE 'DATASET NAME IS BLANK' TO WS-MNT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT RGC-FUNCTION-ADD AND NOT RGC-FUNCTION-DELETE
               MOVE 'FUNCTION NOT A, D OR BLANK' TO WS-MNT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE RGC-DSN TO REG-DSN.
           IF RGC-FUNCTION-DELETE
               DELETE Registry-File
                   INVALID KEY
                       MOVE 'NOT ON REGISTRY' TO WS-MNT-REASON
                       GO TO 2100-REJECT
               END-DELETE
               ADD 1 TO WS-CARDS-DELETED
               MOVE 'DELETED' TO WS-MNT-RESULT
               WRITE Print-Rec FROM WS-MAINT-LINE
               GO TO 2100-EXIT
           END-IF.
           IF NOT RGC-CLASS-VALID
               MOVE 'CLASS NOT PUBLIC, INTERNAL OR PII'
                   TO WS-MNT-REASON
               GO TO 2100-REJECT
           END-IF.
           IF NOT RGC-ENV-VALID
               MOVE 'ENVIRONMENT NOT PROD, UAT, TEST OR DEV'
                   TO WS-MNT-REASON
               GO TO 2100-REJECT
           END-IF.
           MOVE 'Y' TO WS-REG-FOUND-SW.
           READ Registry-File
               INVALID KEY
                   MOVE 'N' TO WS-REG-FOUND-SW
           END-READ.
           IF NOT WS-REG-FOUND
               MOVE SPACES TO REGISTRY-RECORD
               MOVE RGC-DSN TO REG-DSN
               MOVE ZERO TO REG-LAST-DUPLICAT
               MOVE ZERO TO REG-LAST-COMPARE
               MOVE ZERO TO REG-LAST-MASK
               MOVE ZERO TO REG-LAST-RESTORE
           END-IF.
           MOVE RGC-APPLICATION TO REG-APPLICATION.
           MOVE RGC-CLASS TO REG-CLASS.
           MOVE RGC-ENVIRONMENT TO REG-ENVIRONMENT.
           MOVE RGC-LAYOUT-DSN TO REG-LAYOUT-DSN.
           IF WS-REG-FOUND
               REWRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'CHANGED' TO WS-MNT-RESULT
           ELSE
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'ADDED' TO WS-MNT-RESULT
           END-IF.
           IF NOT WS-REGISTRY-STATUS-OK
               DISPLAY 'DSUREGU0006 - REGISTRY UPDATE FAILED - '
                   'STATUS ' WS-REGISTRY-STATUS ' - ' RGC-DSN
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           IF WS-REG-FOUND
               ADD 1 TO WS-CARDS-CHANGED
           ELSE
               ADD 1 TO WS-CARDS-ADDED
           END-IF.
           WRITE Print-Rec FROM WS-MAINT-LINE.
           GO TO 2100-EXIT.
       2100-REJECT.
           ADD 1 TO WS-CARDS-REJECTED.
           MOVE 'REJECTED' TO WS-MNT-RESULT.
           WRITE Print-Rec FROM WS-MAINT-LINE.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2100-EXIT.
           EXIT.

       3000-STAMP-FROM-AUDIT.
           MOVE 'N' TO WS-AUDIT-EOF-SW.
           OPEN INPUT Audit-File.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSUREGU0004 - AUDITLOG OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-STAMP-ONE-AUDIT-ROW THRU 3100-EXIT
               UNTIL WS-AUDIT-EOF OR RETURN-CODE = 16.
           CLOSE Audit-File.
       3000-EXIT.
           EXIT.

       3100-STAMP-ONE-AUDIT-ROW.
           READ Audit-File
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ.
           IF AUDIT-OUTCOME NOT = 'SUCCESS'
               GO TO 3100-EXIT
           END-IF.
           IF AUDIT-ACTION NOT = 'DUPLICAT'
                   AND AUDIT-ACTION NOT = 'COMPARE'
                   AND AUDIT-ACTION NOT = 'MASK'
                   AND AUDIT-ACTION NOT = 'RESTORE'
               GO TO 3100-EXIT
           END-IF.
           IF AUDIT-DATE NOT NUMERIC
               ADD 1 TO WS-ROWS-BAD-DATE
               GO TO 3100-EXIT
           END-IF.
           MOVE AUDIT-ACTION TO WS-STAMP-ACTION.
           MOVE AUDIT-DATE TO WS-STAMP-YYMMDD.
           MOVE AUDIT-SOURCE-DSN TO WS-STAMP-DSN.
           PERFORM 6000-STAMP-ONE-DSN THRU 6000-EXIT.
           IF AUDIT-TARGET-DSN NOT = SPACES
               MOVE AUDIT-TARGET-DSN TO WS-STAMP-DSN
               PERFORM 6000-STAMP-ONE-DSN THRU 6000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       4000-STAMP-FROM-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-SW.
           OPEN INPUT History-File.
           IF NOT WS-HISTORY-STATUS-OK
               DISPLAY 'DSUREGU0005 - HISTIN OPEN FAILED - STATUS '
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-STAMP-ONE-HISTORY-ROW THRU 4100-EXIT
               UNTIL WS-HISTORY-EOF OR RETURN-CODE = 16.
           CLOSE History-File.
       4000-EXIT.
           EXIT.

       4100-STAMP-ONE-HISTORY-ROW.
           READ History-File
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF HST-ACTION NOT = 'DUPLICAT'
                   AND HST-ACTION NOT = 'COMPARE'
                   AND HST-ACTION NOT = 'MASK'
                   AND HST-ACTION NOT = 'RESTORE'
               GO TO 4100-EXIT
           END-IF.
           IF HST-RUN-DATE NOT NUMERIC
               ADD 1 TO WS-ROWS-BAD-DATE
               GO TO 4100-EXIT
           END-IF.
           MOVE HST-ACTION TO WS-STAMP-ACTION.
           MOVE HST-RUN-DATE TO WS-STAMP-YYMMDD.
           MOVE HST-SOURCE-DSN TO WS-STAMP-DSN.
           PERFORM 6000-STAMP-ONE-DSN THRU 6000-EXIT.
           IF HST-TARGET-DSN NOT = SPACES
               MOVE HST-TARGET-DSN TO WS-STAMP-DSN
               PERFORM 6000-STAMP-ONE-DSN THRU 6000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       5000-WRAPUP.
           MOVE 'MAINTENANCE CARDS READ=' TO WS-TOT-LIT.
           MOVE WS-CARDS-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  ENTRIES ADDED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-ADDED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  ENTRIES CHANGED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-CHANGED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  ENTRIES DELETED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-DELETED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  CARDS REJECTED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-REJECTED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'AUDIT ROWS READ=' TO WS-TOT-LIT.
           MOVE WS-AUDIT-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'HISTORY ROWS READ=' TO WS-TOT-LIT.
           MOVE WS-HISTORY-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'LAST-RUN STAMPS APPLIED=' TO WS-TOT-LIT.
           MOVE WS-STAMPS-APPLIED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'UNREGISTERED DATASET REFERENCES=' TO WS-TOT-LIT.
           MOVE WS-UNREGISTERED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           IF WS-ROWS-BAD-DATE > ZERO
               MOVE 'ROWS BYPASSED - NON-NUMERIC DATE='
                   TO WS-TOT-LIT
               MOVE WS-ROWS-BAD-DATE TO WS-TOT-COUNT
               WRITE Print-Rec FROM WS-TOTAL-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE Registry-File.
           CLOSE Print-File.
       5000-EXIT.
           EXIT.

       6000-STAMP-ONE-DSN.
           MOVE WS-STAMP-DSN TO WS-REG-LOOKUP-DSN.
           PERFORM 6100-READ-REGISTRY THRU 6100-EXIT.
           IF NOT WS-REG-FOUND
               ADD 1 TO WS-UNREGISTERED
               GO TO 6000-EXIT
           END-IF.
           MOVE WS-STAMP-YYMMDD TO WS-STAMP-YYMMDD-OUT.
           IF WS-STAMP-YY < 70
               MOVE 20 TO WS-STAMP-CC
           ELSE
               MOVE 19 TO WS-STAMP-CC
           END-IF.
           MOVE 'N' TO WS-STAMP-CHANGED-SW.
           EVALUATE WS-STAMP-ACTION
               WHEN 'DUPLICAT'
                   IF WS-STAMP-DATE > REG-LAST-DUPLICAT
                       MOVE WS-STAMP-DATE TO REG-LAST-DUPLICAT
                       MOVE 'Y' TO WS-STAMP-CHANGED-SW
                   END-IF
               WHEN 'COMPARE'
                   IF WS-STAMP-DATE > REG-LAST-COMPARE
                       MOVE WS-STAMP-DATE TO REG-LAST-COMPARE
                       MOVE 'Y' TO WS-STAMP-CHANGED-SW
                   END-IF
               WHEN 'MASK'
                   IF WS-STAMP-DATE > REG-LAST-MASK
                       MOVE WS-STAMP-DATE TO REG-LAST-MASK
                       MOVE 'Y' TO WS-STAMP-CHANGED-SW
                   END-IF
               WHEN 'RESTORE'
                   IF WS-STAMP-DATE > REG-LAST-RESTORE
                       MOVE WS-STAMP-DATE TO REG-LAST-RESTORE
                       MOVE 'Y' TO WS-STAMP-CHANGED-SW
                   END-IF
           END-EVALUATE.
           IF NOT WS-STAMP-CHANGED
               GO TO 6000-EXIT
           END-IF.
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-REGISTRY-STATUS-OK
               DISPLAY 'DSUREGU0006 - REGISTRY UPDATE FAILED - '
                   'STATUS ' WS-REGISTRY-STATUS ' - ' REG-DSN
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO WS-STAMPS-APPLIED.
       6000-EXIT.
           EXIT.

      *    A GENERATION DATASET (LAST QUALIFIER GNNNNVNN, OR A
      *    RELATIVE GENERATION SUCH AS BASE(-1)) NOT REGISTERED
      *    UNDER ITS OWN NAME IS LOOKED UP AGAIN UNDER ITS GDG
      *    BASE NAME - THE SAME RULE DSUDRV APPLIES.
       6100-READ-REGISTRY.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE WS-REG-LOOKUP-DSN TO REG-DSN.
           READ Registry-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REG-FOUND-SW
           END-READ.
           IF WS-REG-FOUND
               GO TO 6100-EXIT
           END-IF.
           MOVE ZERO TO WS-REG-LAST-DOT.
           MOVE ZERO TO WS-REG-PAREN.
           MOVE 1 TO WS-REG-SCAN-IX.
           PERFORM 6110-FIND-LAST-DOT THRU 6110-EXIT
               UNTIL WS-REG-SCAN-IX > 44.
           IF WS-REG-PAREN > 1
               MOVE SPACES TO REG-DSN
               MOVE WS-REG-LOOKUP-DSN(1:WS-REG-PAREN - 1) TO REG-DSN
               GO TO 6100-READ-BASE
           END-IF.
           IF WS-REG-LAST-DOT < 2 OR WS-REG-LAST-DOT > 36
               GO TO 6100-EXIT
           END-IF.
           MOVE WS-REG-LOOKUP-DSN(WS-REG-LAST-DOT + 1:8)
               TO WS-REG-GEN-QUAL.
           IF WS-REG-GEN-G NOT = 'G' OR WS-REG-GEN-V NOT = 'V'
                   OR WS-REG-GEN-NUMBER NOT NUMERIC
                   OR WS-REG-GEN-VERSION NOT NUMERIC
               GO TO 6100-EXIT
           END-IF.
           IF WS-REG-LAST-DOT < 36
               IF WS-REG-LOOKUP-DSN(WS-REG-LAST-DOT + 9:) NOT = SPACES
                   GO TO 6100-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO REG-DSN.
           MOVE WS-REG-LOOKUP-DSN(1:WS-REG-LAST-DOT - 1) TO REG-DSN.
       6100-READ-BASE.
           READ Registry-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REG-FOUND-SW
           END-READ.
       6100-EXIT.
           EXIT.

       6110-FIND-LAST-DOT.
           IF WS-REG-LOOKUP-DSN(WS-REG-SCAN-IX:1) = '.'
                   AND WS-REG-PAREN = ZERO
               MOVE WS-REG-SCAN-IX TO WS-REG-LAST-DOT
           END-IF.
           IF WS-REG-LOOKUP-DSN(WS-REG-SCAN-IX:1) = '('
                   AND WS-REG-PAREN = ZERO
               MOVE WS-REG-SCAN-IX TO WS-REG-PAREN
           END-IF.
           ADD 1 TO WS-REG-SCAN-IX.
       6110-EXIT.
           EXIT.

       End program DSUREGU.
