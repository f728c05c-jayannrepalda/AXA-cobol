      *********************** DSUINQL ******************************
      *                                                             *
      **** NIGHTLY LOAD OF THE RUN-INQUIRY STORE FROM THE AUDIT
      **** TRAIL, THE RUN HISTORY AND THE RECONCILIATION LINES
      *
      *   MODULE NAME = DSUINQL
      *
      *   DESCRIPTIVE NAME = RUN-INQUIRY STORE LOAD.
      *
      *   FUNCTION = BUILDS ONE INQUIRY RECORD PER DSUDRV RUN (SEE
      *      COPYBOOK DSUINQ) FOR THE DSUQ ONLINE INQUIRY, FROM
      *      THREE SEQUENTIAL INPUTS EACH SORTED BY SOURCE-DSN AND
      *      TARGET-DSN (SEE THE DSUINQN JOB'S SORT STEPS) -
      *      AUDITIN - AUDIT ROWS, ALSO BY RUN DATE AND TIME.  RUN
      *        SUMMARY ROWS ARE PASSED OVER.
      *      HISTIN  - HISTORY ROWS, ALSO BY RUN DATE AND TIME.
      *      RPTIN   - RECONCILIATION LINES ONLY, IN THE ORDER THEY
      *        WERE WRITTEN.
      *      THE AUDIT AND HISTORY ROWS ARE MERGED IN DATE/TIME
      *      ORDER WITHIN EACH SOURCE/TARGET PAIR.  THE PAIR WRITES
      *      ITS HISTORY ROW BEFORE DSUDRV WRITES THE CARD'S AUDIT
      *      ROW, SO A HISTORY ROW IS MATCHED TO THE NEXT AUDIT ROW
      *      OF THE SAME PAIR AND ACTION THAT FOLLOWS IT.  AN AUDIT
      *      ROW WITH NO HISTORY (REFUSED, HELD, A DSUVFY OR DSUAPR
      *      ROW) AND A HISTORY ROW WITH NO AUDIT ROW EACH STILL
      *      MAKE A RUN.  A DUPLICAT, RESTORE, EXPORT OR IMPORT RUN
      *      TAKES THE NEXT UNUSED RECONCILIATION LINE OF ITS PAIR
      *      WHEN THE LINE'S SOURCE COUNT EQUALS THE RUN'S RECORDS
      *      PROCESSED.  EACH RUN IS WRITTEN TO INQOUT UNDER ITS
      *      SOURCE AND, WHEN DIFFERENT, UNDER ITS TARGET, AND THE
      *      JOB SORTS INQOUT INTO KEY ORDER AND REPROS IT INTO THE
      *      KSDS.  THE RUN TOTALS ARE LISTED ON INQRPT.
      *
      *   NOTES =
      *     DEPENDENCIES = AUDIT ROWS IN DSUAUD LAYOUT, HISTORY ROWS
      *        IN DSUHST LAYOUT, RECONCILIATION LINES IN DSURCN
      *        LAYOUT
      *
      *     RESTRICTIONS = TWO-DIGIT RUN-DATE YEARS ARE WINDOWED -
      *        00-69 ARE 20XX, 70-99 ARE 19XX.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUINQL
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = AUDITIN DD - AUDIT TRAIL, SORTED AS ABOVE
      *                HISTIN DD - RUN HISTORIES, SORTED AS ABOVE
      *                RPTIN DD - RECONCILIATION LINES, SORTED AS
      *                   ABOVE
      *
      *      OUTPUT  = INQOUT DD - INQUIRY RECORDS, UNSORTED
      *                INQRPT DD - LOAD TOTALS
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 8  - AUDIT OR HISTORY ROWS CARRIED AN
      *                  UNREADABLE DATE OR TIME AND WERE PASSED
      *                  OVER
      *      RETURN CODE = 16 - A DATASET COULD NOT BE OPENED, OR AN
      *                  INQOUT WRITE FAILED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = NONE
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *      2026-10-15  EXPORT AND IMPORT RUNS ALSO TAKE THEIR
      *                  RECONCILIATION LINE.
      *
      *********************** DSUINQL ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUINQL.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Audit-File Assign To AUDITIN
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.
           Select History-File Assign To HISTIN
               Organization Is Sequential
               File Status Is WS-HISTORY-STATUS.
           Select Report-In-File Assign To RPTIN
               Organization Is Sequential
               File Status Is WS-RPTIN-STATUS.
           Select Inquiry-File Assign To INQOUT
               Organization Is Sequential
               File Status Is WS-INQUIRY-STATUS.
           Select Print-File Assign To INQRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.

       Data Division.
        File section.
        FD  Audit-File.
        COPY DSUAUD.
        FD  History-File.
        COPY DSUHST.
        FD  Report-In-File.
        01  Report-In-Rec               Pic X(161).
        FD  Inquiry-File.
        COPY DSUINQ.
        FD  Print-File.
        01  Print-Rec                   Pic X(132).

      *
      *
       Working-Storage Section.
       COPY DSURCN.
       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
           05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HISTORY-EOF              VALUE 'Y'.
           05  WS-RPTIN-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-RPTIN-EOF                VALUE 'Y'.
           05  WS-PENDING-SW               PIC X(01) VALUE 'N'.
               88  WS-PENDING                  VALUE 'Y'.
           05  WS-RUN-HAS-AUDIT-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-HAS-AUDIT            VALUE 'Y'.
           05  WS-RUN-HAS-HISTORY-SW       PIC X(01) VALUE 'N'.
               88  WS-RUN-HAS-HISTORY          VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS             PIC X(02).
               88  WS-AUDIT-STATUS-OK          VALUE '00'.
           05  WS-HISTORY-STATUS           PIC X(02).
               88  WS-HISTORY-STATUS-OK        VALUE '00'.
           05  WS-RPTIN-STATUS             PIC X(02).
               88  WS-RPTIN-STATUS-OK          VALUE '00'.
           05  WS-INQUIRY-STATUS           PIC X(02).
               88  WS-INQUIRY-STATUS-OK        VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
       01  WS-LOAD-COUNTERS.
           05  WS-AUDIT-READ               PIC 9(09) COMP.
           05  WS-SUMMARY-SKIPPED          PIC 9(09) COMP.
           05  WS-HISTORY-READ             PIC 9(09) COMP.
           05  WS-RECON-READ               PIC 9(09) COMP.
           05  WS-RECON-ATTACHED           PIC 9(09) COMP.
           05  WS-RUNS-MATCHED             PIC 9(09) COMP.
           05  WS-RUNS-AUDIT-ONLY          PIC 9(09) COMP.
           05  WS-RUNS-HISTORY-ONLY        PIC 9(09) COMP.
           05  WS-INQUIRY-WRITTEN          PIC 9(09) COMP.
           05  WS-ROWS-BAD                 PIC 9(09) COMP.
      *
      *    MERGE KEYS - SOURCE, TARGET, CCYYMMDD AND HHMMSSHH.
      *    HIGH-VALUES ONCE THE FILE IS EXHAUSTED.
      *
       01  WS-MERGE-KEYS.
           05  WS-AUDIT-KEY.
               10  WS-AUD-GROUP            PIC X(88).
               10  WS-AUD-DATE             PIC 9(08).
               10  WS-AUD-TIME             PIC 9(08).
           05  WS-HISTORY-KEY.
               10  WS-HST-GROUP            PIC X(88).
               10  WS-HST-DATE             PIC 9(08).
               10  WS-HST-TIME             PIC 9(08).
           05  WS-PENDING-GROUP            PIC X(88).
           05  WS-RUN-GROUP                PIC X(88).
           05  WS-RCN-GROUP                PIC X(88).
       01  WS-DATE-CONTROLS.
           05  WS-DATE-YYMMDD              PIC 9(06).
           05  WS-DATE-YYMMDD-R REDEFINES WS-DATE-YYMMDD.
               10  WS-DATE-YY              PIC 9(02).
               10  WS-DATE-MMDD            PIC 9(04).
           05  WS-DATE-CCYYMMDD            PIC 9(08).
           05  WS-DATE-CCYYMMDD-R REDEFINES WS-DATE-CCYYMMDD.
               10  WS-DATE-CC              PIC 9(02).
               10  WS-DATE-YYMMDD-8        PIC 9(06).
           05  WS-LOAD-DATE                PIC 9(08).
      *
      *    THE HISTORY ROW HELD WHILE WAITING FOR ITS AUDIT ROW
      *
       01  WS-PENDING-HISTORY.
           05  WS-PND-DATE                 PIC 9(08).
           05  WS-PND-RECORD               PIC X(149).
       01  WS-RUN-HISTORY.
           05  WS-RUN-DATE                 PIC 9(08).
           05  WS-RUN-HST-RECORD.
               10  WS-RUN-HST-RUN-DATE     PIC 9(06).
               10  WS-RUN-HST-RUN-TIME     PIC 9(08).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-ACTION       PIC X(08).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-SOURCE-DSN   PIC X(44).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-TARGET-DSN   PIC X(44).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-RECORDS      PIC 9(09).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-START-TIME   PIC 9(08).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-END-TIME     PIC 9(08).
               10  FILLER                  PIC X(01).
               10  WS-RUN-HST-ELAPSED-SECS PIC 9(07).
       01  WS-DEEDIT-CONTROLS.
           05  WS-DEEDIT-WORK              PIC X(11).
           05  WS-DEEDIT-NUM REDEFINES WS-DEEDIT-WORK
                                           PIC 9(11).
           05  WS-DEEDIT-DIGITS            PIC X(11).
           05  WS-DEEDIT-DIGIT-CNT         PIC 9(04) COMP.
           05  WS-DEEDIT-IX                PIC 9(04) COMP.
           05  WS-RCN-SOURCE-COUNT         PIC 9(09).
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(36)
               VALUE 'DSUINQL RUN-INQUIRY STORE LOAD FOR '.
           05  WS-HDG-DATE                 PIC 9(08).
           05  FILLER                      PIC X(88) VALUE SPACES.
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
           PERFORM 2000-MERGE-RUNS THRU 2000-EXIT.
           PERFORM 5000-WRAPUP THRU 5000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-AUDIT-READ.
           MOVE ZERO TO WS-SUMMARY-SKIPPED.
           MOVE ZERO TO WS-HISTORY-READ.
           MOVE ZERO TO WS-RECON-READ.
           MOVE ZERO TO WS-RECON-ATTACHED.
           MOVE ZERO TO WS-RUNS-MATCHED.
           MOVE ZERO TO WS-RUNS-AUDIT-ONLY.
           MOVE ZERO TO WS-RUNS-HISTORY-ONLY.
           MOVE ZERO TO WS-INQUIRY-WRITTEN.
           MOVE ZERO TO WS-ROWS-BAD.
           ACCEPT WS-DATE-YYMMDD FROM DATE.
           PERFORM 6000-WINDOW-DATE THRU 6000-EXIT.
           MOVE WS-DATE-CCYYMMDD TO WS-LOAD-DATE.
           OPEN INPUT Audit-File.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSUINQL0001 - AUDITIN OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT History-File.
           IF NOT WS-HISTORY-STATUS-OK
               DISPLAY 'DSUINQL0002 - HISTIN OPEN FAILED - STATUS '
                   WS-HISTORY-STATUS
               CLOSE Audit-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT Report-In-File.
           IF NOT WS-RPTIN-STATUS-OK
               DISPLAY 'DSUINQL0003 - RPTIN OPEN FAILED - STATUS '
                   WS-RPTIN-STATUS
               CLOSE Audit-File
               CLOSE History-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Inquiry-File.
           IF NOT WS-INQUIRY-STATUS-OK
               DISPLAY 'DSUINQL0004 - INQOUT OPEN FAILED - STATUS '
                   WS-INQUIRY-STATUS
               CLOSE Audit-File
               CLOSE History-File
               CLOSE Report-In-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSUINQL0005 - INQRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               CLOSE Audit-File
               CLOSE History-File
               CLOSE Report-In-File
               CLOSE Inquiry-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-LOAD-DATE TO WS-HDG-DATE.
           WRITE Print-Rec FROM WS-HEADING-LINE.
       1000-EXIT.
           EXIT.

      *
      *    MERGE THE AUDIT AND HISTORY STREAMS INTO RUNS
      *
       2000-MERGE-RUNS.
           MOVE 'N' TO WS-PENDING-SW.
           MOVE LOW-VALUES TO WS-RCN-GROUP.
           PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
           PERFORM 2300-READ-HISTORY THRU 2300-EXIT.
           PERFORM 2100-MERGE-ONE-ROW THRU 2100-EXIT
               UNTIL (WS-AUDIT-EOF AND WS-HISTORY-EOF)
                  OR RETURN-CODE = 16.
           IF WS-PENDING AND RETURN-CODE < 16
               PERFORM 2500-RUN-FROM-PENDING THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MERGE-ONE-ROW.
           IF WS-HISTORY-KEY NOT > WS-AUDIT-KEY
               IF WS-PENDING
                   PERFORM 2500-RUN-FROM-PENDING THRU 2500-EXIT
               END-IF
               MOVE WS-HST-DATE TO WS-PND-DATE
               MOVE HST-RECORD TO WS-PND-RECORD
               MOVE WS-HST-GROUP TO WS-PENDING-GROUP
               MOVE 'Y' TO WS-PENDING-SW
               PERFORM 2300-READ-HISTORY THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-PENDING
                   AND WS-PENDING-GROUP NOT = WS-AUD-GROUP
               PERFORM 2500-RUN-FROM-PENDING THRU 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-RUN-HAS-HISTORY-SW.
           IF WS-PENDING
                   AND WS-PND-RECORD (16:8) = AUDIT-ACTION
               MOVE WS-PENDING-HISTORY TO WS-RUN-HISTORY
               MOVE 'Y' TO WS-RUN-HAS-HISTORY-SW
               MOVE 'N' TO WS-PENDING-SW
           END-IF.
           MOVE 'Y' TO WS-RUN-HAS-AUDIT-SW.
           PERFORM 3000-WRITE-RUN THRU 3000-EXIT.
           PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2200-READ-AUDIT.
           READ Audit-File
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SW
                   MOVE HIGH-VALUES TO WS-AUDIT-KEY
                   GO TO 2200-EXIT
           END-READ.
           ADD 1 TO WS-AUDIT-READ.
           IF AUDIT-ACTION = 'SUMMARY'
               ADD 1 TO WS-SUMMARY-SKIPPED
               GO TO 2200-READ-AUDIT
           END-IF.
           IF AUDIT-DATE NOT NUMERIC OR AUDIT-TIME NOT NUMERIC
               ADD 1 TO WS-ROWS-BAD
               GO TO 2200-READ-AUDIT
           END-IF.
           MOVE AUDIT-SOURCE-DSN TO WS-AUD-GROUP (1:44).
           MOVE AUDIT-TARGET-DSN TO WS-AUD-GROUP (45:44).
           MOVE AUDIT-DATE TO WS-DATE-YYMMDD.
           PERFORM 6000-WINDOW-DATE THRU 6000-EXIT.
           MOVE WS-DATE-CCYYMMDD TO WS-AUD-DATE.
           MOVE AUDIT-TIME TO WS-AUD-TIME.
       2200-EXIT.
           EXIT.

       2300-READ-HISTORY.
           READ History-File
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
                   GO TO 2300-EXIT
           END-READ.
           ADD 1 TO WS-HISTORY-READ.
           IF HST-RUN-DATE NOT NUMERIC OR HST-RUN-TIME NOT NUMERIC
               ADD 1 TO WS-ROWS-BAD
               GO TO 2300-READ-HISTORY
           END-IF.
           MOVE HST-SOURCE-DSN TO WS-HST-GROUP (1:44).
           MOVE HST-TARGET-DSN TO WS-HST-GROUP (45:44).
           MOVE HST-RUN-DATE TO WS-DATE-YYMMDD.
           PERFORM 6000-WINDOW-DATE THRU 6000-EXIT.
           MOVE WS-DATE-CCYYMMDD TO WS-HST-DATE.
           MOVE HST-RUN-TIME TO WS-HST-TIME.
       2300-EXIT.
           EXIT.

       2500-RUN-FROM-PENDING.
           MOVE WS-PENDING-HISTORY TO WS-RUN-HISTORY.
           MOVE 'Y' TO WS-RUN-HAS-HISTORY-SW.
           MOVE 'N' TO WS-RUN-HAS-AUDIT-SW.
           MOVE 'N' TO WS-PENDING-SW.
           PERFORM 3000-WRITE-RUN THRU 3000-EXIT.
       2500-EXIT.
           EXIT.

      *
      *    BUILD ONE RUN AND WRITE IT UNDER EACH OF ITS DATASETS
      *
       3000-WRITE-RUN.
           MOVE SPACES TO INQUIRY-RECORD.
           MOVE 'N' TO INQ-AUDIT-FOUND.
           MOVE 'N' TO INQ-HISTORY-FOUND.
           MOVE 'N' TO INQ-RECON-FOUND.
           MOVE ZERO TO INQ-RECORDS.
           MOVE ZERO TO INQ-START-TIME.
           MOVE ZERO TO INQ-END-TIME.
           MOVE ZERO TO INQ-ELAPSED-SECS.
           MOVE ZERO TO INQ-RCN-SOURCE-COUNT.
           MOVE ZERO TO INQ-RCN-TARGET-COUNT.
           MOVE ZERO TO INQ-RCN-DUPKEY-COUNT.
           MOVE ZERO TO INQ-RCN-REJECTS-COUNT.
           MOVE WS-LOAD-DATE TO INQ-LOAD-DATE.
           IF WS-RUN-HAS-AUDIT
               MOVE 'Y' TO INQ-AUDIT-FOUND
               MOVE WS-AUD-DATE TO INQ-RUN-DATE
               MOVE WS-AUD-TIME TO INQ-RUN-TIME
               MOVE AUDIT-ACTION TO INQ-ACTION
               MOVE AUDIT-JOB-NAME TO INQ-JOB-NAME
               MOVE AUDIT-SOURCE-DSN TO INQ-SOURCE-DSN
               MOVE AUDIT-TARGET-DSN TO INQ-TARGET-DSN
               MOVE AUDIT-OUTCOME TO INQ-OUTCOME
               MOVE AUDIT-MESSAGE TO INQ-MESSAGE
               MOVE AUDIT-SUBMITTER-ID TO INQ-SUBMITTER-ID
               MOVE AUDIT-APPROVER-ID TO INQ-APPROVER-ID
           END-IF.
           IF WS-RUN-HAS-HISTORY
               MOVE 'Y' TO INQ-HISTORY-FOUND
               MOVE WS-RUN-DATE TO INQ-RUN-DATE
               MOVE WS-RUN-HST-RUN-TIME TO INQ-RUN-TIME
               MOVE WS-RUN-HST-ACTION TO INQ-ACTION
               MOVE WS-RUN-HST-SOURCE-DSN TO INQ-SOURCE-DSN
               MOVE WS-RUN-HST-TARGET-DSN TO INQ-TARGET-DSN
               MOVE WS-RUN-HST-RECORDS TO INQ-RECORDS
               MOVE WS-RUN-HST-START-TIME TO INQ-START-TIME
               MOVE WS-RUN-HST-END-TIME TO INQ-END-TIME
               MOVE WS-RUN-HST-ELAPSED-SECS TO INQ-ELAPSED-SECS
               IF INQ-ACTION = 'DUPLICAT' OR INQ-ACTION = 'RESTORE'
                       OR INQ-ACTION = 'EXPORT'
                       OR INQ-ACTION = 'IMPORT'
                   PERFORM 3100-ATTACH-RECONCILE THRU 3100-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-HAS-AUDIT AND WS-RUN-HAS-HISTORY
                   ADD 1 TO WS-RUNS-MATCHED
               WHEN WS-RUN-HAS-AUDIT
                   ADD 1 TO WS-RUNS-AUDIT-ONLY
               WHEN OTHER
                   ADD 1 TO WS-RUNS-HISTORY-ONLY
           END-EVALUATE.
           MOVE INQ-SOURCE-DSN TO INQ-DSN.
           SET INQ-ROLE-SOURCE TO TRUE.
           PERFORM 3300-WRITE-INQUIRY THRU 3300-EXIT.
           IF INQ-TARGET-DSN = SPACES
                   OR INQ-TARGET-DSN = INQ-SOURCE-DSN
               GO TO 3000-EXIT
           END-IF.
           MOVE INQ-TARGET-DSN TO INQ-DSN.
           SET INQ-ROLE-TARGET TO TRUE.
           PERFORM 3300-WRITE-INQUIRY THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-ATTACH-RECONCILE.
           MOVE INQ-SOURCE-DSN TO WS-RUN-GROUP (1:44).
           MOVE INQ-TARGET-DSN TO WS-RUN-GROUP (45:44).
           PERFORM 3200-READ-RECONCILE THRU 3200-EXIT
               UNTIL WS-RCN-GROUP NOT < WS-RUN-GROUP.
           IF WS-RCN-GROUP NOT = WS-RUN-GROUP
               GO TO 3100-EXIT
           END-IF.
           IF WS-RCN-SOURCE-COUNT NOT = INQ-RECORDS
               GO TO 3100-EXIT
           END-IF.
           MOVE 'Y' TO INQ-RECON-FOUND.
           MOVE RPT-MATCH-FLAG TO INQ-RCN-VERDICT.
           MOVE WS-RCN-SOURCE-COUNT TO INQ-RCN-SOURCE-COUNT.
           MOVE RPT-TARGET-COUNT TO WS-DEEDIT-WORK.
           PERFORM 4000-DEEDIT-ONE-COUNT THRU 4000-EXIT.
           MOVE WS-DEEDIT-NUM TO INQ-RCN-TARGET-COUNT.
           MOVE RPT-DUPKEY-COUNT TO WS-DEEDIT-WORK.
           PERFORM 4000-DEEDIT-ONE-COUNT THRU 4000-EXIT.
           MOVE WS-DEEDIT-NUM TO INQ-RCN-DUPKEY-COUNT.
           MOVE RPT-REJECTS-COUNT TO WS-DEEDIT-WORK.
           PERFORM 4000-DEEDIT-ONE-COUNT THRU 4000-EXIT.
           MOVE WS-DEEDIT-NUM TO INQ-RCN-REJECTS-COUNT.
           ADD 1 TO WS-RECON-ATTACHED.
           MOVE LOW-VALUES TO WS-RCN-GROUP.
       3100-EXIT.
           EXIT.

       3200-READ-RECONCILE.
           IF WS-RPTIN-EOF
               MOVE HIGH-VALUES TO WS-RCN-GROUP
               GO TO 3200-EXIT
           END-IF.
           READ Report-In-File INTO RPT-RECORD
               AT END
                   MOVE 'Y' TO WS-RPTIN-EOF-SW
                   MOVE HIGH-VALUES TO WS-RCN-GROUP
                   GO TO 3200-EXIT
           END-READ.
           IF Report-In-Rec (115:7) NOT = 'DUPKEY='
                   OR Report-In-Rec (134:8) NOT = 'REJECTS='
               GO TO 3200-READ-RECONCILE
           END-IF.
           ADD 1 TO WS-RECON-READ.
           MOVE RPT-SOURCE-DSN TO WS-RCN-GROUP (1:44).
           MOVE RPT-TARGET-DSN TO WS-RCN-GROUP (45:44).
           MOVE RPT-SOURCE-COUNT TO WS-DEEDIT-WORK.
           PERFORM 4000-DEEDIT-ONE-COUNT THRU 4000-EXIT.
           MOVE WS-DEEDIT-NUM TO WS-RCN-SOURCE-COUNT.
       3200-EXIT.
           EXIT.

       3300-WRITE-INQUIRY.
           WRITE INQUIRY-RECORD.
           IF NOT WS-INQUIRY-STATUS-OK
               DISPLAY 'DSUINQL0006 - INQOUT WRITE FAILED - STATUS '
                   WS-INQUIRY-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-INQUIRY-WRITTEN.
       3300-EXIT.
           EXIT.

       4000-DEEDIT-ONE-COUNT.
           MOVE SPACES TO WS-DEEDIT-DIGITS.
           MOVE ZERO TO WS-DEEDIT-DIGIT-CNT.
           MOVE 1 TO WS-DEEDIT-IX.
           PERFORM 4010-COLLECT-ONE-DIGIT THRU 4010-EXIT
               UNTIL WS-DEEDIT-IX > 11.
           MOVE ZEROS TO WS-DEEDIT-WORK.
           IF WS-DEEDIT-DIGIT-CNT > ZERO
               MOVE WS-DEEDIT-DIGITS (1:WS-DEEDIT-DIGIT-CNT)
                   TO WS-DEEDIT-WORK (12 - WS-DEEDIT-DIGIT-CNT:
                       WS-DEEDIT-DIGIT-CNT)
           END-IF.
       4000-EXIT.
           EXIT.

       4010-COLLECT-ONE-DIGIT.
           IF WS-DEEDIT-WORK (WS-DEEDIT-IX:1) NUMERIC
               ADD 1 TO WS-DEEDIT-DIGIT-CNT
               MOVE WS-DEEDIT-WORK (WS-DEEDIT-IX:1)
                   TO WS-DEEDIT-DIGITS (WS-DEEDIT-DIGIT-CNT:1)
           END-IF.
           ADD 1 TO WS-DEEDIT-IX.
       4010-EXIT.
           EXIT.

       5000-WRAPUP.
           MOVE 'AUDIT ROWS READ=' TO WS-TOT-LIT.
           MOVE WS-AUDIT-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  RUN SUMMARY ROWS PASSED OVER=' TO WS-TOT-LIT.
           MOVE WS-SUMMARY-SKIPPED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'HISTORY ROWS READ=' TO WS-TOT-LIT.
           MOVE WS-HISTORY-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'RECONCILIATION LINES READ=' TO WS-TOT-LIT.
           MOVE WS-RECON-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  LINES MATCHED TO A RUN=' TO WS-TOT-LIT.
           MOVE WS-RECON-ATTACHED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'RUNS WITH AUDIT AND HISTORY=' TO WS-TOT-LIT.
           MOVE WS-RUNS-MATCHED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'RUNS WITH AUDIT ROW ONLY=' TO WS-TOT-LIT.
           MOVE WS-RUNS-AUDIT-ONLY TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'RUNS WITH HISTORY ROW ONLY=' TO WS-TOT-LIT.
           MOVE WS-RUNS-HISTORY-ONLY TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'INQUIRY RECORDS WRITTEN=' TO WS-TOT-LIT.
           MOVE WS-INQUIRY-WRITTEN TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           IF WS-ROWS-BAD > ZERO
               MOVE 'ROWS BYPASSED - NON-NUMERIC DATE='
                   TO WS-TOT-LIT
               MOVE WS-ROWS-BAD TO WS-TOT-COUNT
               WRITE Print-Rec FROM WS-TOTAL-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE Audit-File.
           CLOSE History-File.
           CLOSE Report-In-File.
           CLOSE Inquiry-File.
           CLOSE Print-File.
       5000-EXIT.
           EXIT.

       6000-WINDOW-DATE.
           MOVE WS-DATE-YYMMDD TO WS-DATE-YYMMDD-8.
           IF WS-DATE-YY < 70
               MOVE 20 TO WS-DATE-CC
           ELSE
               MOVE 19 TO WS-DATE-CC
           END-IF.
       6000-EXIT.
           EXIT.

       End program DSUINQL.
