      *      COPYBOOK DSUAUD), SELECTS THE ROWS WHOSE AUDIT-DATE
      *      FALLS IN THE RANGE GIVEN ON THE RPTCARD CONTROL CARD
      *      (SEE COPYBOOK DSURCRD), AND PRINTS TO CMPRPT -
      *        EVERY RENAME, DELETE AND RESTORE IN THE RANGE,
      *          INDIVIDUALLY, WITH ITS DATASET NAMES, TIMESTAMP AND
      *          OUTCOME, AND UNDER IT THE FOUR-EYES EVIDENCE - THE
      *          SUBMITTER AND APPROVER USER IDS CARRIED ON THE ROW
      *          AND WHETHER A SECOND USER'S APPROVAL IS ON RECORD,
      *        EVERY CARD DSUDRV REFUSED ON THE DATASET REGISTRY OR
      *          FOUR-EYES CHECK, INDIVIDUALLY, WITH THE REFUSAL
      *          REASON, AND THE REASON A HELD OR EXPIRED CARD WAS
      *          NOT EXECUTED,
      *        OPERATION COUNTS PER JOB NAME AND ACTION WITH
      *          SUCCESS, FAILURE, REFUSED AND HELD TOTALS FROM
      *          AUDIT-OUTCOME,
      *        AND A GRAND-TOTAL LINE OF ROWS READ AND SELECTED.
      *      SUMMARY ROWS WRITTEN BY DSUDRV (ACTION = SUMMARY) ARE
      *      COUNTED AS READ BUT EXCLUDED FROM THE BREAKDOWNS SO A
      *      RUN IS NOT DOUBLE-COUNTED AGAINST ITS OWN CARDS.
      *      SKIPPED ROWS (A CARD NOT DUE ON THE RUN DATE) ARE
      *      COUNTED AS READ AND EXCLUDED IN THE SAME WAY - NOTHING
      *      WAS DONE, SO THERE IS NOTHING TO EVIDENCE.
      *      THE JOB/ACTION BREAKDOWN IS A SECOND PASS OF AUDITLOG
      *      WITH CONTROL BREAKS, SO THE REPORT IS COMPLETE NO
      *      MATTER HOW MANY JOB/ACTION PAIRS THE TRAIL HOLDS -
      *                  AS SUCCESSES IN THE JOB/ACTION SUMMARY
      *                  INSTEAD OF FALLING INTO THE FAILURE
      *                  BUCKET.
      *      2026-10-15  ROWS DSUDRV REFUSED ON THE NEW DATASET
      *                  REGISTRY CHECK (OUTCOME REFUSED) ARE LISTED
      *                  IN THE DETAIL SECTION WITH THEIR REASON AND
      *                  COUNTED IN THEIR OWN REFUSED= COLUMN OF THE
      *                  JOB/ACTION SUMMARY INSTEAD OF AS FAILURES.
      *      2026-10-15  FOUR-EYES EVIDENCE - RESTORE JOINS RENAME
      *                  AND DELETE IN THE DETAIL SECTION, EACH WITH
      *                  A LINE SHOWING THE SUBMITTER AND APPROVER
      *                  FROM THE WIDENED DSUAUD ROW, FLAGGING ANY
      *                  EXECUTED OPERATION WITH NO SECOND-USER
      *                  APPROVAL.  HELD AND EXPIRED CARDS SHOW
      *                  THEIR REASON AND ARE COUNTED IN A NEW HELD=
      *                  COLUMN OF THE JOB/ACTION SUMMARY.
      *      2026-10-15  PASSES OVER THE NEW SKIPPED ROWS DSUDRV
      *                  WRITES FOR A CARD NOT DUE ON THE RUN DATE,
      *                  WHICH WOULD OTHERWISE COUNT AS FAILURES AND
      *                  LIST A SKIPPED RENAME OR DELETE AS HAVING NO
      *                  APPROVAL ON RECORD.
      *
      *********************** DSURPT ******************************
      ***************************************************************
           05  WS-GRP-TOTAL                PIC 9(09) COMP.
           05  WS-GRP-SUCCESS              PIC 9(09) COMP.
           05  WS-GRP-FAILURE              PIC 9(09) COMP.
           05  WS-GRP-REFUSED              PIC 9(09) COMP.
           05  WS-GRP-HELD                 PIC 9(09) COMP.
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(35)
               VALUE 'DSURPT COMPLIANCE REPORT - FROM '.
           05  WS-HDG-TO-DATE              PIC 9(06).
           05  FILLER                      PIC X(81) VALUE SPACES.
       01  WS-DETAIL-HEADING.
           05  FILLER                      PIC X(34)
               VALUE 'RENAME, DELETE, RESTORE, HELD AND '.
           05  FILLER                      PIC X(98)
               VALUE 'REFUSED OPERATIONS IN RANGE'.
       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE                 PIC 9(06).
           05  FILLER                      PIC X(01).
           05  WS-DTL-TARGET-DSN           PIC X(44).
           05  FILLER                      PIC X(01).
           05  WS-DTL-OUTCOME              PIC X(08).
       01  WS-DETAIL-REASON-LINE.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  WS-DTR-LIT                  PIC X(08).
           05  WS-DTR-MESSAGE              PIC X(60).
           05  FILLER                      PIC X(48) VALUE SPACES.
       01  WS-DETAIL-FOUR-EYES-LINE.
           05  FILLER                      PIC X(16) VALUE SPACES.
           05  FILLER                      PIC X(11)
               VALUE 'FOUR-EYES: '.
           05  FILLER                      PIC X(10)
               VALUE 'SUBMITTER '.
           05  WS-DFE-SUBMITTER            PIC X(08).
           05  FILLER                      PIC X(10)
               VALUE ' APPROVER '.
           05  WS-DFE-APPROVER             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-DFE-NOTE                 PIC X(30).
           05  FILLER                      PIC X(38) VALUE SPACES.
       01  WS-SUMMARY-HEADING.
           05  FILLER                      PIC X(132)
               VALUE 'OPERATIONS BY JOB NAME AND ACTION'.
           05  FILLER                      PIC X(01).
           05  WS-SUML-FAILURE-LIT         PIC X(08).
           05  WS-SUML-FAILURE             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-SUML-REFUSED-LIT         PIC X(08).
           05  WS-SUML-REFUSED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-SUML-HELD-LIT            PIC X(08).
           05  WS-SUML-HELD                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(17) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-READ-LIT             PIC X(10).
           05  WS-TOT-READ                 PIC ZZZ,ZZZ,ZZ9.
           IF AUDIT-ACTION = 'SUMMARY'
               GO TO 2000-EXIT
           END-IF.
           IF AUDIT-OUTCOME = 'SKIPPED'
               GO TO 2000-EXIT
           END-IF.
           IF AUDIT-ACTION = 'RENAME' OR AUDIT-ACTION = 'DELETE'
                   OR AUDIT-ACTION = 'RESTORE'
                   OR AUDIT-OUTCOME = 'REFUSED'
               PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           MOVE AUDIT-TARGET-DSN TO WS-DTL-TARGET-DSN.
           MOVE AUDIT-OUTCOME TO WS-DTL-OUTCOME.
           WRITE Print-Rec FROM WS-DETAIL-LINE.
           IF AUDIT-OUTCOME = 'REFUSED' OR AUDIT-OUTCOME = 'HELD'
                   OR AUDIT-OUTCOME = 'EXPIRED'
               MOVE 'REASON: ' TO WS-DTR-LIT
               MOVE AUDIT-MESSAGE TO WS-DTR-MESSAGE
               WRITE Print-Rec FROM WS-DETAIL-REASON-LINE
           END-IF.
           IF AUDIT-ACTION = 'RENAME' OR AUDIT-ACTION = 'DELETE'
                   OR AUDIT-ACTION = 'RESTORE'
               PERFORM 2300-WRITE-FOUR-EYES-LINE THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *    AN OPERATION THAT WAS CARRIED OUT (OR ATTEMPTED) WITHOUT
      *    A SECOND USER'S APPROVAL ON ITS ROW IS FLAGGED - THAT
      *    INCLUDES ROWS WRITTEN BEFORE FOUR-EYES APPROVAL EXISTED.
       2300-WRITE-FOUR-EYES-LINE.
           MOVE AUDIT-SUBMITTER-ID TO WS-DFE-SUBMITTER.
           MOVE AUDIT-APPROVER-ID TO WS-DFE-APPROVER.
           IF AUDIT-SUBMITTER-ID = SPACES
               MOVE '*NONE*' TO WS-DFE-SUBMITTER
           END-IF.
           IF AUDIT-APPROVER-ID = SPACES
               MOVE '*NONE*' TO WS-DFE-APPROVER
           END-IF.
           EVALUATE TRUE
               WHEN AUDIT-OUTCOME = 'HELD'
                       OR AUDIT-OUTCOME = 'EXPIRED'
                       OR AUDIT-OUTCOME = 'REFUSED'
                   MOVE 'NOT EXECUTED' TO WS-DFE-NOTE
               WHEN AUDIT-APPROVER-ID NOT = SPACES
                       AND AUDIT-APPROVER-ID NOT = AUDIT-SUBMITTER-ID
                   MOVE 'SECOND-USER APPROVAL ON RECORD'
                       TO WS-DFE-NOTE
               WHEN OTHER
                   MOVE '*** NO APPROVAL ON RECORD ***' TO WS-DFE-NOTE
           END-EVALUATE.
           WRITE Print-Rec FROM WS-DETAIL-FOUR-EYES-LINE.
       2300-EXIT.
           EXIT.

       3000-WRITE-SUMMARY-SECTION.
           WRITE Print-Rec FROM WS-SUMMARY-HEADING.
           MOVE 'N' TO WS-AUDIT-EOF-SW.
           IF AUDIT-ACTION = 'SUMMARY'
               GO TO 3100-EXIT
           END-IF.
           IF AUDIT-OUTCOME = 'SKIPPED'
               GO TO 3100-EXIT
           END-IF.
           IF NOT WS-GROUP-OPEN
                   OR AUDIT-JOB-NAME NOT = WS-GRP-JOB
                   OR AUDIT-ACTION NOT = WS-GRP-ACTION
               MOVE ZERO TO WS-GRP-TOTAL
               MOVE ZERO TO WS-GRP-SUCCESS
               MOVE ZERO TO WS-GRP-FAILURE
               MOVE ZERO TO WS-GRP-REFUSED
               MOVE ZERO TO WS-GRP-HELD
           END-IF.
           ADD 1 TO WS-GRP-TOTAL.
           EVALUATE TRUE
               WHEN AUDIT-OUTCOME = 'SUCCESS'
                       OR AUDIT-OUTCOME = 'VERIFIED'
                   ADD 1 TO WS-GRP-SUCCESS
               WHEN AUDIT-OUTCOME = 'REFUSED'
                   ADD 1 TO WS-GRP-REFUSED
               WHEN AUDIT-OUTCOME = 'HELD'
                       OR AUDIT-OUTCOME = 'EXPIRED'
                   ADD 1 TO WS-GRP-HELD
               WHEN OTHER
                   ADD 1 TO WS-GRP-FAILURE
           END-EVALUATE.
       3100-EXIT.
           EXIT.

           MOVE 'TOTAL=' TO WS-SUML-TOTAL-LIT.
           MOVE 'SUCCESS=' TO WS-SUML-SUCCESS-LIT.
           MOVE 'FAILURE=' TO WS-SUML-FAILURE-LIT.
           MOVE 'REFUSED=' TO WS-SUML-REFUSED-LIT.
           MOVE 'HELD=' TO WS-SUML-HELD-LIT.
           MOVE WS-GRP-JOB TO WS-SUML-JOB.
           MOVE WS-GRP-ACTION TO WS-SUML-ACTION.
           MOVE WS-GRP-TOTAL TO WS-SUML-TOTAL.
           MOVE WS-GRP-SUCCESS TO WS-SUML-SUCCESS.
           MOVE WS-GRP-FAILURE TO WS-SUML-FAILURE.
           MOVE WS-GRP-REFUSED TO WS-SUML-REFUSED.
           MOVE WS-GRP-HELD TO WS-SUML-HELD.
           WRITE Print-Rec FROM WS-SUMMARY-LINE.
       3200-EXIT.
           EXIT.
