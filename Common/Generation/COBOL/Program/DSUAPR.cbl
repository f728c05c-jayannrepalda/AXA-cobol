      *********************** DSUAPR ******************************
      *                                                             *
      **** FOUR-EYES APPROVAL OF HELD RENAME, DELETE AND RESTORE
      **** REQUESTS, AND THE DAILY PENDING-APPROVAL LISTING
      *
      *   MODULE NAME = DSUAPR
      *
      *   DESCRIPTIVE NAME = FOUR-EYES APPROVAL AND LISTING.
      *
      *   FUNCTION = KEEPS THE PENDING-APPROVAL KSDS (SEE COPYBOOK
      *      DSUPND) THAT DSUDRV HOLDS DESTRUCTIVE CARDS ON -
      *      AGEING PART - A HELD REQUEST NOT DECIDED WITHIN
      *        WS-HOLD-DAYS OF ITS SUBMISSION, AND AN APPROVED
      *        REQUEST NOT RELEASED BY ITS EXPIRY DATE, BECOME
      *        EXPIRED.  A REJECTED, EXPIRED OR RELEASED REQUEST IS
      *        REMOVED WHEN IT IS MORE THAN WS-PURGE-DAYS OLD - ITS
      *        HISTORY REMAINS ON AUDITLOG.
      *      DECISION PART - APPLIES THE OPTIONAL APRCARD DECK (SEE
      *        COPYBOOK DSUACRD).  EACH CARD APPROVES OR REJECTS ONE
      *        HELD REQUEST.  A CARD IS REFUSED WHEN THE REQUEST IS
      *        NOT ON FILE OR NOT HELD, OR WHEN THE APPROVER IS THE
      *        SUBMITTER.  AN APPROVAL IS RELEASABLE THROUGH TODAY
      *        PLUS APC-VALID-DAYS.  EVERY DECISION APPLIED IS
      *        APPENDED TO AUDITLOG WITH ACTION APPROVE OR REJECT
      *        AND BOTH USER IDS.
      *      LISTING PART - LISTS EVERY REQUEST ON FILE ON APRRPT,
      *        GROUPED HELD, APPROVED, EXPIRED, REJECTED AND
      *        RELEASED, FOLLOWED BY THE RUN TOTALS.
      *
      *   NOTES =
      *     DEPENDENCIES = REQUESTS WRITTEN BY DSUDRV, AUDIT ROWS IN
      *        DSUAUD LAYOUT
      *
      *     RESTRICTIONS = TWO-DIGIT RUN-DATE YEARS ARE WINDOWED -
      *        00-69 ARE 20XX, 70-99 ARE 19XX.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUAPR
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = APRCARD DD - OPTIONAL APPROVAL/REJECTION CARDS
      *
      *      OUTPUT  = PENDAPPR DD - PENDING-APPROVAL KSDS, UPDATED IN
      *                   PLACE
      *                AUDITLOG DD - ACCUMULATED AUDIT TRAIL, EXTENDED
      *                APRRPT DD - DECISION AND PENDING-APPROVAL
      *                   LISTING
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 8  - A DECISION CARD WAS REFUSED, OR
      *                  AUDITLOG COULD NOT BE OPENED OR WRITTEN
      *      RETURN CODE = 16 - APRCARD, PENDAPPR OR APRRPT COULD NOT
      *                  BE OPENED, OR A PENDAPPR UPDATE FAILED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-MONTH-DAYS - DAYS IN EACH MONTH
      *            WS-LIST-STATUSES - LISTING SECTION ORDER
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUAPR ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUAPR.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Optional Apr-Card-File Assign To APRCARD
               Organization Is Sequential
               File Status Is WS-APRCARD-STATUS.
           Select Approval-File Assign To PENDAPPR
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is PND-KEY
               File Status Is WS-APPROVAL-STATUS.
           Select Audit-File Assign To AUDITLOG
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.
           Select Print-File Assign To APRRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.

       Data Division.
        File section.
        FD  Apr-Card-File.
        01  Apr-Card-Rec                Pic X(160).
        FD  Approval-File.
        COPY DSUPND.
        FD  Audit-File.
        COPY DSUAUD.
        FD  Print-File.
        01  Print-Rec                   Pic X(132).

      *
      *
       Working-Storage Section.
       COPY DSUACRD.
       01  WS-SWITCHES.
           05  WS-APRCARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-APRCARD-EOF              VALUE 'Y'.
           05  WS-APPROVAL-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-APPROVAL-EOF             VALUE 'Y'.
           05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-AUDIT-OPEN               VALUE 'Y'.
           05  WS-REQUEST-CHANGED-SW       PIC X(01) VALUE 'N'.
               88  WS-REQUEST-CHANGED          VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-APRCARD-STATUS           PIC X(02).
               88  WS-APRCARD-STATUS-OK        VALUE '00' '05'.
           05  WS-APPROVAL-STATUS          PIC X(02).
               88  WS-APPROVAL-STATUS-OK       VALUE '00'.
           05  WS-AUDIT-STATUS             PIC X(02).
               88  WS-AUDIT-STATUS-OK          VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
       01  WS-APPROVAL-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) COMP.
           05  WS-CARDS-APPROVED           PIC 9(09) COMP.
           05  WS-CARDS-REJECTED           PIC 9(09) COMP.
           05  WS-CARDS-REFUSED            PIC 9(09) COMP.
           05  WS-HELD-EXPIRED             PIC 9(09) COMP.
           05  WS-APPROVED-EXPIRED         PIC 9(09) COMP.
           05  WS-REQUESTS-PURGED          PIC 9(09) COMP.
           05  WS-SECTION-COUNT            PIC 9(09) COMP.
       01  WS-DATE-CONTROLS.
           05  WS-HOLD-DAYS                PIC 9(03) VALUE 7.
           05  WS-PURGE-DAYS               PIC 9(03) VALUE 30.
           05  WS-DEFAULT-VALID-DAYS       PIC 9(03) VALUE 3.
           05  WS-MAX-VALID-DAYS           PIC 9(03) VALUE 30.
           05  WS-TODAY-YYMMDD             PIC 9(06).
           05  WS-TODAY-YYMMDD-R REDEFINES WS-TODAY-YYMMDD.
               10  WS-TODAY-YY             PIC 9(02).
               10  WS-TODAY-MMDD           PIC 9(04).
           05  WS-TODAY-CCYYMMDD           PIC 9(08).
           05  WS-TODAY-CCYYMMDD-R REDEFINES WS-TODAY-CCYYMMDD.
               10  WS-TODAY-CC             PIC 9(02).
               10  WS-TODAY-YYMMDD-8       PIC 9(06).
           05  WS-NOW-TIME                 PIC 9(08).
           05  WS-VALID-DAYS               PIC 9(03).
           05  WS-ADD-DAYS                 PIC 9(03).
           05  WS-DAYS-ADDED               PIC 9(03).
           05  WS-CALC-DATE                PIC 9(08).
           05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
               10  WS-CALC-CCYY            PIC 9(04).
               10  WS-CALC-MM              PIC 9(02).
               10  WS-CALC-DD              PIC 9(02).
           05  WS-MONTH-LIMIT              PIC 9(02).
           05  WS-LEAP-QUOTIENT            PIC 9(04) COMP.
           05  WS-LEAP-REM-4               PIC 9(04) COMP.
           05  WS-LEAP-REM-100             PIC 9(04) COMP.
           05  WS-LEAP-REM-400             PIC 9(04) COMP.
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                      PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               PIC 9(02) OCCURS 12 TIMES.
       01  WS-LIST-STATUS-VALUES.
           05  FILLER                      PIC X(40)
               VALUE 'HELD    APPROVEDEXPIRED REJECTEDRELEASED'.
       01  WS-LIST-STATUS-TABLE REDEFINES WS-LIST-STATUS-VALUES.
           05  WS-LIST-STATUSES            PIC X(08) OCCURS 5 TIMES.
       01  WS-LIST-CONTROLS.
           05  WS-LIST-IX                  PIC 9(04) COMP.
           05  WS-LIST-STATUS              PIC X(08).
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE 'DSUAPR FOUR-EYES APPROVAL LISTING FOR '.
           05  WS-HDG-DATE                 PIC 9(08).
           05  FILLER                      PIC X(84) VALUE SPACES.
       01  WS-DECISION-LINE.
           05  WS-DEC-CARD-NO              PIC ZZZZ9.
           05  FILLER                      PIC X(01).
           05  WS-DEC-RESULT               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-DEC-ACTION               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-DEC-SOURCE-DSN           PIC X(44).
           05  FILLER                      PIC X(01).
           05  WS-DEC-TARGET-DSN           PIC X(44).
           05  FILLER                      PIC X(01).
           05  WS-DEC-APPROVER-ID          PIC X(08).
           05  FILLER                      PIC X(10).
       01  WS-DECISION-REASON-LINE.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE 'REASON: '.
           05  WS-DEC-REASON               PIC X(60).
           05  FILLER                      PIC X(49) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  FILLER                      PIC X(13)
               VALUE 'REQUESTS NOW '.
           05  WS-SEC-STATUS               PIC X(08).
           05  FILLER                      PIC X(111) VALUE SPACES.
       01  WS-REQUEST-LINE-1.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-REQ-ACTION               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REQ-SOURCE-DSN           PIC X(44).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REQ-TARGET-DSN           PIC X(44).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REQ-SUBMITTER-ID         PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REQ-APPROVER-ID          PIC X(08).
           05  FILLER                      PIC X(14) VALUE SPACES.
       01  WS-REQUEST-LINE-2.
           05  FILLER                      PIC X(11) VALUE SPACES.
           05  FILLER                      PIC X(10)
               VALUE 'SUBMITTED '.
           05  WS-REQ-SUBMIT-DATE          PIC 9(08).
           05  FILLER                      PIC X(05) VALUE ' JOB '.
           05  WS-REQ-SUBMIT-JOB           PIC X(08).
           05  FILLER                      PIC X(09)
               VALUE ' DECIDED '.
           05  WS-REQ-DECISION-DATE        PIC 9(08).
           05  FILLER                      PIC X(09)
               VALUE ' EXPIRES '.
           05  WS-REQ-EXPIRY-DATE          PIC 9(08).
           05  FILLER                      PIC X(10)
               VALUE ' RELEASED '.
           05  WS-REQ-RELEASE-DATE         PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-REQ-COMMENT              PIC X(37).
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
           PERFORM 2000-AGE-REQUESTS THRU 2000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 3000-APPLY-DECISIONS THRU 3000-EXIT
           END-IF.
           IF RETURN-CODE < 16
               PERFORM 4000-LIST-REQUESTS THRU 4000-EXIT
           END-IF.
           PERFORM 5000-WRAPUP THRU 5000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-CARDS-READ.
           MOVE ZERO TO WS-CARDS-APPROVED.
           MOVE ZERO TO WS-CARDS-REJECTED.
           MOVE ZERO TO WS-CARDS-REFUSED.
           MOVE ZERO TO WS-HELD-EXPIRED.
           MOVE ZERO TO WS-APPROVED-EXPIRED.
           MOVE ZERO TO WS-REQUESTS-PURGED.
           PERFORM 1100-SET-TODAY THRU 1100-EXIT.
           OPEN I-O Approval-File.
           IF NOT WS-APPROVAL-STATUS-OK
               DISPLAY 'DSUAPR0002 - PENDAPPR OPEN FAILED - STATUS '
                   WS-APPROVAL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSUAPR0003 - APRRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               CLOSE Approval-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-TODAY-CCYYMMDD TO WS-HDG-DATE.
           WRITE Print-Rec FROM WS-HEADING-LINE.
           OPEN EXTEND Audit-File.
           IF WS-AUDIT-STATUS-OK
               MOVE 'Y' TO WS-AUDIT-OPEN-SW
           ELSE
               DISPLAY 'DSUAPR0004 - AUDITLOG OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               MOVE 'N' TO WS-AUDIT-OPEN-SW
           END-IF.
       1000-EXIT.
           EXIT.

       1100-SET-TODAY.
           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YYMMDD-8.
           IF WS-TODAY-YY < 70
               MOVE 20 TO WS-TODAY-CC
           ELSE
               MOVE 19 TO WS-TODAY-CC
           END-IF.
       1100-EXIT.
           EXIT.

      *
      *    EXPIRE UNDECIDED AND UNUSED REQUESTS, PURGE OLD CLOSED ONES
      *
       2000-AGE-REQUESTS.
           PERFORM 2900-START-BROWSE THRU 2900-EXIT.
           PERFORM 2100-AGE-ONE-REQUEST THRU 2100-EXIT
               UNTIL WS-APPROVAL-EOF OR RETURN-CODE = 16.
       2000-EXIT.
           EXIT.

       2100-AGE-ONE-REQUEST.
           READ Approval-File NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-APPROVAL-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           MOVE 'N' TO WS-REQUEST-CHANGED-SW.
           EVALUATE TRUE
               WHEN PND-STATUS-HELD
                   MOVE PND-SUBMIT-DATE TO WS-CALC-DATE
                   MOVE WS-HOLD-DAYS TO WS-ADD-DAYS
                   PERFORM 6000-ADD-DAYS THRU 6000-EXIT
                   IF WS-CALC-DATE < WS-TODAY-CCYYMMDD
                       SET PND-STATUS-EXPIRED TO TRUE
                       MOVE WS-TODAY-CCYYMMDD TO PND-DECISION-DATE
                       MOVE WS-NOW-TIME TO PND-DECISION-TIME
                       MOVE 'NOT DECIDED WITHIN THE HOLD PERIOD'
                           TO PND-COMMENT
                       ADD 1 TO WS-HELD-EXPIRED
                       MOVE 'Y' TO WS-REQUEST-CHANGED-SW
                   END-IF
               WHEN PND-STATUS-APPROVED
                   IF PND-EXPIRY-DATE < WS-TODAY-CCYYMMDD
                       SET PND-STATUS-EXPIRED TO TRUE
                       ADD 1 TO WS-APPROVED-EXPIRED
                       MOVE 'Y' TO WS-REQUEST-CHANGED-SW
                   END-IF
               WHEN OTHER
                   IF PND-STATUS-RELEASED
                       MOVE PND-RELEASE-DATE TO WS-CALC-DATE
                   ELSE
                       MOVE PND-DECISION-DATE TO WS-CALC-DATE
                   END-IF
                   MOVE WS-PURGE-DAYS TO WS-ADD-DAYS
                   PERFORM 6000-ADD-DAYS THRU 6000-EXIT
                   IF WS-CALC-DATE < WS-TODAY-CCYYMMDD
                       DELETE Approval-File RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       IF NOT WS-APPROVAL-STATUS-OK
                           GO TO 2100-FAILED
                       END-IF
                       ADD 1 TO WS-REQUESTS-PURGED
                   END-IF
           END-EVALUATE.
           IF NOT WS-REQUEST-CHANGED
               GO TO 2100-EXIT
           END-IF.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-APPROVAL-STATUS-OK
               GO TO 2100-EXIT
           END-IF.
       2100-FAILED.
           DISPLAY 'DSUAPR0006 - PENDAPPR UPDATE FAILED - STATUS '
               WS-APPROVAL-STATUS ' - ' PND-ACTION ' ' PND-SOURCE-DSN.
           MOVE 16 TO RETURN-CODE.
       2100-EXIT.
           EXIT.

       2900-START-BROWSE.
           MOVE 'N' TO WS-APPROVAL-EOF-SW.
           MOVE LOW-VALUES TO PND-KEY.
           START Approval-File KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APPROVAL-EOF-SW
           END-START.
       2900-EXIT.
           EXIT.

      *
      *    APPLY THE SECOND USER'S DECISIONS
      *
       3000-APPLY-DECISIONS.
           MOVE 'N' TO WS-APRCARD-EOF-SW.
           OPEN INPUT Apr-Card-File.
           IF NOT WS-APRCARD-STATUS-OK
               DISPLAY 'DSUAPR0001 - APRCARD OPEN FAILED - STATUS '
                   WS-APRCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT
               UNTIL WS-APRCARD-EOF OR RETURN-CODE = 16.
           CLOSE Apr-Card-File.
       3000-EXIT.
           EXIT.

       3100-APPLY-ONE-CARD.
           MOVE SPACES TO APPROVAL-CARD.
           READ Apr-Card-File INTO APPROVAL-CARD
               AT END
                   MOVE 'Y' TO WS-APRCARD-EOF-SW
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           MOVE SPACES TO WS-DECISION-LINE.
           MOVE WS-CARDS-READ TO WS-DEC-CARD-NO.
           MOVE APC-ACTION TO WS-DEC-ACTION.
           MOVE APC-SOURCE-DSN TO WS-DEC-SOURCE-DSN.
           MOVE APC-TARGET-DSN TO WS-DEC-TARGET-DSN.
           MOVE APC-APPROVER-ID TO WS-DEC-APPROVER-ID.
           MOVE SPACES TO WS-DEC-REASON.
           IF NOT APC-DECISION-APPROVE AND NOT APC-DECISION-REJECT
               MOVE 'DECISION NOT A OR R' TO WS-DEC-REASON
               GO TO 3100-REFUSE
           END-IF.
           IF APC-APPROVER-ID = SPACES
               MOVE 'APPROVER ID IS BLANK' TO WS-DEC-REASON
               GO TO 3100-REFUSE
           END-IF.
           IF APC-VALID-DAYS = SPACES
               MOVE WS-DEFAULT-VALID-DAYS TO WS-VALID-DAYS
           ELSE
               IF APC-VALID-DAYS NOT NUMERIC
                   MOVE 'VALID DAYS NOT 000-030' TO WS-DEC-REASON
                   GO TO 3100-REFUSE
               END-IF
               MOVE APC-VALID-DAYS TO WS-VALID-DAYS
               IF WS-VALID-DAYS > WS-MAX-VALID-DAYS
                   MOVE 'VALID DAYS NOT 000-030' TO WS-DEC-REASON
                   GO TO 3100-REFUSE
               END-IF
           END-IF.
           MOVE APC-KEY TO PND-KEY.
           READ Approval-File
               INVALID KEY
                   MOVE 'NO SUCH REQUEST ON PENDAPPR' TO WS-DEC-REASON
                   GO TO 3100-REFUSE
           END-READ.
           IF NOT PND-STATUS-HELD
               MOVE 'REQUEST IS NOT HELD - STATUS IS '
                   TO WS-DEC-REASON
               MOVE PND-STATUS TO WS-DEC-REASON(33:8)
               GO TO 3100-REFUSE
           END-IF.
           IF APC-APPROVER-ID = PND-SUBMITTER-ID
               MOVE 'APPROVER IS THE SUBMITTER - SECOND USER REQUIRED'
                   TO WS-DEC-REASON
               GO TO 3100-REFUSE
           END-IF.
           MOVE APC-APPROVER-ID TO PND-APPROVER-ID.
           MOVE WS-TODAY-CCYYMMDD TO PND-DECISION-DATE.
           MOVE WS-NOW-TIME TO PND-DECISION-TIME.
           MOVE APC-COMMENT TO PND-COMMENT.
           IF APC-DECISION-APPROVE
               SET PND-STATUS-APPROVED TO TRUE
               MOVE WS-TODAY-CCYYMMDD TO WS-CALC-DATE
               MOVE WS-VALID-DAYS TO WS-ADD-DAYS
               PERFORM 6000-ADD-DAYS THRU 6000-EXIT
               MOVE WS-CALC-DATE TO PND-EXPIRY-DATE
               MOVE 'APPROVED' TO WS-DEC-RESULT
           ELSE
               SET PND-STATUS-REJECTED TO TRUE
               MOVE ZERO TO PND-EXPIRY-DATE
               MOVE 'REJECTED' TO WS-DEC-RESULT
           END-IF.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-APPROVAL-STATUS-OK
               DISPLAY 'DSUAPR0006 - PENDAPPR UPDATE FAILED - STATUS '
                   WS-APPROVAL-STATUS ' - ' PND-ACTION ' '
                   PND-SOURCE-DSN
               MOVE 16 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           IF PND-STATUS-APPROVED
               ADD 1 TO WS-CARDS-APPROVED
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
           END-IF.
           WRITE Print-Rec FROM WS-DECISION-LINE.
           PERFORM 3200-WRITE-DECISION-AUDIT THRU 3200-EXIT.
           GO TO 3100-EXIT.
       3100-REFUSE.
           ADD 1 TO WS-CARDS-REFUSED.
           MOVE 'REFUSED' TO WS-DEC-RESULT.
           WRITE Print-Rec FROM WS-DECISION-LINE.
           WRITE Print-Rec FROM WS-DECISION-REASON-LINE.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       3100-EXIT.
           EXIT.

       3200-WRITE-DECISION-AUDIT.
           IF NOT WS-AUDIT-OPEN
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'DSUAPR' TO AUDIT-JOB-NAME.
           IF PND-STATUS-APPROVED
               MOVE 'APPROVE' TO AUDIT-ACTION
           ELSE
               MOVE 'REJECT' TO AUDIT-ACTION
           END-IF.
           MOVE PND-SOURCE-DSN TO AUDIT-SOURCE-DSN.
           MOVE PND-TARGET-DSN TO AUDIT-TARGET-DSN.
           MOVE 'SUCCESS' TO AUDIT-OUTCOME.
           MOVE PND-ACTION TO AUDIT-MESSAGE.
           IF PND-STATUS-APPROVED
               MOVE 'APPROVED - RELEASABLE THROUGH '
                   TO AUDIT-MESSAGE(10:30)
               MOVE PND-EXPIRY-DATE TO AUDIT-MESSAGE(40:8)
           ELSE
               MOVE 'REJECTED - ' TO AUDIT-MESSAGE(10:11)
               MOVE PND-COMMENT TO AUDIT-MESSAGE(21:40)
           END-IF.
           MOVE PND-SUBMITTER-ID TO AUDIT-SUBMITTER-ID.
           MOVE PND-APPROVER-ID TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSUAPR0005 - AUDITLOG WRITE FAILED - STATUS '
                   WS-AUDIT-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      *
      *    LIST EVERY REQUEST ON FILE, ONE SECTION PER STATUS
      *
       4000-LIST-REQUESTS.
           MOVE 1 TO WS-LIST-IX.
           PERFORM 4100-LIST-ONE-STATUS THRU 4100-EXIT
               UNTIL WS-LIST-IX > 5.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-STATUS.
           MOVE WS-LIST-STATUSES(WS-LIST-IX) TO WS-LIST-STATUS.
           MOVE WS-LIST-STATUS TO WS-SEC-STATUS.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           WRITE Print-Rec FROM WS-SECTION-LINE.
           MOVE ZERO TO WS-SECTION-COUNT.
           PERFORM 2900-START-BROWSE THRU 2900-EXIT.
           PERFORM 4200-LIST-ONE-REQUEST THRU 4200-EXIT
               UNTIL WS-APPROVAL-EOF.
           MOVE SPACES TO WS-TOT-LIT.
           MOVE '  REQUESTS ' TO WS-TOT-LIT.
           MOVE WS-LIST-STATUS TO WS-TOT-LIT(12:8).
           MOVE WS-SECTION-COUNT TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           ADD 1 TO WS-LIST-IX.
       4100-EXIT.
           EXIT.

       4200-LIST-ONE-REQUEST.
           READ Approval-File NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-APPROVAL-EOF-SW
                   GO TO 4200-EXIT
           END-READ.
           IF PND-STATUS NOT = WS-LIST-STATUS
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE PND-ACTION TO WS-REQ-ACTION.
           MOVE PND-SOURCE-DSN TO WS-REQ-SOURCE-DSN.
           MOVE PND-TARGET-DSN TO WS-REQ-TARGET-DSN.
           MOVE PND-SUBMITTER-ID TO WS-REQ-SUBMITTER-ID.
           MOVE PND-APPROVER-ID TO WS-REQ-APPROVER-ID.
           WRITE Print-Rec FROM WS-REQUEST-LINE-1.
           MOVE PND-SUBMIT-DATE TO WS-REQ-SUBMIT-DATE.
           MOVE PND-SUBMIT-JOB TO WS-REQ-SUBMIT-JOB.
           MOVE PND-DECISION-DATE TO WS-REQ-DECISION-DATE.
           MOVE PND-EXPIRY-DATE TO WS-REQ-EXPIRY-DATE.
           MOVE PND-RELEASE-DATE TO WS-REQ-RELEASE-DATE.
           MOVE PND-COMMENT TO WS-REQ-COMMENT.
           WRITE Print-Rec FROM WS-REQUEST-LINE-2.
       4200-EXIT.
           EXIT.

       5000-WRAPUP.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           MOVE 'DECISION CARDS READ=' TO WS-TOT-LIT.
           MOVE WS-CARDS-READ TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  REQUESTS APPROVED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-APPROVED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  REQUESTS REJECTED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-REJECTED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE '  CARDS REFUSED=' TO WS-TOT-LIT.
           MOVE WS-CARDS-REFUSED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'HELD REQUESTS EXPIRED=' TO WS-TOT-LIT.
           MOVE WS-HELD-EXPIRED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'APPROVALS EXPIRED UNUSED=' TO WS-TOT-LIT.
           MOVE WS-APPROVED-EXPIRED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           MOVE 'CLOSED REQUESTS PURGED=' TO WS-TOT-LIT.
           MOVE WS-REQUESTS-PURGED TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           IF WS-AUDIT-OPEN
               CLOSE Audit-File
           ELSE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE Approval-File.
           CLOSE Print-File.
       5000-EXIT.
           EXIT.

      *
      *    ADVANCE WS-CALC-DATE (CCYYMMDD) BY WS-ADD-DAYS DAYS
      *
       6000-ADD-DAYS.
           MOVE ZERO TO WS-DAYS-ADDED.
           IF WS-CALC-DATE = ZERO
               GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-ADD-ONE-DAY THRU 6100-EXIT
               UNTIL WS-DAYS-ADDED NOT < WS-ADD-DAYS.
       6000-EXIT.
           EXIT.

       6100-ADD-ONE-DAY.
           ADD 1 TO WS-DAYS-ADDED.
           ADD 1 TO WS-CALC-DD.
           MOVE WS-MONTH-DAYS(WS-CALC-MM) TO WS-MONTH-LIMIT.
           IF WS-CALC-MM = 2
               DIVIDE WS-CALC-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CALC-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CALC-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-MONTH-LIMIT
               END-IF
           END-IF.
           IF WS-CALC-DD NOT > WS-MONTH-LIMIT
               GO TO 6100-EXIT
           END-IF.
           MOVE 1 TO WS-CALC-DD.
           ADD 1 TO WS-CALC-MM.
           IF WS-CALC-MM > 12
               MOVE 1 TO WS-CALC-MM
               ADD 1 TO WS-CALC-CCYY
           END-IF.
       6100-EXIT.
           EXIT.

       End program DSUAPR.
