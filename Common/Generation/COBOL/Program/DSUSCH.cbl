      *********************** DSUSCH ******************************
      *                                                             *
      **** FORWARD RUN-SCHEDULE REPORT FOR THE DSUDRV WORKLISTS
      *
      *   MODULE NAME = DSUSCH
      *
      *   DESCRIPTIVE NAME = LISTS, DAY BY DAY OVER THE NEXT N
      *      BUSINESS DAYS, WHICH WORKLIST CARDS DSUDRV WILL RUN
      *      AGAINST WHICH DATASETS.
      *
      *   FUNCTION = READS EVERY WORKLIST CARD ON CTLCARD (SEE
      *      COPYBOOK DSUCARD - CONCATENATE THE HAND-BUILT DECKS AND
      *      THE DSUGEN WRKLIST DATASETS) AND WALKS THE SHOP
      *      CALENDAR (SEE COPYBOOK DSUCAL) FROM THE START DATE ON
      *      THE SCHCARD CONTROL CARD (SEE COPYBOOK DSUSCRD) UNTIL
      *      THE REQUESTED NUMBER OF BUSINESS DAYS HAS BEEN LISTED.
      *      FOR EVERY DAY IN THAT WINDOW - WEEKENDS AND HOLIDAYS
      *      TOO, AS DAILY AND WEEKLY CARDS RUN ON THEM IF THE JOB
      *      DOES - IT PRINTS THE DAY, ITS MONTH-END, QUARTER-END
      *      AND HOLIDAY MARKERS, AND EVERY CARD DUE THAT DAY BY THE
      *      SAME RULES DSUDRV APPLIES TO CC-RUN-FREQUENCY - JOB
      *      NAME, ACTION, FREQUENCY, SOURCE AND TARGET DSN.  CARDS
      *      NOT DUE ANYWHERE IN THE WINDOW ARE LISTED AFTERWARDS
      *      SO A QUARTER-END OR ONE-DATE CARD IS NOT OVERLOOKED.
      *      A CARD WITH AN UNRECOGNIZED FREQUENCY, OR A WEEKLY OR
      *      DATE CARD WITHOUT A VALID RUN DAY OR DATE, IS PRINTED
      *      AS AN ERROR AND LEFT OUT OF THE SCHEDULE - DSUDRV
      *      WOULD FAIL IT.  A CALENDAR DATE THAT IS NOT NUMERIC OR
      *      OUT OF SEQUENCE, OR A CALENDAR THAT ENDS BEFORE THE
      *      WINDOW DOES, IS REPORTED.
      *
      *   NOTES =
      *     DEPENDENCIES = CONTROL CARDS IN DSUCARD LAYOUT, CALENDAR
      *        IN DSUCAL LAYOUT - THE DUE RULES MATCH DSUDRV
      *
      *     RESTRICTIONS = AT MOST 500 CARDS ARE SCHEDULED - FURTHER
      *        CARDS ARE REPORTED AS NOT SCHEDULED
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUSCH
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = SCHCARD DD - WINDOW CONTROL CARD
      *                CTLCARD DD - WORKLIST CARDS TO SCHEDULE
      *                CALENDAR DD - SHOP CALENDAR
      *
      *      OUTPUT  = SCHRPT DD - FORWARD RUN-SCHEDULE REPORT
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 4  - THE CALENDAR ENDS BEFORE THE WINDOW
      *                  DOES
      *      RETURN CODE = 8  - A CARD IN ERROR OR NOT SCHEDULED, OR
      *                  A BAD CALENDAR RECORD
      *      RETURN CODE = 16 - SCHCARD INVALID, OR A DATASET COULD
      *                  NOT BE OPENED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-SCH-ENTRY - WORKLIST CARDS (500)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUSCH ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUSCH.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Schedule-Card-File Assign To SCHCARD
               Organization Is Sequential
               File Status Is WS-SCHCARD-STATUS.
           Select Control-Card-File Assign To CTLCARD
               Organization Is Sequential
               File Status Is WS-CTLCARD-STATUS.
           Select Calendar-File Assign To CALENDAR
               Organization Is Sequential
               File Status Is WS-CALENDAR-STATUS.
           Select Print-File Assign To SCHRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.

       Data Division.
        File section.
        FD  Schedule-Card-File.
        01  Schedule-Card-Rec           Pic X(80).
        FD  Control-Card-File.
        01  Control-Card-Rec            Pic X(200).
        FD  Calendar-File.
        01  Calendar-Rec                Pic X(80).
        FD  Print-File.
        01  Print-Rec                   Pic X(132).

      *
      *
       Working-Storage Section.
       COPY DSUSCRD.
       COPY DSUCARD.
       COPY DSUCAL.
       01  WS-SWITCHES.
           05  WS-SCHCARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SCHCARD-EOF              VALUE 'Y'.
           05  WS-CTLCARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CTLCARD-EOF              VALUE 'Y'.
           05  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-CAL-EOF                  VALUE 'Y'.
           05  WS-WINDOW-DONE-SW           PIC X(01) VALUE 'N'.
               88  WS-WINDOW-DONE              VALUE 'Y'.
           05  WS-CAL-BROKEN-SW            PIC X(01) VALUE 'N'.
               88  WS-CAL-BROKEN               VALUE 'Y'.
           05  WS-CARD-DUE-SW              PIC X(01) VALUE 'N'.
               88  WS-CARD-DUE                 VALUE 'Y'.
           05  WS-CARD-VALID-SW            PIC X(01) VALUE 'Y'.
               88  WS-CARD-VALID               VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-SCHCARD-STATUS           PIC X(02).
               88  WS-SCHCARD-STATUS-OK        VALUE '00'.
           05  WS-CTLCARD-STATUS           PIC X(02).
               88  WS-CTLCARD-STATUS-OK        VALUE '00'.
           05  WS-CALENDAR-STATUS          PIC X(02).
               88  WS-CALENDAR-STATUS-OK       VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
       01  WS-SCHEDULE-COUNTERS.
           05  WS-CARDS-READ               PIC 9(05) COMP.
           05  WS-CARDS-IN-ERROR           PIC 9(05) COMP.
           05  WS-CARDS-NOT-DUE            PIC 9(05) COMP.
           05  WS-RUNS-SCHEDULED           PIC 9(07) COMP.
           05  WS-DAY-RUNS                 PIC 9(05) COMP.
           05  WS-BUSINESS-DAYS-DONE       PIC 9(03) COMP.
           05  WS-CALENDAR-ERRORS          PIC 9(05) COMP.
       01  WS-WINDOW-CONTROLS.
           05  WS-START-DATE               PIC 9(08).
           05  WS-BUSINESS-DAYS-WANTED     PIC 9(03).
           05  WS-FIRST-LISTED-DATE        PIC 9(08).
           05  WS-LAST-LISTED-DATE         PIC 9(08).
           05  WS-LAST-CAL-DATE            PIC 9(08).
           05  WS-TODAY-YYMMDD             PIC 9(06).
           05  WS-TODAY-YYMMDD-R REDEFINES WS-TODAY-YYMMDD.
               10  WS-TODAY-YY             PIC 9(02).
               10  WS-TODAY-MMDD           PIC 9(04).
           05  WS-TODAY-CCYYMMDD           PIC 9(08).
           05  WS-TODAY-CCYYMMDD-R REDEFINES WS-TODAY-CCYYMMDD.
               10  WS-TODAY-CC             PIC 9(02).
               10  WS-TODAY-YYMMDD-8       PIC 9(06).
       01  WS-SCHEDULE-CONTROLS.
           05  WS-SCH-ENTRY-COUNT          PIC 9(04) COMP.
           05  WS-SCH-IX                   PIC 9(04) COMP.
           05  WS-SCH-TABLE.
               10  WS-SCH-ENTRY            OCCURS 500 TIMES.
                   15  WS-SCH-CARD-NO      PIC 9(05) COMP.
                   15  WS-SCH-JOB-NAME     PIC X(08).
                   15  WS-SCH-ACTION       PIC X(08).
                   15  WS-SCH-SOURCE-DSN   PIC X(44).
                   15  WS-SCH-TARGET-DSN   PIC X(44).
                   15  WS-SCH-FREQUENCY    PIC X(08).
                   15  WS-SCH-RUN-ON       PIC X(08).
                   15  WS-SCH-DUE-COUNT    PIC 9(05) COMP.
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(22)
               VALUE 'DSUSCH RUN SCHEDULE - '.
           05  WS-HDG-DAYS                 PIC ZZ9.
           05  FILLER                      PIC X(20)
               VALUE ' BUSINESS DAYS FROM '.
           05  WS-HDG-START-DATE           PIC 9(08).
           05  FILLER                      PIC X(79) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER                      PIC X(40)
               VALUE '    JOB      ACTION   FREQ     ON       '.
           05  FILLER                      PIC X(45)
               VALUE 'SOURCE DSN'.
           05  FILLER                      PIC X(47)
               VALUE 'TARGET DSN'.
       01  WS-DAY-LINE.
           05  WS-DAY-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-DAY-NAME                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  WS-DAY-TYPE                 PIC X(16).
           05  FILLER                      PIC X(01).
           05  WS-DAY-MONTH-END            PIC X(09).
           05  FILLER                      PIC X(01).
           05  WS-DAY-QUARTER-END          PIC X(11).
           05  FILLER                      PIC X(01).
           05  WS-DAY-HOLIDAY-NAME         PIC X(30).
           05  FILLER                      PIC X(50).
       01  WS-CARD-LINE.
           05  FILLER                      PIC X(04).
           05  WS-CRD-JOB                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-CRD-ACTION               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-CRD-FREQUENCY            PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-CRD-RUN-ON               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-CRD-SOURCE-DSN           PIC X(44).
           05  FILLER                      PIC X(01).
           05  WS-CRD-TARGET-DSN           PIC X(44).
           05  FILLER                      PIC X(03).
       01  WS-NOTE-LINE.
           05  FILLER                      PIC X(04).
           05  WS-NOTE-TEXT                PIC X(128).
       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(05) VALUE 'CARD '.
           05  WS-ERR-CARD-NO              PIC ZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ERR-JOB                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ERR-ACTION               PIC X(08).
           05  FILLER                      PIC X(09)
               VALUE ' ERROR - '.
           05  WS-ERR-TEXT                 PIC X(60).
           05  FILLER                      PIC X(35) VALUE SPACES.
       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT             PIC X(132).
       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(11)
               VALUE 'CARDS READ='.
           05  WS-TOT-READ                 PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE ' IN ERROR='.
           05  WS-TOT-ERROR                PIC ZZZZ9.
           05  FILLER                      PIC X(09)
               VALUE ' NOT DUE='.
           05  WS-TOT-NOT-DUE              PIC ZZZZ9.
           05  FILLER                      PIC X(16)
               VALUE ' RUNS SCHEDULED='.
           05  WS-TOT-RUNS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(15)
               VALUE ' BUSINESS DAYS='.
           05  WS-TOT-DAYS                 PIC ZZ9.
           05  FILLER                      PIC X(09)
               VALUE ' THROUGH '.
           05  WS-TOT-LAST-DATE            PIC 9(08).
           05  FILLER                      PIC X(27) VALUE SPACES.

       Procedure DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO AND RETURN-CODE NOT = 8
               GOBACK
           END-IF.
           PERFORM 2000-PROCESS-ONE-DAY THRU 2000-EXIT
               UNTIL WS-CAL-EOF OR WS-WINDOW-DONE.
           PERFORM 3000-WRAPUP THRU 3000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-CARDS-READ.
           MOVE ZERO TO WS-CARDS-IN-ERROR.
           MOVE ZERO TO WS-CARDS-NOT-DUE.
           MOVE ZERO TO WS-RUNS-SCHEDULED.
           MOVE ZERO TO WS-BUSINESS-DAYS-DONE.
           MOVE ZERO TO WS-CALENDAR-ERRORS.
           MOVE ZERO TO WS-SCH-ENTRY-COUNT.
           MOVE ZERO TO WS-FIRST-LISTED-DATE.
           MOVE ZERO TO WS-LAST-LISTED-DATE.
           MOVE ZERO TO WS-LAST-CAL-DATE.
           MOVE 'N' TO WS-CTLCARD-EOF-SW.
           MOVE 'N' TO WS-CAL-EOF-SW.
           MOVE 'N' TO WS-WINDOW-DONE-SW.
           MOVE 'N' TO WS-CAL-BROKEN-SW.
           PERFORM 1100-READ-SCHEDULE-CARD THRU 1100-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT Control-Card-File.
           IF NOT WS-CTLCARD-STATUS-OK
               DISPLAY 'DSUSCH0003 - CTLCARD OPEN FAILED - STATUS '
                   WS-CTLCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT Calendar-File.
           IF NOT WS-CALENDAR-STATUS-OK
               DISPLAY 'DSUSCH0004 - CALENDAR OPEN FAILED - STATUS '
                   WS-CALENDAR-STATUS
               CLOSE Control-Card-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSUSCH0005 - SCHRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               CLOSE Control-Card-File
               CLOSE Calendar-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-BUSINESS-DAYS-WANTED TO WS-HDG-DAYS.
           MOVE WS-START-DATE TO WS-HDG-START-DATE.
           WRITE Print-Rec FROM WS-HEADING-LINE.
           PERFORM 1200-LOAD-ONE-CARD THRU 1200-EXIT
               UNTIL WS-CTLCARD-EOF.
           CLOSE Control-Card-File.
           WRITE Print-Rec FROM WS-COLUMN-HEADING.
       1000-EXIT.
           EXIT.

      *    A MISSING OR BLANK CARD SCHEDULES THE NEXT 5 BUSINESS
      *    DAYS FROM TODAY.
       1100-READ-SCHEDULE-CARD.
           MOVE SPACES TO SCHEDULE-CARD.
           OPEN INPUT Schedule-Card-File.
           IF NOT WS-SCHCARD-STATUS-OK
               DISPLAY 'DSUSCH0001 - SCHCARD OPEN FAILED - STATUS '
                   WS-SCHCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           READ Schedule-Card-File INTO SCHEDULE-CARD
               AT END
                   MOVE 'Y' TO WS-SCHCARD-EOF-SW
           END-READ.
           CLOSE Schedule-Card-File.
           IF NOT WS-SCHCARD-EOF AND NOT WS-SCHCARD-STATUS-OK
               DISPLAY 'DSUSCH0001 - SCHCARD READ FAILED - STATUS '
                   WS-SCHCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 6000-SET-TODAY THRU 6000-EXIT.
           MOVE WS-TODAY-CCYYMMDD TO WS-START-DATE.
           IF SCC-START-DATE NOT = SPACES
                   AND SCC-START-DATE NOT NUMERIC
               DISPLAY 'DSUSCH0002 - START DATE NOT CCYYMMDD - '
                   SCC-START-DATE
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           IF SCC-START-DATE NUMERIC
               MOVE SCC-START-DATE TO WS-START-DATE
           END-IF.
           MOVE 5 TO WS-BUSINESS-DAYS-WANTED.
           IF SCC-BUSINESS-DAYS NOT = SPACES
                   AND SCC-BUSINESS-DAYS NOT NUMERIC
               DISPLAY 'DSUSCH0002 - BUSINESS DAYS NOT NUMERIC - '
                   SCC-BUSINESS-DAYS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           IF SCC-BUSINESS-DAYS NUMERIC
               MOVE SCC-BUSINESS-DAYS TO WS-BUSINESS-DAYS-WANTED
           END-IF.
           IF WS-BUSINESS-DAYS-WANTED = ZERO
               DISPLAY 'DSUSCH0002 - BUSINESS DAYS MUST BE 001-999'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

      *    THE EDITS ARE DSUDRV'S RUN-FREQUENCY EDITS - A CARD THAT
      *    FAILS THEM WOULD NEVER RUN, SO IT IS NOT SCHEDULED.
       1200-LOAD-ONE-CARD.
           MOVE SPACES TO CONTROL-CARD.
           READ Control-Card-File INTO CONTROL-CARD
               AT END
                   MOVE 'Y' TO WS-CTLCARD-EOF-SW
                   GO TO 1200-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           MOVE 'Y' TO WS-CARD-VALID-SW.
           IF NOT CC-FREQ-DAILY AND NOT CC-FREQ-BUSINESS-DAY
                   AND NOT CC-FREQ-WEEKLY AND NOT CC-FREQ-MONTH-END
                   AND NOT CC-FREQ-QUARTER-END
                   AND NOT CC-FREQ-ON-DATE
               MOVE SPACES TO WS-ERR-TEXT
               MOVE 'UNRECOGNIZED RUN FREQUENCY - ' TO WS-ERR-TEXT
               MOVE CC-RUN-FREQUENCY TO WS-ERR-TEXT (30:8)
               GO TO 1200-ERROR
           END-IF.
           IF CC-FREQ-WEEKLY AND NOT CC-RUN-DAY-VALID
               MOVE 'WEEKLY CARD NEEDS A RUN DAY MON-SUN'
                   TO WS-ERR-TEXT
               GO TO 1200-ERROR
           END-IF.
           IF CC-FREQ-ON-DATE AND CC-RUN-DATE NOT NUMERIC
               MOVE 'DATE CARD NEEDS A CCYYMMDD RUN DATE'
                   TO WS-ERR-TEXT
               GO TO 1200-ERROR
           END-IF.
           IF CC-FREQ-ON-DATE
                   AND (CC-RUN-DATE-MM < 1 OR CC-RUN-DATE-MM > 12
                   OR CC-RUN-DATE-DD < 1 OR CC-RUN-DATE-DD > 31)
               MOVE 'DATE CARD NEEDS A CCYYMMDD RUN DATE'
                   TO WS-ERR-TEXT
               GO TO 1200-ERROR
           END-IF.
           IF WS-SCH-ENTRY-COUNT NOT < 500
               MOVE 'MORE THAN 500 CARDS - CARD NOT SCHEDULED'
                   TO WS-ERR-TEXT
               GO TO 1200-ERROR
           END-IF.
           ADD 1 TO WS-SCH-ENTRY-COUNT.
           MOVE WS-SCH-ENTRY-COUNT TO WS-SCH-IX.
           MOVE WS-CARDS-READ TO WS-SCH-CARD-NO (WS-SCH-IX).
           MOVE CC-JOB-NAME TO WS-SCH-JOB-NAME (WS-SCH-IX).
           MOVE CC-ACTION TO WS-SCH-ACTION (WS-SCH-IX).
           MOVE CC-SOURCE-DSN TO WS-SCH-SOURCE-DSN (WS-SCH-IX).
           MOVE CC-TARGET-DSN TO WS-SCH-TARGET-DSN (WS-SCH-IX).
           MOVE CC-RUN-FREQUENCY TO WS-SCH-FREQUENCY (WS-SCH-IX).
           IF CC-RUN-FREQUENCY = SPACES
               MOVE 'DAILY' TO WS-SCH-FREQUENCY (WS-SCH-IX)
           END-IF.
           MOVE CC-RUN-ON TO WS-SCH-RUN-ON (WS-SCH-IX).
           MOVE ZERO TO WS-SCH-DUE-COUNT (WS-SCH-IX).
           GO TO 1200-EXIT.
       1200-ERROR.
           MOVE 'N' TO WS-CARD-VALID-SW.
           ADD 1 TO WS-CARDS-IN-ERROR.
           MOVE WS-CARDS-READ TO WS-ERR-CARD-NO.
           MOVE CC-JOB-NAME TO WS-ERR-JOB.
           MOVE CC-ACTION TO WS-ERR-ACTION.
           WRITE Print-Rec FROM WS-ERROR-LINE.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

      *    THE WINDOW ENDS ON THE LAST BUSINESS DAY ASKED FOR.  A
      *    DATE OUT OF SEQUENCE ENDS IT EARLY - THE DAYS AFTER IT
      *    CANNOT BE TRUSTED.
       2000-PROCESS-ONE-DAY.
           READ Calendar-File INTO CALENDAR-RECORD
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
                   GO TO 2000-EXIT
           END-READ.
           IF NOT WS-CALENDAR-STATUS-OK
               DISPLAY 'DSUSCH0004 - CALENDAR READ FAILED - STATUS '
                   WS-CALENDAR-STATUS
               MOVE 'Y' TO WS-CAL-BROKEN-SW
               MOVE 'Y' TO WS-CAL-EOF-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF.
           IF CAL-DATE NOT NUMERIC
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'CALENDAR ERROR - DATE NOT NUMERIC - '
                   TO WS-NOTE-TEXT
               MOVE CAL-DATE TO WS-NOTE-TEXT (37:8)
               PERFORM 2900-CALENDAR-ERROR THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF CAL-DATE NOT > WS-LAST-CAL-DATE
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'CALENDAR ERROR - OUT OF SEQUENCE AT '
                   TO WS-NOTE-TEXT
               MOVE CAL-DATE TO WS-NOTE-TEXT (37:8)
               PERFORM 2900-CALENDAR-ERROR THRU 2900-EXIT
               MOVE 'Y' TO WS-CAL-BROKEN-SW
               MOVE 'Y' TO WS-WINDOW-DONE-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE CAL-DATE TO WS-LAST-CAL-DATE.
           IF CAL-DATE < WS-START-DATE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LIST-ONE-DAY THRU 2100-EXIT.
           IF CAL-BUSINESS-DAY
               ADD 1 TO WS-BUSINESS-DAYS-DONE
           END-IF.
           IF WS-BUSINESS-DAYS-DONE NOT < WS-BUSINESS-DAYS-WANTED
               MOVE 'Y' TO WS-WINDOW-DONE-SW
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-DAY.
           IF WS-FIRST-LISTED-DATE = ZERO
               MOVE CAL-DATE TO WS-FIRST-LISTED-DATE
           END-IF.
           MOVE CAL-DATE TO WS-LAST-LISTED-DATE.
           MOVE SPACES TO WS-DAY-LINE.
           MOVE CAL-DATE TO WS-DAY-DATE.
           MOVE CAL-DAY-NAME TO WS-DAY-NAME.
           EVALUATE TRUE
               WHEN CAL-BUSINESS-DAY
                   MOVE 'BUSINESS DAY' TO WS-DAY-TYPE
               WHEN CAL-HOLIDAY
                   MOVE 'HOLIDAY' TO WS-DAY-TYPE
                   MOVE CAL-HOLIDAY-NAME TO WS-DAY-HOLIDAY-NAME
               WHEN OTHER
                   MOVE 'NON-BUSINESS DAY' TO WS-DAY-TYPE
           END-EVALUATE.
           IF CAL-MONTH-END
               MOVE 'MONTH-END' TO WS-DAY-MONTH-END
           END-IF.
           IF CAL-QUARTER-END
               MOVE 'QUARTER-END' TO WS-DAY-QUARTER-END
           END-IF.
           WRITE Print-Rec FROM WS-DAY-LINE.
           MOVE ZERO TO WS-DAY-RUNS.
           MOVE 1 TO WS-SCH-IX.
           PERFORM 2200-CHECK-ONE-CARD THRU 2200-EXIT
               UNTIL WS-SCH-IX > WS-SCH-ENTRY-COUNT.
           IF WS-DAY-RUNS = ZERO
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'NO CARDS DUE' TO WS-NOTE-TEXT
               WRITE Print-Rec FROM WS-NOTE-LINE
           END-IF.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-CARD.
           MOVE WS-SCH-FREQUENCY (WS-SCH-IX) TO CC-RUN-FREQUENCY.
           MOVE WS-SCH-RUN-ON (WS-SCH-IX) TO CC-RUN-ON.
           PERFORM 2300-TEST-DUE THRU 2300-EXIT.
           IF WS-CARD-DUE
               ADD 1 TO WS-DAY-RUNS
               ADD 1 TO WS-RUNS-SCHEDULED
               ADD 1 TO WS-SCH-DUE-COUNT (WS-SCH-IX)
               PERFORM 2400-WRITE-CARD-LINE THRU 2400-EXIT
           END-IF.
           ADD 1 TO WS-SCH-IX.
       2200-EXIT.
           EXIT.

      *    THE SAME DUE RULES AS DSUDRV 1550-CHECK-DUE, APPLIED TO
      *    THE CALENDAR DAY IN HAND INSTEAD OF THE RUN DATE.
       2300-TEST-DUE.
           MOVE 'Y' TO WS-CARD-DUE-SW.
           EVALUATE TRUE
               WHEN CC-FREQ-DAILY
                   GO TO 2300-EXIT
               WHEN CC-FREQ-BUSINESS-DAY
                   IF CAL-BUSINESS-DAY
                       GO TO 2300-EXIT
                   END-IF
               WHEN CC-FREQ-WEEKLY
                   IF CAL-DAY-NAME = CC-RUN-DAY
                       GO TO 2300-EXIT
                   END-IF
               WHEN CC-FREQ-MONTH-END
                   IF CAL-MONTH-END
                       GO TO 2300-EXIT
                   END-IF
               WHEN CC-FREQ-QUARTER-END
                   IF CAL-QUARTER-END
                       GO TO 2300-EXIT
                   END-IF
               WHEN CC-FREQ-ON-DATE
                   IF CC-RUN-DATE = CAL-DATE
                       GO TO 2300-EXIT
                   END-IF
           END-EVALUATE.
           MOVE 'N' TO WS-CARD-DUE-SW.
       2300-EXIT.
           EXIT.

       2400-WRITE-CARD-LINE.
           MOVE SPACES TO WS-CARD-LINE.
           MOVE WS-SCH-JOB-NAME (WS-SCH-IX) TO WS-CRD-JOB.
           MOVE WS-SCH-ACTION (WS-SCH-IX) TO WS-CRD-ACTION.
           MOVE WS-SCH-FREQUENCY (WS-SCH-IX) TO WS-CRD-FREQUENCY.
           MOVE WS-SCH-RUN-ON (WS-SCH-IX) TO WS-CRD-RUN-ON.
           MOVE WS-SCH-SOURCE-DSN (WS-SCH-IX) TO WS-CRD-SOURCE-DSN.
           MOVE WS-SCH-TARGET-DSN (WS-SCH-IX) TO WS-CRD-TARGET-DSN.
           WRITE Print-Rec FROM WS-CARD-LINE.
       2400-EXIT.
           EXIT.

       2900-CALENDAR-ERROR.
           WRITE Print-Rec FROM WS-NOTE-LINE.
           ADD 1 TO WS-CALENDAR-ERRORS.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

       3000-WRAPUP.
           IF WS-BUSINESS-DAYS-DONE < WS-BUSINESS-DAYS-WANTED
                   AND NOT WS-CAL-BROKEN
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'CALENDAR ENDS BEFORE THE WINDOW DOES - EXTEND '
                   TO WS-NOTE-TEXT
               MOVE 'THE CALENDAR DATASET' TO WS-NOTE-TEXT (47:20)
               WRITE Print-Rec FROM WS-NOTE-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE Print-Rec FROM WS-SECTION-LINE.
           MOVE 'CARDS NOT DUE IN THE WINDOW' TO WS-SECTION-TEXT.
           WRITE Print-Rec FROM WS-SECTION-LINE.
           MOVE 1 TO WS-SCH-IX.
           PERFORM 3100-LIST-NOT-DUE-CARD THRU 3100-EXIT
               UNTIL WS-SCH-IX > WS-SCH-ENTRY-COUNT.
           IF WS-CARDS-NOT-DUE = ZERO
               MOVE SPACES TO WS-NOTE-LINE
               MOVE 'NONE' TO WS-NOTE-TEXT
               WRITE Print-Rec FROM WS-NOTE-LINE
           END-IF.
           MOVE SPACES TO WS-SECTION-LINE.
           WRITE Print-Rec FROM WS-SECTION-LINE.
           MOVE WS-CARDS-READ TO WS-TOT-READ.
           MOVE WS-CARDS-IN-ERROR TO WS-TOT-ERROR.
           MOVE WS-CARDS-NOT-DUE TO WS-TOT-NOT-DUE.
           MOVE WS-RUNS-SCHEDULED TO WS-TOT-RUNS.
           MOVE WS-BUSINESS-DAYS-DONE TO WS-TOT-DAYS.
           MOVE WS-LAST-LISTED-DATE TO WS-TOT-LAST-DATE.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           CLOSE Calendar-File.
           CLOSE Print-File.
       3000-EXIT.
           EXIT.

       3100-LIST-NOT-DUE-CARD.
           IF WS-SCH-DUE-COUNT (WS-SCH-IX) = ZERO
               ADD 1 TO WS-CARDS-NOT-DUE
               PERFORM 2400-WRITE-CARD-LINE THRU 2400-EXIT
           END-IF.
           ADD 1 TO WS-SCH-IX.
       3100-EXIT.
           EXIT.

      *    AUDIT-DATE STYLE YYMMDD, WINDOWED AT 70 LIKE DSUDRV.
       6000-SET-TODAY.
           ACCEPT WS-TODAY-YYMMDD FROM DATE.
           MOVE WS-TODAY-YYMMDD TO WS-TODAY-YYMMDD-8.
           IF WS-TODAY-YY < 70
               MOVE 20 TO WS-TODAY-CC
           ELSE
               MOVE 19 TO WS-TODAY-CC
           END-IF.
       6000-EXIT.
           EXIT.

       End program DSUSCH.
