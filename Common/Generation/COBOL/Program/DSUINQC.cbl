      *********************** DSUINQC ******************************
      *                                                             *
      **** ONLINE RUN INQUIRY - TRANSACTION DSUQ
      *
      *   MODULE NAME = DSUINQC
      *
      *   DESCRIPTIVE NAME = DSUQ RUN INQUIRY BY DATASET NAME.
      *
      *   FUNCTION = LETS A USER KEY A SOURCE OR TARGET DATASET NAME
      *      AND AN OPTIONAL CCYYMMDD DATE RANGE AND LISTS, TWELVE TO
      *      A PAGE AND OLDEST FIRST, EVERY DSUDRV RUN THAT READ OR
      *      WROTE THE DATASET - RUN DATE AND TIME, ROLE (S SOURCE,
      *      T TARGET), ACTION, OUTCOME, RECORDS PROCESSED, ELAPSED
      *      SECONDS, RECONCILIATION VERDICT AND THE START OF THE
      *      AUDIT MESSAGE.  S AGAINST A RUN SHOWS IT IN FULL - BOTH
      *      DATASETS, JOB, SUBMITTER AND APPROVER, THE WHOLE AUDIT
      *      MESSAGE, START AND END TIMES AND THE RECONCILIATION
      *      COUNTS.  READS THE INQUIRY KSDS (SEE COPYBOOK DSUINQ)
      *      THROUGH CICS FILE DSUINQF, REBUILT EACH NIGHT BY DSUINQL.
      *      KEYS ON THE LIST - ENTER SEARCHES, OR SHOWS THE RUN
      *      MARKED S WHEN THE SEARCH FIELDS ARE UNCHANGED, PF8 PAGES
      *      FORWARD, PF7 BACK, PF3 OR CLEAR ENDS.  ON THE DETAIL
      *      SCREEN PF3 OR CLEAR RETURNS TO THE SAME LIST PAGE.
      *
      *   NOTES =
      *     DEPENDENCIES = MAPSET DSUINQM, CICS FILE DSUINQF
      *
      *     RESTRICTIONS = PF7 PAGES BACK THROUGH AT MOST 50 PAGES
      *        (600 RUNS) OF ONE SEARCH - NARROW THE DATE RANGE TO
      *        SEE FURTHER.  THE LIST SHOWS WHAT DSUINQL LAST
      *        LOADED - TODAY'S RUNS APPEAR AFTER TONIGHT'S RELOAD.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL, CICS TRANSLATOR
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUINQC
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = CICS PSEUDO-CONVERSATIONAL, TRANSACTION DSUQ -
      *         THE SEARCH AND PAGE POSITION ARE KEPT IN THE
      *         COMMAREA BETWEEN SCREENS.
      *
      *      INPUT   = DSUINQF FILE - RUN-INQUIRY KSDS, BROWSED
      *                MAP DSUQL - DATASET NAME, DATES, SELECTION
      *
      *      OUTPUT  = MAP DSUQL - RUN LIST
      *                MAP DSUQD - RUN DETAIL
      *
      *   EXIT-NORMAL = RETURN TRANSID DSUQ, OR RETURN TO CICS WHEN
      *      THE USER ENDS THE INQUIRY
      *   EXIT-ERROR =
      *      RETURN CODE = NONE - FILE ERRORS ARE SHOWN ON THE SCREEN
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES = DSUINQC0001-0015 ON THE SCREEN
      *
      *   TABLES = NONE
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUINQC ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUINQC.
       Environment DIVISION.

       Data Division.

      *
      *
       Working-Storage Section.
       01  WS-SWITCHES.
           05  WS-END-SESSION-SW           PIC X(01) VALUE 'N'.
               88  WS-END-SESSION              VALUE 'Y'.
           05  WS-BROWSE-END-SW            PIC X(01) VALUE 'N'.
               88  WS-BROWSE-END               VALUE 'Y'.
           05  WS-BROWSE-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-BROWSE-OPEN              VALUE 'Y'.
           05  WS-INPUT-ERROR-SW           PIC X(01) VALUE 'N'.
               88  WS-INPUT-ERROR              VALUE 'Y'.
           05  WS-CRITERIA-CHANGED-SW      PIC X(01) VALUE 'N'.
               88  WS-CRITERIA-CHANGED         VALUE 'Y'.
       01  WS-CICS-CONTROLS.
           05  WS-RESP                     PIC S9(08) COMP.
           05  WS-RESP-EDIT                PIC ZZZ9.
           05  WS-TRANSID                  PIC X(04) VALUE 'DSUQ'.
           05  WS-INQUIRY-FILE             PIC X(08) VALUE 'DSUINQF'.
           05  WS-MAPSET                   PIC X(08) VALUE 'DSUINQM'.
           05  WS-LIST-MAP                 PIC X(08) VALUE 'DSUQL'.
           05  WS-DETAIL-MAP               PIC X(08) VALUE 'DSUQD'.
           05  WS-END-TEXT                 PIC X(27)
               VALUE 'DSUQ RUN INQUIRY ENDED'.
      *
      *    CARRIED FROM SCREEN TO SCREEN - THE SEARCH, THE KEY THAT
      *    STARTS EACH PAGE SEEN SO FAR, AND THE KEYS OF THE ROWS ON
      *    THE PAGE NOW SHOWN
      *
       01  WS-COMMAREA.
           05  WS-CA-STATE                 PIC X(01).
               88  WS-CA-STATE-LIST            VALUE 'L'.
               88  WS-CA-STATE-DETAIL          VALUE 'D'.
           05  WS-CA-DSN                   PIC X(44).
           05  WS-CA-FROM-DATE             PIC 9(08).
           05  WS-CA-TO-DATE               PIC 9(08).
           05  WS-CA-PAGE-NO               PIC 9(04) COMP.
           05  WS-CA-MORE-SW               PIC X(01).
               88  WS-CA-MORE                  VALUE 'Y'.
           05  WS-CA-ROW-COUNT             PIC 9(04) COMP.
           05  WS-CA-DETAIL-KEY            PIC X(69).
           05  WS-CA-NEXT-KEY              PIC X(69).
           05  WS-CA-PAGE-KEY              PIC X(69) OCCURS 50 TIMES.
           05  WS-CA-ROW-KEY               PIC X(69) OCCURS 12 TIMES.
       01  WS-PAGE-LIMIT                   PIC 9(04) COMP VALUE 50.
       01  WS-BROWSE-KEY.
           05  WS-BRK-DSN                  PIC X(44).
           05  WS-BRK-DATE                 PIC 9(08).
           05  WS-BRK-TIME                 PIC 9(08).
           05  WS-BRK-ACTION               PIC X(08).
           05  WS-BRK-ROLE                 PIC X(01).
      *
      *    SEARCH FIELDS AS KEYED, AND AS SHOWN BACK ON THE LIST
      *
       01  WS-SCREEN-CRITERIA.
           05  WS-SCR-DSN                  PIC X(44).
           05  WS-SCR-FROM                 PIC X(08).
           05  WS-SCR-TO                   PIC X(08).
       01  WS-DATE-EDIT.
           05  WS-DATE-WORK                PIC X(08).
           05  WS-DATE-NUM REDEFINES WS-DATE-WORK
                                           PIC 9(08).
           05  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
               10  WS-DATE-CCYY            PIC 9(04).
               10  WS-DATE-MM              PIC 9(02).
               10  WS-DATE-DD              PIC 9(02).
           05  WS-NEW-FROM-DATE            PIC 9(08).
           05  WS-NEW-TO-DATE              PIC 9(08).
       01  WS-TIME-EDIT.
           05  WS-TIME-IN                  PIC 9(08).
           05  WS-TIME-IN-R REDEFINES WS-TIME-IN.
               10  WS-TIME-IN-HH           PIC 9(02).
               10  WS-TIME-IN-MM           PIC 9(02).
               10  WS-TIME-IN-SS           PIC 9(02).
               10  WS-TIME-IN-TH           PIC 9(02).
           05  WS-TIME-OUT.
               10  WS-TIME-OUT-HH          PIC 9(02).
               10  FILLER                  PIC X(01) VALUE ':'.
               10  WS-TIME-OUT-MM          PIC 9(02).
               10  FILLER                  PIC X(01) VALUE ':'.
               10  WS-TIME-OUT-SS          PIC 9(02).
       01  WS-ROW-LINE.
           05  WS-ROW-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-TIME                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-ROLE                 PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-ACTION               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-OUTCOME              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-RECORDS              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-SECS                 PIC ZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-VERDICT              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-ROW-MESSAGE              PIC X(12).
       01  WS-FOUND-LINE.
           05  FILLER                      PIC X(09) VALUE 'AUDITLOG='.
           05  WS-FND-AUDIT                PIC X(01).
           05  FILLER                      PIC X(09) VALUE ' HISTORY='.
           05  WS-FND-HISTORY              PIC X(01).
           05  FILLER                      PIC X(11)
               VALUE ' RECONCILE='.
           05  WS-FND-RECON                PIC X(01).
           05  FILLER                      PIC X(08) VALUE SPACES.
       01  WS-EDIT-FIELDS.
           05  WS-COUNT-EDIT               PIC ZZZ,ZZZ,ZZ9.
           05  WS-SECS-EDIT                PIC ZZZZZZ9.
           05  WS-PAGE-EDIT                PIC ZZ9.
       01  WS-SCREEN-MESSAGES.
           05  WS-MSG-0001                 PIC X(48)
               VALUE 'DSUINQC0001 - KEY A DATASET NAME, PRESS ENTER'.
           05  WS-MSG-0007                 PIC X(48)
               VALUE 'DSUINQC0007 - NO RUNS FOR THIS DATASET AND DATES'.
           05  WS-MSG-0008                 PIC X(48)
               VALUE 'DSUINQC0008 - PF8 FOR MORE RUNS, S TO SELECT'.
           05  WS-MSG-0009                 PIC X(48)
               VALUE 'DSUINQC0009 - LAST PAGE OF RUNS - S TO SELECT'.
           05  WS-MSG-0011                 PIC X(48)
               VALUE 'DSUINQC0011 - TYPE S AGAINST A RUN TO SEE IT'.
           05  WS-MSG-0012                 PIC X(48)
               VALUE 'DSUINQC0012 - PAGE LIMIT - NARROW THE DATE RANGE'.
           05  WS-MSG-0013                 PIC X(48)
               VALUE 'DSUINQC0013 - FIRST PAGE OF RUNS - S TO SELECT'.
           05  WS-MSG-0015                 PIC X(48)
               VALUE 'DSUINQC0015 - RUN GONE - INQUIRY STORE RELOADED'.
       01  WS-MESSAGE                      PIC X(77).
       01  WS-SUBSCRIPTS.
           05  WS-ROW-IX                   PIC 9(04) COMP.
           05  WS-SEL-IX                   PIC 9(04) COMP.
       COPY DFHAID.
       COPY DSUINQM.
       COPY DSUINQ.

       Linkage Section.
       01  DFHCOMMAREA                     PIC X(4482).

       Procedure DIVISION.

       0000-MAINLINE.
           MOVE SPACES TO WS-MESSAGE.
           IF EIBCALEN = ZERO
               PERFORM 1000-FIRST-ENTRY THRU 1000-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF WS-CA-STATE-DETAIL
                   PERFORM 3000-DETAIL-KEY THRU 3000-EXIT
               ELSE
                   PERFORM 2000-LIST-KEY THRU 2000-EXIT
               END-IF
           END-IF.
           IF WS-END-SESSION
               EXEC CICS SEND TEXT FROM(WS-END-TEXT)
                   LENGTH(LENGTH OF WS-END-TEXT)
                   ERASE FREEKB
                   RESP(WS-RESP)
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID(WS-TRANSID)
               COMMAREA(WS-COMMAREA)
               LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.
           GOBACK.

      *
      *    FIRST ENTRY - AN EMPTY LIST SCREEN
      *
       1000-FIRST-ENTRY.
           MOVE LOW-VALUES TO WS-COMMAREA.
           SET WS-CA-STATE-LIST TO TRUE.
           MOVE SPACES TO WS-CA-DSN.
           MOVE ZERO TO WS-CA-PAGE-NO.
           MOVE ZERO TO WS-CA-ROW-COUNT.
           MOVE 'N' TO WS-CA-MORE-SW.
           MOVE SPACES TO WS-SCREEN-CRITERIA.
           MOVE LOW-VALUES TO DSUQLO.
           MOVE WS-MSG-0001 TO WS-MESSAGE.
           PERFORM 8000-SEND-LIST THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *
      *    A KEY PRESSED ON THE LIST SCREEN
      *
       2000-LIST-KEY.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               MOVE 'Y' TO WS-END-SESSION-SW
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-RECEIVE-LIST THRU 2100-EXIT.
           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   PERFORM 2200-PROCESS-ENTER THRU 2200-EXIT
               WHEN EIBAID = DFHPF8
                   PERFORM 2600-PAGE-FORWARD THRU 2600-EXIT
               WHEN EIBAID = DFHPF7
                   PERFORM 2700-PAGE-BACK THRU 2700-EXIT
               WHEN OTHER
                   MOVE 'DSUINQC0002 - INVALID KEY' TO WS-MESSAGE
                   PERFORM 2400-FILL-PAGE THRU 2400-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-RECEIVE-LIST.
           EXEC CICS RECEIVE MAP(WS-LIST-MAP)
               MAPSET(WS-MAPSET)
               INTO(DSUQLI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO DSUQLI
           END-IF.
           INSPECT LDSNI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT LFROMI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT LTOI REPLACING ALL LOW-VALUES BY SPACES.
           MOVE LDSNI TO WS-SCR-DSN.
           MOVE LFROMI TO WS-SCR-FROM.
           MOVE LTOI TO WS-SCR-TO.
       2100-EXIT.
           EXIT.

      *
      *    ENTER - A NEW SEARCH, OR THE RUN MARKED S ON THIS PAGE
      *
       2200-PROCESS-ENTER.
           PERFORM 2300-EDIT-CRITERIA THRU 2300-EXIT.
           IF WS-INPUT-ERROR
               MOVE ZERO TO WS-CA-ROW-COUNT
               MOVE ZERO TO WS-CA-PAGE-NO
               MOVE 'N' TO WS-CA-MORE-SW
               MOVE LOW-VALUES TO DSUQLO
               PERFORM 8000-SEND-LIST THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF NOT WS-CRITERIA-CHANGED AND WS-CA-ROW-COUNT > ZERO
               PERFORM 2500-CHECK-SELECTION THRU 2500-EXIT
               IF WS-SEL-IX > ZERO
                   MOVE WS-CA-ROW-KEY (WS-SEL-IX) TO WS-CA-DETAIL-KEY
                   PERFORM 3100-SHOW-DETAIL THRU 3100-EXIT
                   GO TO 2200-EXIT
               END-IF
               IF WS-MESSAGE NOT = SPACES
                   PERFORM 2400-FILL-PAGE THRU 2400-EXIT
                   GO TO 2200-EXIT
               END-IF
           END-IF.
           MOVE WS-SCR-DSN TO WS-CA-DSN.
           MOVE WS-NEW-FROM-DATE TO WS-CA-FROM-DATE.
           MOVE WS-NEW-TO-DATE TO WS-CA-TO-DATE.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE WS-CA-DSN TO WS-BRK-DSN.
           MOVE WS-CA-FROM-DATE TO WS-BRK-DATE.
           MOVE ZERO TO WS-BRK-TIME.
           MOVE 1 TO WS-CA-PAGE-NO.
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY (1).
           PERFORM 2400-FILL-PAGE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-EDIT-CRITERIA.
           MOVE 'N' TO WS-INPUT-ERROR-SW.
           MOVE 'N' TO WS-CRITERIA-CHANGED-SW.
           IF WS-SCR-DSN = SPACES
               MOVE 'DSUINQC0003 - A DATASET NAME IS REQUIRED'
                   TO WS-MESSAGE
               MOVE 'Y' TO WS-INPUT-ERROR-SW
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-SCR-FROM TO WS-DATE-WORK.
           IF WS-DATE-WORK = SPACES
               MOVE ZERO TO WS-NEW-FROM-DATE
           ELSE
               PERFORM 2310-CHECK-DATE THRU 2310-EXIT
               IF WS-INPUT-ERROR
                   MOVE 'DSUINQC0004 - FROM DATE MUST BE CCYYMMDD'
                       TO WS-MESSAGE
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-DATE-NUM TO WS-NEW-FROM-DATE
           END-IF.
           MOVE WS-SCR-TO TO WS-DATE-WORK.
           IF WS-DATE-WORK = SPACES
               MOVE 99999999 TO WS-NEW-TO-DATE
           ELSE
               PERFORM 2310-CHECK-DATE THRU 2310-EXIT
               IF WS-INPUT-ERROR
                   MOVE 'DSUINQC0005 - TO DATE MUST BE CCYYMMDD'
                       TO WS-MESSAGE
                   GO TO 2300-EXIT
               END-IF
               MOVE WS-DATE-NUM TO WS-NEW-TO-DATE
           END-IF.
           IF WS-NEW-FROM-DATE > WS-NEW-TO-DATE
               MOVE 'DSUINQC0006 - FROM DATE IS AFTER TO DATE'
                   TO WS-MESSAGE
               MOVE 'Y' TO WS-INPUT-ERROR-SW
               GO TO 2300-EXIT
           END-IF.
           IF WS-SCR-DSN NOT = WS-CA-DSN
                   OR WS-NEW-FROM-DATE NOT = WS-CA-FROM-DATE
                   OR WS-NEW-TO-DATE NOT = WS-CA-TO-DATE
               MOVE 'Y' TO WS-CRITERIA-CHANGED-SW
           END-IF.
       2300-EXIT.
           EXIT.

       2310-CHECK-DATE.
           IF WS-DATE-WORK NOT NUMERIC
               MOVE 'Y' TO WS-INPUT-ERROR-SW
               GO TO 2310-EXIT
           END-IF.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               MOVE 'Y' TO WS-INPUT-ERROR-SW
               GO TO 2310-EXIT
           END-IF.
           IF WS-DATE-DD < 1 OR WS-DATE-DD > 31
               MOVE 'Y' TO WS-INPUT-ERROR-SW
           END-IF.
       2310-EXIT.
           EXIT.

      *
      *    BROWSE ONE PAGE OF RUNS FROM THE CURRENT PAGE'S START KEY
      *
       2400-FILL-PAGE.
           MOVE LOW-VALUES TO DSUQLO.
           MOVE ZERO TO WS-CA-ROW-COUNT.
           MOVE 'N' TO WS-CA-MORE-SW.
           SET WS-CA-STATE-LIST TO TRUE.
           MOVE WS-CA-DSN TO WS-SCR-DSN.
           MOVE SPACES TO WS-SCR-FROM.
           MOVE SPACES TO WS-SCR-TO.
           IF WS-CA-FROM-DATE NOT = ZERO
               MOVE WS-CA-FROM-DATE TO WS-SCR-FROM
           END-IF.
           IF WS-CA-TO-DATE NOT = 99999999
               MOVE WS-CA-TO-DATE TO WS-SCR-TO
           END-IF.
           IF WS-CA-PAGE-NO = ZERO
               IF WS-MESSAGE = SPACES
                   MOVE WS-MSG-0001 TO WS-MESSAGE
               END-IF
               PERFORM 8000-SEND-LIST THRU 8000-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-END-SW.
           MOVE 'N' TO WS-BROWSE-OPEN-SW.
           MOVE WS-CA-PAGE-KEY (WS-CA-PAGE-NO) TO WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE(WS-INQUIRY-FILE)
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-OPEN-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BROWSE-END-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-END-SW
                   PERFORM 2490-FILE-ERROR THRU 2490-EXIT
           END-EVALUATE.
           PERFORM 2410-READ-ONE-ROW THRU 2410-EXIT
               UNTIL WS-BROWSE-END OR WS-CA-ROW-COUNT = 12.
           IF NOT WS-BROWSE-END
               PERFORM 2420-READ-NEXT THRU 2420-EXIT
               IF NOT WS-BROWSE-END
                   MOVE 'Y' TO WS-CA-MORE-SW
                   MOVE INQ-KEY TO WS-CA-NEXT-KEY
               END-IF
           END-IF.
           IF WS-BROWSE-OPEN
               EXEC CICS ENDBR FILE(WS-INQUIRY-FILE)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-CA-ROW-COUNT = ZERO
                       MOVE WS-MSG-0007 TO WS-MESSAGE
                   WHEN WS-CA-MORE
                       MOVE WS-MSG-0008 TO WS-MESSAGE
                   WHEN OTHER
                       MOVE WS-MSG-0009 TO WS-MESSAGE
               END-EVALUATE
           END-IF.
           PERFORM 8000-SEND-LIST THRU 8000-EXIT.
       2400-EXIT.
           EXIT.

       2410-READ-ONE-ROW.
           PERFORM 2420-READ-NEXT THRU 2420-EXIT.
           IF WS-BROWSE-END
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-CA-ROW-COUNT.
           MOVE INQ-KEY TO WS-CA-ROW-KEY (WS-CA-ROW-COUNT).
           MOVE INQ-RUN-DATE TO WS-ROW-DATE.
           MOVE INQ-RUN-TIME TO WS-TIME-IN.
           PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
           MOVE WS-TIME-OUT TO WS-ROW-TIME.
           MOVE INQ-ROLE TO WS-ROW-ROLE.
           MOVE INQ-ACTION TO WS-ROW-ACTION.
           MOVE INQ-OUTCOME TO WS-ROW-OUTCOME.
           MOVE INQ-RECORDS TO WS-ROW-RECORDS.
           MOVE INQ-ELAPSED-SECS TO WS-ROW-SECS.
           MOVE INQ-RCN-VERDICT TO WS-ROW-VERDICT.
           MOVE INQ-MESSAGE TO WS-ROW-MESSAGE.
           MOVE WS-ROW-LINE TO LLINO (WS-CA-ROW-COUNT).
       2410-EXIT.
           EXIT.

       2420-READ-NEXT.
           EXEC CICS READNEXT FILE(WS-INQUIRY-FILE)
               INTO(INQUIRY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-BROWSE-END-SW
                   GO TO 2420-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-END-SW
                   PERFORM 2490-FILE-ERROR THRU 2490-EXIT
                   GO TO 2420-EXIT
           END-EVALUATE.
           IF INQ-DSN NOT = WS-CA-DSN
                   OR INQ-RUN-DATE > WS-CA-TO-DATE
               MOVE 'Y' TO WS-BROWSE-END-SW
           END-IF.
       2420-EXIT.
           EXIT.

       2490-FILE-ERROR.
           MOVE WS-RESP TO WS-RESP-EDIT.
           MOVE SPACES TO WS-MESSAGE.
           STRING 'DSUINQC0010 - INQUIRY FILE DSUINQF NOT AVAILABLE'
                  ' - RESP ' WS-RESP-EDIT
               DELIMITED BY SIZE INTO WS-MESSAGE.
       2490-EXIT.
           EXIT.

      *
      *    FIND THE RUN MARKED S - ONLY ONE RUN IS SHOWN AT A TIME,
      *    THE FIRST MARKED
      *
       2500-CHECK-SELECTION.
           MOVE ZERO TO WS-SEL-IX.
           MOVE 1 TO WS-ROW-IX.
           PERFORM 2510-CHECK-ONE-ROW THRU 2510-EXIT
               UNTIL WS-ROW-IX > WS-CA-ROW-COUNT.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-ROW.
           EVALUATE LSELI (WS-ROW-IX)
               WHEN SPACE
               WHEN LOW-VALUE
                   CONTINUE
               WHEN 'S'
               WHEN 's'
                   IF WS-SEL-IX = ZERO
                       MOVE WS-ROW-IX TO WS-SEL-IX
                   END-IF
               WHEN OTHER
                   MOVE WS-MSG-0011 TO WS-MESSAGE
           END-EVALUATE.
           ADD 1 TO WS-ROW-IX.
       2510-EXIT.
           EXIT.

       2600-PAGE-FORWARD.
           IF WS-CA-PAGE-NO = ZERO
               PERFORM 2400-FILL-PAGE THRU 2400-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF NOT WS-CA-MORE
               MOVE WS-MSG-0009 TO WS-MESSAGE
               PERFORM 2400-FILL-PAGE THRU 2400-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF WS-CA-PAGE-NO NOT < WS-PAGE-LIMIT
               MOVE WS-MSG-0012 TO WS-MESSAGE
               PERFORM 2400-FILL-PAGE THRU 2400-EXIT
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-CA-PAGE-NO.
           MOVE WS-CA-NEXT-KEY TO WS-CA-PAGE-KEY (WS-CA-PAGE-NO).
           PERFORM 2400-FILL-PAGE THRU 2400-EXIT.
       2600-EXIT.
           EXIT.

       2700-PAGE-BACK.
           IF WS-CA-PAGE-NO > 1
               SUBTRACT 1 FROM WS-CA-PAGE-NO
           ELSE
               IF WS-CA-PAGE-NO = 1
                   MOVE WS-MSG-0013 TO WS-MESSAGE
               END-IF
           END-IF.
           PERFORM 2400-FILL-PAGE THRU 2400-EXIT.
       2700-EXIT.
           EXIT.

      *
      *    A KEY PRESSED ON THE DETAIL SCREEN
      *
       3000-DETAIL-KEY.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               PERFORM 2400-FILL-PAGE THRU 2400-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE 'DSUINQC0014 - PF3 RETURNS TO THE LIST' TO WS-MESSAGE.
           PERFORM 3100-SHOW-DETAIL THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-SHOW-DETAIL.
           EXEC CICS READ FILE(WS-INQUIRY-FILE)
               INTO(INQUIRY-RECORD)
               RIDFLD(WS-CA-DETAIL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE WS-MSG-0015 TO WS-MESSAGE
                   PERFORM 2400-FILL-PAGE THRU 2400-EXIT
                   GO TO 3100-EXIT
               WHEN OTHER
                   PERFORM 2490-FILE-ERROR THRU 2490-EXIT
                   PERFORM 2400-FILL-PAGE THRU 2400-EXIT
                   GO TO 3100-EXIT
           END-EVALUATE.
           SET WS-CA-STATE-DETAIL TO TRUE.
           MOVE LOW-VALUES TO DSUQDO.
           MOVE INQ-DSN TO DDSNO.
           MOVE INQ-ROLE TO DROLEO.
           MOVE INQ-RUN-DATE TO DDATEO.
           MOVE INQ-RUN-TIME TO WS-TIME-IN.
           PERFORM 7000-EDIT-TIME THRU 7000-EXIT.
           MOVE WS-TIME-OUT TO DTIMEO.
           MOVE INQ-ACTION TO DACTO.
           MOVE INQ-JOB-NAME TO DJOBO.
           MOVE INQ-OUTCOME TO DOUTO.
           MOVE INQ-SOURCE-DSN TO DSRCO.
           MOVE INQ-TARGET-DSN TO DTGTO.
           MOVE INQ-MESSAGE TO DTEXTO.
           MOVE INQ-SUBMITTER-ID TO DSUBO.
           MOVE INQ-APPROVER-ID TO DAPRO.
           IF INQ-HISTORY-FOUND-YES
               MOVE INQ-RECORDS TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO DRECSO
               MOVE INQ-START-TIME TO WS-TIME-IN
               PERFORM 7000-EDIT-TIME THRU 7000-EXIT
               MOVE WS-TIME-OUT TO DSTRTO
               MOVE INQ-END-TIME TO WS-TIME-IN
               PERFORM 7000-EDIT-TIME THRU 7000-EXIT
               MOVE WS-TIME-OUT TO DENDO
               MOVE INQ-ELAPSED-SECS TO WS-SECS-EDIT
               MOVE WS-SECS-EDIT TO DELAPO
           END-IF.
           IF INQ-RECON-FOUND-YES
               MOVE INQ-RCN-VERDICT TO DVERDO
               MOVE INQ-RCN-SOURCE-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO DSCNTO
               MOVE INQ-RCN-TARGET-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO DTCNTO
               MOVE INQ-RCN-DUPKEY-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO DDCNTO
               MOVE INQ-RCN-REJECTS-COUNT TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO DRCNTO
           END-IF.
           MOVE INQ-AUDIT-FOUND TO WS-FND-AUDIT.
           MOVE INQ-HISTORY-FOUND TO WS-FND-HISTORY.
           MOVE INQ-RECON-FOUND TO WS-FND-RECON.
           MOVE WS-FOUND-LINE TO DFNDO.
           MOVE WS-MESSAGE TO DMSGO.
           EXEC CICS SEND MAP(WS-DETAIL-MAP)
               MAPSET(WS-MAPSET)
               FROM(DSUQDO)
               ERASE FREEKB
               RESP(WS-RESP)
           END-EXEC.
       3100-EXIT.
           EXIT.

       7000-EDIT-TIME.
           MOVE WS-TIME-IN-HH TO WS-TIME-OUT-HH.
           MOVE WS-TIME-IN-MM TO WS-TIME-OUT-MM.
           MOVE WS-TIME-IN-SS TO WS-TIME-OUT-SS.
       7000-EXIT.
           EXIT.

       8000-SEND-LIST.
           SET WS-CA-STATE-LIST TO TRUE.
           MOVE WS-SCR-DSN TO LDSNO.
           MOVE WS-SCR-FROM TO LFROMO.
           MOVE WS-SCR-TO TO LTOO.
           MOVE WS-CA-PAGE-NO TO WS-PAGE-EDIT.
           MOVE WS-PAGE-EDIT TO LPAGEO.
           MOVE WS-MESSAGE TO LMSGO.
           EXEC CICS SEND MAP(WS-LIST-MAP)
               MAPSET(WS-MAPSET)
               FROM(DSUQLO)
               ERASE FREEKB
               RESP(WS-RESP)
           END-EXEC.
       8000-EXIT.
           EXIT.

       End program DSUINQC.
