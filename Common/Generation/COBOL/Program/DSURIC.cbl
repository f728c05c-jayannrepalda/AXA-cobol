      *********************** DSURIC ******************************
      *                                                             *
      **** REFERENTIAL-INTEGRITY CHECK BETWEEN PARENT AND CHILD FILES
      *
      *   MODULE NAME = DSURIC
      *
      *   DESCRIPTIVE NAME = CHECKS THAT EVERY CHILD RECORD POINTS AT
      *      A PARENT THAT EXISTS, FOR EACH RELATIONSHIP ON THE
      *      RELCARD DECK.
      *
      *   FUNCTION = FOR EACH RELATIONSHIP CARD (SEE DSURLC) THE
      *      CHILD FILE IS MATCH-MERGED AGAINST THE PARENT MASTER -
      *      THE PARENT KEY HELD IN THE CHILD'S GDS-DATA, AT THE
      *      CARD'S POSITION/LENGTH OR AT THE LAYOUT DICTIONARY
      *      FIELD IT NAMES (SEE DSUDCT), IS COMPARED WITH THE
      *      PARENT'S GDS-KEY.  A CHILD WHOSE PARENT KEY IS BLANK
      *      (REASON FKBLANK) OR MATCHES NO PARENT (REASON ORPHAN)
      *      IS WRITTEN IN FULL TO THE RELATIONSHIP'S ORPHANS FILE
      *      IN THE DSURJC REJECT LAYOUT (A 109-BYTE VARIABLE-LENGTH
      *      REJECT), SO DSURCY CAN ANALYSE IT AND RECYCLE THE
      *      CORRECTED RECORDS.  WHEN THE CARD ASKS,
      *      PARENTS WITH NO CHILD ARE COUNTED AND THE FIRST 50 ARE
      *      LISTED.  RIRPT SHOWS PER RELATIONSHIP THE PARENTS AND
      *      CHILDREN READ, MATCHED CHILDREN, ORPHANS, BLANK KEYS,
      *      CHILDLESS PARENTS AND THE RESULT, AND ONE REFCHECK ROW
      *      PER RELATIONSHIP IS APPENDED TO AUDITLOG - OUTCOME
      *      FAILURE WHEN THE ORPHANS EXCEED THE CARD'S LIMIT OR A
      *      FILE WAS OUT OF SEQUENCE OR COULD NOT BE OPENED - SO
      *      THE MORNING DSUEXC EXCEPTION REPORT FLAGS IT.
      *
      *   NOTES =
      *     DEPENDENCIES = THE N-TH RELATIONSHIP CARD READS PARENTN
      *        AND CHILDN AND WRITES ORPHANN.  THE PARENT MUST BE IN
      *        GDS-KEY SEQUENCE (A DUPLICATE OR BLANK PARENT KEY IS
      *        PASSED OVER) AND THE CHILD MUST BE SORTED ON ITS
      *        PARENT-KEY FIELD BY THE JOB (SEE THE DSURICK SORT
      *        STEPS) - A RECORD OUT OF SEQUENCE STOPS THAT
      *        RELATIONSHIP AND FAILS IT.
      *
      *     RESTRICTIONS = AT MOST 4 RELATIONSHIP CARDS PER RUN.
      *        PARENTS AND CHILDREN ARE CLASSIC 100-BYTE GDS
      *        RECORDS - DATASETS DECLARED ON THE DSPROF DECK (SEE
      *        DSUDSP) ARE NOT CHECKED BY THIS PROGRAM.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSURIC
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = RELCARD DD - RELATIONSHIP CARDS
      *                LAYOUT DD - OPTIONAL FIELD DICTIONARY
      *                PARENT1-PARENT4 DD - PARENT MASTERS
      *                CHILD1-CHILD4 DD - CHILD FILES, SORTED ON
      *                   THE PARENT-KEY FIELD
      *
      *      OUTPUT  = ORPHAN1-ORPHAN4 DD - ORPHAN CHILD RECORDS
      *                RIRPT DD - INTEGRITY REPORT
      *                AUDITLOG DD - ONE ROW PER RELATIONSHIP,
      *                   APPENDED
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 8  - AT LEAST ONE RELATIONSHIP FAILED -
      *                  ORPHANS ABOVE ITS LIMIT, OR A FILE OUT OF
      *                  KEY SEQUENCE
      *      RETURN CODE = 16 - RELCARD, LAYOUT, RIRPT OR AUDITLOG
      *                  COULD NOT BE OPENED, A RELATIONSHIP CARD
      *                  FAILED VALIDATION, OR A RELATIONSHIP'S
      *                  DATASETS COULD NOT BE OPENED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-REL-ENTRY - RELATIONSHIPS TO CHECK (4)
      *            WS-DCT-ENTRY - LAYOUT DICTIONARY FIELDS (50)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *      2026-10-15  ORPHANN DATASETS MADE VARIABLE LENGTH TO
      *                  MATCH THE WIDENED DSURJC REJECT LAYOUT.
      *
      *********************** DSURIC ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSURIC.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Relationship-Card-File Assign To RELCARD
               Organization Is Sequential
               File Status Is WS-RELCARD-STATUS.
           Select Optional Layout-Card-File Assign To LAYOUT
               Organization Is Sequential
               File Status Is WS-LAYOUT-STATUS.
           Select Parent1-File Assign To PARENT1
               Organization Is Sequential
               File Status Is WS-PARENT-STATUS.
           Select Parent2-File Assign To PARENT2
               Organization Is Sequential
               File Status Is WS-PARENT-STATUS.
           Select Parent3-File Assign To PARENT3
               Organization Is Sequential
               File Status Is WS-PARENT-STATUS.
           Select Parent4-File Assign To PARENT4
               Organization Is Sequential
               File Status Is WS-PARENT-STATUS.
           Select Child1-File Assign To CHILD1
               Organization Is Sequential
               File Status Is WS-CHILD-STATUS.
           Select Child2-File Assign To CHILD2
               Organization Is Sequential
               File Status Is WS-CHILD-STATUS.
           Select Child3-File Assign To CHILD3
               Organization Is Sequential
               File Status Is WS-CHILD-STATUS.
           Select Child4-File Assign To CHILD4
               Organization Is Sequential
               File Status Is WS-CHILD-STATUS.
           Select Orphan1-File Assign To ORPHAN1
               Organization Is Sequential
               File Status Is WS-ORPHAN-STATUS.
           Select Orphan2-File Assign To ORPHAN2
               Organization Is Sequential
               File Status Is WS-ORPHAN-STATUS.
           Select Orphan3-File Assign To ORPHAN3
               Organization Is Sequential
               File Status Is WS-ORPHAN-STATUS.
           Select Orphan4-File Assign To ORPHAN4
               Organization Is Sequential
               File Status Is WS-ORPHAN-STATUS.
           Select Print-File Assign To RIRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.
           Select Audit-File Assign To AUDITLOG
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.

       Data Division.
        File section.
        FD  Relationship-Card-File.
        01  Relationship-Card-Rec       Pic X(160).
        FD  Layout-Card-File.
        01  Layout-Card-Rec             Pic X(80).
        FD  Parent1-File.
        01  Parent1-Rec                 Pic X(100).
        FD  Parent2-File.
        01  Parent2-Rec                 Pic X(100).
        FD  Parent3-File.
        01  Parent3-Rec                 Pic X(100).
        FD  Parent4-File.
        01  Parent4-Rec                 Pic X(100).
        FD  Child1-File.
        01  Child1-Rec                  Pic X(100).
        FD  Child2-File.
        01  Child2-Rec                  Pic X(100).
        FD  Child3-File.
        01  Child3-Rec                  Pic X(100).
        FD  Child4-File.
        01  Child4-Rec                  Pic X(100).
        FD  Orphan1-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-ORPHAN-REC-LEN.
        01  Orphan1-Rec                 Pic X(4105).
        FD  Orphan2-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-ORPHAN-REC-LEN.
        01  Orphan2-Rec                 Pic X(4105).
        FD  Orphan3-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-ORPHAN-REC-LEN.
        01  Orphan3-Rec                 Pic X(4105).
        FD  Orphan4-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-ORPHAN-REC-LEN.
        01  Orphan4-Rec                 Pic X(4105).
        FD  Print-File.
        01  Print-Rec                   Pic X(132).
        FD  Audit-File.
        COPY DSUAUD.

      *
      *
       Working-Storage Section.
       COPY DSURLC.
       COPY DSUDCT.
       COPY DSURJC.
       COPY DSUREC.
       01  WS-SWITCHES.
           05  WS-RELCARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RELCARD-EOF              VALUE 'Y'.
           05  WS-LAYOUT-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-LAYOUT-EOF               VALUE 'Y'.
           05  WS-PARENT-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-PARENT-EOF               VALUE 'Y'.
           05  WS-CHILD-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-CHILD-EOF                VALUE 'Y'.
           05  WS-PARENT-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-PARENT-OPEN              VALUE 'Y'.
           05  WS-CHILD-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-CHILD-OPEN               VALUE 'Y'.
           05  WS-ORPHAN-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-ORPHAN-OPEN              VALUE 'Y'.
           05  WS-PAIR-OPEN-FAILED-SW      PIC X(01) VALUE 'N'.
               88  WS-PAIR-OPEN-FAILED         VALUE 'Y'.
           05  WS-HAS-CHILD-SW             PIC X(01) VALUE 'N'.
               88  WS-HAS-CHILD                VALUE 'Y'.
           05  WS-SEQUENCE-ERROR-SW        PIC X(01) VALUE 'N'.
               88  WS-SEQUENCE-ERROR           VALUE 'Y'.
           05  WS-AUDIT-OPEN-SW            PIC X(01) VALUE 'N'.
               88  WS-AUDIT-OPEN               VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-RELCARD-STATUS           PIC X(02).
               88  WS-RELCARD-STATUS-OK        VALUE '00'.
           05  WS-LAYOUT-STATUS            PIC X(02).
               88  WS-LAYOUT-STATUS-OK         VALUE '00' '05'.
           05  WS-PARENT-STATUS            PIC X(02).
               88  WS-PARENT-STATUS-OK         VALUE '00'.
           05  WS-CHILD-STATUS             PIC X(02).
               88  WS-CHILD-STATUS-OK          VALUE '00'.
           05  WS-ORPHAN-STATUS            PIC X(02).
               88  WS-ORPHAN-STATUS-OK         VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
           05  WS-AUDIT-STATUS             PIC X(02).
               88  WS-AUDIT-STATUS-OK          VALUE '00'.
       01  WS-RUN-COUNTERS.
           05  WS-RELS-PASSED              PIC 9(04) COMP.
           05  WS-RELS-FAILED              PIC 9(04) COMP.
       01  WS-MERGE-COUNTERS.
           05  WS-PARENTS-READ             PIC 9(09) COMP.
           05  WS-CHILDREN-READ            PIC 9(09) COMP.
           05  WS-MATCHED-COUNT            PIC 9(09) COMP.
           05  WS-ORPHAN-COUNT             PIC 9(09) COMP.
           05  WS-BLANK-KEY-COUNT          PIC 9(09) COMP.
           05  WS-CHILDLESS-COUNT          PIC 9(09) COMP.
           05  WS-SEQUENCE-RECNO           PIC 9(09) COMP.
           05  WS-ORPHAN-REC-LEN           PIC 9(04) COMP.
       01  WS-MERGE-CONTROLS.
           05  WS-PARENT-RECORD.
               10  WS-PAR-KEY              PIC X(20).
               10  FILLER                  PIC X(80).
           05  WS-CURR-PARENT-KEY          PIC X(20).
           05  WS-PREV-PARENT-KEY          PIC X(20).
           05  WS-CHILD-KEY                PIC X(20).
           05  WS-PREV-CHILD-KEY           PIC X(20).
           05  WS-SEQUENCE-FILE            PIC X(06).
       01  WS-REL-CONTROLS.
           05  WS-REL-COUNT                PIC 9(04) COMP.
           05  WS-REL-IX                   PIC 9(04) COMP.
           05  WS-REL-DIGIT                PIC 9(01).
           05  WS-REL-TABLE.
               10  WS-REL-ENTRY            OCCURS 4 TIMES.
                   15  WS-REL-NAME         PIC X(08).
                   15  WS-REL-PARENT-DSN   PIC X(44).
                   15  WS-REL-CHILD-DSN    PIC X(44).
                   15  WS-REL-FIELD-NAME   PIC X(12).
                   15  WS-REL-POS          PIC 9(03).
                   15  WS-REL-LEN          PIC 9(02).
                   15  WS-REL-CHILDLESS-SW PIC X(01).
                       88  WS-REL-LIST-CHILDLESS VALUE 'Y'.
                   15  WS-REL-LIMIT        PIC 9(09) COMP.
       01  WS-DICT-CONTROLS.
           05  WS-DCT-ENTRY-COUNT          PIC 9(04) COMP.
           05  WS-DCT-IX                   PIC 9(04) COMP.
           05  WS-DCT-FOUND-IX             PIC 9(04) COMP.
           05  WS-DCT-LOOKUP-NAME          PIC X(12).
           05  WS-DCT-TABLE.
               10  WS-DCT-ENTRY            OCCURS 50 TIMES.
                   15  WS-DCT-NAME         PIC X(12).
                   15  WS-DCT-POS          PIC 9(03).
                   15  WS-DCT-LEN          PIC 9(02).
                   15  WS-DCT-DATA-TYPE    PIC X(06).
       01  WS-AUDIT-MESSAGE.
           05  WS-AMSG-NAME                PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-AMSG-DETAIL              PIC X(51).
           05  WS-AMSG-COUNTS REDEFINES WS-AMSG-DETAIL.
               10  WS-AMSG-ORPHANS-LIT     PIC X(08).
               10  WS-AMSG-ORPHANS         PIC 9(09).
               10  WS-AMSG-CHILDREN-LIT    PIC X(04).
               10  WS-AMSG-CHILDREN        PIC 9(09).
               10  WS-AMSG-LIMIT-LIT       PIC X(07).
               10  WS-AMSG-LIMIT           PIC 9(09).
               10  FILLER                  PIC X(05).
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(132)
               VALUE 'DSURIC REFERENTIAL INTEGRITY CHECK'.
       01  WS-RELATION-LINE.
           05  WS-RELL-LIT                 PIC X(13).
           05  WS-RELL-NAME                PIC X(08).
           05  WS-RELL-PARENT-LIT          PIC X(09).
           05  WS-RELL-PARENT              PIC X(44).
           05  WS-RELL-CHILD-LIT           PIC X(08).
           05  WS-RELL-CHILD               PIC X(44).
           05  FILLER                      PIC X(06) VALUE SPACES.
       01  WS-KEY-LINE.
           05  WS-KEYL-POS-LIT             PIC X(15).
           05  WS-KEYL-POS                 PIC ZZ9.
           05  WS-KEYL-LEN-LIT             PIC X(08).
           05  WS-KEYL-LEN                 PIC Z9.
           05  WS-KEYL-FIELD-LIT           PIC X(08).
           05  WS-KEYL-FIELD               PIC X(12).
           05  WS-KEYL-LIMIT-LIT           PIC X(07).
           05  WS-KEYL-LIMIT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(66) VALUE SPACES.
       01  WS-CHILDLESS-LINE.
           05  WS-CHLL-LIT                 PIC X(19).
           05  WS-CHLL-KEY                 PIC X(20).
           05  FILLER                      PIC X(93) VALUE SPACES.
       01  WS-CHILDLESS-CAP-LINE.
           05  FILLER                      PIC X(132)
               VALUE '  CHILDLESS LISTING STOPPED AT 50 PARENTS'.
       01  WS-COUNT-LINE.
           05  WS-CNT-PARENTS-LIT          PIC X(10).
           05  WS-CNT-PARENTS              PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-CHILDREN-LIT         PIC X(10).
           05  WS-CNT-CHILDREN             PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-MATCHED-LIT          PIC X(09).
           05  WS-CNT-MATCHED              PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-ORPHANS-LIT          PIC X(09).
           05  WS-CNT-ORPHANS              PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-BLANK-LIT            PIC X(12).
           05  WS-CNT-BLANK                PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-CHILDLESS-GRP.
               10  WS-CNT-CHILDLESS-LIT    PIC X(11).
               10  WS-CNT-CHILDLESS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05) VALUE SPACES.
       01  WS-RESULT-LINE.
           05  WS-RES-LIT                  PIC X(09).
           05  WS-RES-TEXT                 PIC X(40).
           05  WS-RES-RECNO-GRP.
               10  WS-RES-RECNO-LIT        PIC X(08).
               10  WS-RES-RECNO            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(64) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-CHECKED-LIT          PIC X(22).
           05  WS-TOT-CHECKED              PIC ZZZ9.
           05  WS-TOT-PASSED-LIT           PIC X(08).
           05  WS-TOT-PASSED               PIC ZZZ9.
           05  WS-TOT-FAILED-LIT           PIC X(08).
           05  WS-TOT-FAILED               PIC ZZZ9.
           05  FILLER                      PIC X(82) VALUE SPACES.

       Procedure DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           MOVE 1 TO WS-REL-IX.
           PERFORM 2000-CHECK-ONE-RELATIONSHIP THRU 2000-EXIT
               UNTIL WS-REL-IX > WS-REL-COUNT.
           PERFORM 5000-WRAPUP THRU 5000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-RELS-PASSED.
           MOVE ZERO TO WS-RELS-FAILED.
           MOVE 'N' TO WS-AUDIT-OPEN-SW.
           PERFORM 1300-LOAD-LAYOUT-DICT THRU 1300-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1400-LOAD-REL-CARDS THRU 1400-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSURIC0001 - RIRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           WRITE Print-Rec FROM WS-HEADING-LINE.
           OPEN EXTEND Audit-File.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSURIC0002 - AUDITLOG OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               CLOSE Print-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-AUDIT-OPEN-SW.
       1000-EXIT.
           EXIT.

       1300-LOAD-LAYOUT-DICT.
           MOVE ZERO TO WS-DCT-ENTRY-COUNT.
           MOVE 'N' TO WS-LAYOUT-EOF-SW.
           OPEN INPUT Layout-Card-File.
           IF NOT WS-LAYOUT-STATUS-OK
               DISPLAY 'DSURIC0003 - LAYOUT OPEN FAILED - STATUS '
                   WS-LAYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-LAYOUT THRU 1310-EXIT
               UNTIL WS-LAYOUT-EOF OR RETURN-CODE NOT = ZERO.
           CLOSE Layout-Card-File.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-LAYOUT.
           MOVE SPACES TO LAYOUT-CARD.
           READ Layout-Card-File INTO LAYOUT-CARD
               AT END
                   MOVE 'Y' TO WS-LAYOUT-EOF-SW
                   GO TO 1310-EXIT
           END-READ.
           IF DCT-FIELD-NAME = SPACES
                   OR (NOT DCT-TYPE-CHAR AND NOT DCT-TYPE-ZONED
                       AND NOT DCT-TYPE-PACKED AND NOT DCT-TYPE-DATE)
                   OR DCT-POSITION NOT NUMERIC
                   OR DCT-LENGTH NOT NUMERIC
               DISPLAY 'DSURIC0004 - LAYOUT CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT
           END-IF.
           IF DCT-POSITION < 1 OR DCT-LENGTH < 1
                   OR DCT-POSITION + DCT-LENGTH > 81
                   OR (DCT-TYPE-DATE AND DCT-LENGTH NOT = 8)
                   OR (DCT-TYPE-PACKED AND DCT-LENGTH > 8)
               DISPLAY 'DSURIC0004 - LAYOUT CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT
           END-IF.
           IF WS-DCT-ENTRY-COUNT = 50
               DISPLAY 'DSURIC0004 - MORE THAN 50 LAYOUT FIELDS'
               MOVE 16 TO RETURN-CODE
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-DCT-ENTRY-COUNT.
           MOVE DCT-FIELD-NAME
               TO WS-DCT-NAME (WS-DCT-ENTRY-COUNT).
           MOVE DCT-POSITION
               TO WS-DCT-POS (WS-DCT-ENTRY-COUNT).
           MOVE DCT-LENGTH
               TO WS-DCT-LEN (WS-DCT-ENTRY-COUNT).
           MOVE DCT-TYPE
               TO WS-DCT-DATA-TYPE (WS-DCT-ENTRY-COUNT).
       1310-EXIT.
           EXIT.

       1350-FIND-DICT-FIELD.
           MOVE ZERO TO WS-DCT-FOUND-IX.
           MOVE 1 TO WS-DCT-IX.
           PERFORM 1360-MATCH-ONE-FIELD THRU 1360-EXIT
               UNTIL WS-DCT-IX > WS-DCT-ENTRY-COUNT
                   OR WS-DCT-FOUND-IX > ZERO.
       1350-EXIT.
           EXIT.

       1360-MATCH-ONE-FIELD.
           IF WS-DCT-NAME (WS-DCT-IX) = WS-DCT-LOOKUP-NAME
               MOVE WS-DCT-IX TO WS-DCT-FOUND-IX
           END-IF.
           ADD 1 TO WS-DCT-IX.
       1360-EXIT.
           EXIT.

       1400-LOAD-REL-CARDS.
           MOVE ZERO TO WS-REL-COUNT.
           MOVE 'N' TO WS-RELCARD-EOF-SW.
           OPEN INPUT Relationship-Card-File.
           IF NOT WS-RELCARD-STATUS-OK
               DISPLAY 'DSURIC0005 - RELCARD OPEN FAILED - STATUS '
                   WS-RELCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-REL-CARD THRU 1410-EXIT
               UNTIL WS-RELCARD-EOF OR RETURN-CODE NOT = ZERO.
           CLOSE Relationship-Card-File.
           IF RETURN-CODE NOT = ZERO
               GO TO 1400-EXIT
           END-IF.
           IF WS-REL-COUNT = ZERO
               DISPLAY 'DSURIC0006 - NO RELATIONSHIP CARD SUPPLIED'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-REL-CARD.
           MOVE SPACES TO RELATIONSHIP-CARD.
           READ Relationship-Card-File INTO RELATIONSHIP-CARD
               AT END
                   MOVE 'Y' TO WS-RELCARD-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           IF REL-PARENT-DSN = SPACES OR REL-CHILD-DSN = SPACES
               DISPLAY 'DSURIC0006 - PARENT AND CHILD DSN REQUIRED'
               MOVE 16 TO RETURN-CODE
               GO TO 1410-EXIT
           END-IF.
           IF REL-FIELD-NAME NOT = SPACES
               MOVE REL-FIELD-NAME TO WS-DCT-LOOKUP-NAME
               PERFORM 1350-FIND-DICT-FIELD THRU 1350-EXIT
               IF WS-DCT-FOUND-IX = ZERO
                   DISPLAY 'DSURIC0006 - FIELD NAME NOT IN LAYOUT - '
                       REL-FIELD-NAME
                   MOVE 16 TO RETURN-CODE
                   GO TO 1410-EXIT
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO REL-KEY-POSITION
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX) TO REL-KEY-LENGTH
           END-IF.
           IF REL-KEY-POSITION NOT NUMERIC
                   OR REL-KEY-LENGTH NOT NUMERIC
               DISPLAY 'DSURIC0006 - PARENT KEY POSITION BAD'
               MOVE 16 TO RETURN-CODE
               GO TO 1410-EXIT
           END-IF.
           IF REL-KEY-POSITION < 1 OR REL-KEY-LENGTH < 1
                   OR REL-KEY-LENGTH > 20
                   OR REL-KEY-POSITION + REL-KEY-LENGTH > 81
               DISPLAY 'DSURIC0006 - PARENT KEY POSITION BAD'
               MOVE 16 TO RETURN-CODE
               GO TO 1410-EXIT
           END-IF.
           IF NOT REL-LIST-CHILDLESS AND NOT REL-NO-CHILDLESS
               DISPLAY 'DSURIC0006 - CHILDLESS FLAG NOT Y OR N'
               MOVE 16 TO RETURN-CODE
               GO TO 1410-EXIT
           END-IF.
           IF REL-ORPHAN-LIMIT-X = SPACES
               MOVE ZEROS TO REL-ORPHAN-LIMIT-X
           END-IF.
           IF REL-ORPHAN-LIMIT NOT NUMERIC
               DISPLAY 'DSURIC0006 - ORPHAN LIMIT NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               GO TO 1410-EXIT
           END-IF.
           IF WS-REL-COUNT = 4
               DISPLAY 'DSURIC0006 - MORE THAN 4 RELATIONSHIP CARDS'
               MOVE 16 TO RETURN-CODE
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-REL-COUNT.
           MOVE REL-NAME TO WS-REL-NAME (WS-REL-COUNT).
           MOVE REL-PARENT-DSN TO WS-REL-PARENT-DSN (WS-REL-COUNT).
           MOVE REL-CHILD-DSN TO WS-REL-CHILD-DSN (WS-REL-COUNT).
           MOVE REL-FIELD-NAME TO WS-REL-FIELD-NAME (WS-REL-COUNT).
           MOVE REL-KEY-POSITION TO WS-REL-POS (WS-REL-COUNT).
           MOVE REL-KEY-LENGTH TO WS-REL-LEN (WS-REL-COUNT).
           MOVE REL-CHILDLESS-FLAG
               TO WS-REL-CHILDLESS-SW (WS-REL-COUNT).
           MOVE REL-ORPHAN-LIMIT TO WS-REL-LIMIT (WS-REL-COUNT).
       1410-EXIT.
           EXIT.

      ***************************************************************
      *    ONE RELATIONSHIP - OPEN ITS PARENTN/CHILDN/ORPHANN DDS,   *
      *    MATCH-MERGE, THEN REPORT AND AUDIT THE RESULT.            *
      ***************************************************************
       2000-CHECK-ONE-RELATIONSHIP.
           MOVE WS-REL-IX TO WS-REL-DIGIT.
           MOVE ZERO TO WS-PARENTS-READ.
           MOVE ZERO TO WS-CHILDREN-READ.
           MOVE ZERO TO WS-MATCHED-COUNT.
           MOVE ZERO TO WS-ORPHAN-COUNT.
           MOVE ZERO TO WS-BLANK-KEY-COUNT.
           MOVE ZERO TO WS-CHILDLESS-COUNT.
           MOVE ZERO TO WS-SEQUENCE-RECNO.
           MOVE 'N' TO WS-SEQUENCE-ERROR-SW.
           MOVE 'N' TO WS-HAS-CHILD-SW.
           MOVE 'N' TO WS-PARENT-EOF-SW.
           MOVE 'N' TO WS-CHILD-EOF-SW.
           MOVE LOW-VALUES TO WS-PREV-PARENT-KEY.
           MOVE LOW-VALUES TO WS-PREV-CHILD-KEY.
           MOVE LOW-VALUES TO WS-CURR-PARENT-KEY.
           PERFORM 2050-WRITE-REL-HEADING THRU 2050-EXIT.
           PERFORM 2100-OPEN-PAIR THRU 2100-EXIT.
           IF NOT WS-PAIR-OPEN-FAILED
               PERFORM 2200-READ-PARENT THRU 2200-EXIT
               PERFORM 2300-READ-CHILD THRU 2300-EXIT
               PERFORM 2400-MERGE-ONE-STEP THRU 2400-EXIT
                   UNTIL (WS-PARENT-EOF AND WS-CHILD-EOF)
                       OR WS-SEQUENCE-ERROR
           END-IF.
           PERFORM 2900-CLOSE-PAIR THRU 2900-EXIT.
           PERFORM 3000-REPORT-RELATIONSHIP THRU 3000-EXIT.
           ADD 1 TO WS-REL-IX.
       2000-EXIT.
           EXIT.

       2050-WRITE-REL-HEADING.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           MOVE SPACES TO WS-RELATION-LINE.
           MOVE 'RELATIONSHIP ' TO WS-RELL-LIT.
           MOVE WS-REL-NAME (WS-REL-IX) TO WS-RELL-NAME.
           MOVE ' PARENT=' TO WS-RELL-PARENT-LIT.
           MOVE WS-REL-PARENT-DSN (WS-REL-IX) TO WS-RELL-PARENT.
           MOVE ' CHILD=' TO WS-RELL-CHILD-LIT.
           MOVE WS-REL-CHILD-DSN (WS-REL-IX) TO WS-RELL-CHILD.
           WRITE Print-Rec FROM WS-RELATION-LINE.
           MOVE SPACES TO WS-KEY-LINE.
           MOVE '  CHILD KEY AT ' TO WS-KEYL-POS-LIT.
           MOVE WS-REL-POS (WS-REL-IX) TO WS-KEYL-POS.
           MOVE ' LENGTH ' TO WS-KEYL-LEN-LIT.
           MOVE WS-REL-LEN (WS-REL-IX) TO WS-KEYL-LEN.
           IF WS-REL-FIELD-NAME (WS-REL-IX) NOT = SPACES
               MOVE ' FIELD ' TO WS-KEYL-FIELD-LIT
               MOVE WS-REL-FIELD-NAME (WS-REL-IX) TO WS-KEYL-FIELD
           END-IF.
           MOVE ' LIMIT ' TO WS-KEYL-LIMIT-LIT.
           MOVE WS-REL-LIMIT (WS-REL-IX) TO WS-KEYL-LIMIT.
           WRITE Print-Rec FROM WS-KEY-LINE.
       2050-EXIT.
           EXIT.

       2100-OPEN-PAIR.
           MOVE 'N' TO WS-PAIR-OPEN-FAILED-SW.
           MOVE 'N' TO WS-PARENT-OPEN-SW.
           MOVE 'N' TO WS-CHILD-OPEN-SW.
           MOVE 'N' TO WS-ORPHAN-OPEN-SW.
           EVALUATE WS-REL-IX
               WHEN 1
                   OPEN INPUT Parent1-File
               WHEN 2
                   OPEN INPUT Parent2-File
               WHEN 3
                   OPEN INPUT Parent3-File
               WHEN 4
                   OPEN INPUT Parent4-File
           END-EVALUATE.
           IF NOT WS-PARENT-STATUS-OK
               DISPLAY 'DSURIC0007 - PARENT' WS-REL-DIGIT
                   ' OPEN FAILED - STATUS ' WS-PARENT-STATUS
               MOVE 'Y' TO WS-PAIR-OPEN-FAILED-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           MOVE 'Y' TO WS-PARENT-OPEN-SW.
           EVALUATE WS-REL-IX
               WHEN 1
                   OPEN INPUT Child1-File
               WHEN 2
                   OPEN INPUT Child2-File
               WHEN 3
                   OPEN INPUT Child3-File
               WHEN 4
                   OPEN INPUT Child4-File
           END-EVALUATE.
           IF NOT WS-CHILD-STATUS-OK
               DISPLAY 'DSURIC0007 - CHILD' WS-REL-DIGIT
                   ' OPEN FAILED - STATUS ' WS-CHILD-STATUS
               MOVE 'Y' TO WS-PAIR-OPEN-FAILED-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           MOVE 'Y' TO WS-CHILD-OPEN-SW.
           EVALUATE WS-REL-IX
               WHEN 1
                   OPEN OUTPUT Orphan1-File
               WHEN 2
                   OPEN OUTPUT Orphan2-File
               WHEN 3
                   OPEN OUTPUT Orphan3-File
               WHEN 4
                   OPEN OUTPUT Orphan4-File
           END-EVALUATE.
           IF NOT WS-ORPHAN-STATUS-OK
               DISPLAY 'DSURIC0007 - ORPHAN' WS-REL-DIGIT
                   ' OPEN FAILED - STATUS ' WS-ORPHAN-STATUS
               MOVE 'Y' TO WS-PAIR-OPEN-FAILED-SW
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF.
           MOVE 'Y' TO WS-ORPHAN-OPEN-SW.
       2100-EXIT.
           EXIT.

      *    A DUPLICATE OR BLANK PARENT KEY IS PASSED OVER - THE FIRST
      *    COPY OF A KEY STANDS FOR ALL ITS CHILDREN.
       2200-READ-PARENT.
           MOVE WS-CURR-PARENT-KEY TO WS-PREV-PARENT-KEY.
           PERFORM 2210-READ-ONE-PARENT THRU 2210-EXIT.
           PERFORM 2210-READ-ONE-PARENT THRU 2210-EXIT
               UNTIL WS-PARENT-EOF OR WS-SEQUENCE-ERROR
                   OR (WS-PAR-KEY NOT = SPACES
                       AND WS-PAR-KEY NOT = WS-PREV-PARENT-KEY).
           IF WS-PARENT-EOF OR WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO WS-CURR-PARENT-KEY
           ELSE
               MOVE WS-PAR-KEY TO WS-CURR-PARENT-KEY
           END-IF.
           MOVE 'N' TO WS-HAS-CHILD-SW.
       2200-EXIT.
           EXIT.

       2210-READ-ONE-PARENT.
           IF WS-PARENT-EOF
               GO TO 2210-EXIT
           END-IF.
           EVALUATE WS-REL-IX
               WHEN 1
                   READ Parent1-File INTO WS-PARENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PARENT-EOF-SW
                   END-READ
               WHEN 2
                   READ Parent2-File INTO WS-PARENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PARENT-EOF-SW
                   END-READ
               WHEN 3
                   READ Parent3-File INTO WS-PARENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PARENT-EOF-SW
                   END-READ
               WHEN 4
                   READ Parent4-File INTO WS-PARENT-RECORD
                       AT END
                           MOVE 'Y' TO WS-PARENT-EOF-SW
                   END-READ
           END-EVALUATE.
           IF WS-PARENT-EOF
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-PARENTS-READ.
           IF WS-PAR-KEY NOT = SPACES
                   AND WS-PAR-KEY < WS-PREV-PARENT-KEY
               MOVE 'Y' TO WS-SEQUENCE-ERROR-SW
               MOVE 'PARENT' TO WS-SEQUENCE-FILE
               MOVE WS-PARENTS-READ TO WS-SEQUENCE-RECNO
           END-IF.
       2210-EXIT.
           EXIT.

      *    THE CHILD'S PARENT KEY IS PADDED WITH SPACES TO THE FULL
      *    GDS-KEY WIDTH.  A BLANK PARENT KEY IS NOT SEQUENCE-CHECKED.
       2300-READ-CHILD.
           EVALUATE WS-REL-IX
               WHEN 1
                   READ Child1-File INTO GDS-RECORD
                       AT END
                           MOVE 'Y' TO WS-CHILD-EOF-SW
                   END-READ
               WHEN 2
                   READ Child2-File INTO GDS-RECORD
                       AT END
                           MOVE 'Y' TO WS-CHILD-EOF-SW
                   END-READ
               WHEN 3
                   READ Child3-File INTO GDS-RECORD
                       AT END
                           MOVE 'Y' TO WS-CHILD-EOF-SW
                   END-READ
               WHEN 4
                   READ Child4-File INTO GDS-RECORD
                       AT END
                           MOVE 'Y' TO WS-CHILD-EOF-SW
                   END-READ
           END-EVALUATE.
           IF WS-CHILD-EOF
               MOVE HIGH-VALUES TO WS-CHILD-KEY
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-CHILDREN-READ.
           MOVE SPACES TO WS-CHILD-KEY.
           MOVE GDS-DATA (WS-REL-POS (WS-REL-IX):
               WS-REL-LEN (WS-REL-IX))
               TO WS-CHILD-KEY (1:WS-REL-LEN (WS-REL-IX)).
           IF WS-CHILD-KEY = SPACES
               GO TO 2300-EXIT
           END-IF.
           IF WS-CHILD-KEY < WS-PREV-CHILD-KEY
               MOVE 'Y' TO WS-SEQUENCE-ERROR-SW
               MOVE 'CHILD' TO WS-SEQUENCE-FILE
               MOVE WS-CHILDREN-READ TO WS-SEQUENCE-RECNO
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CHILD-KEY TO WS-PREV-CHILD-KEY.
       2300-EXIT.
           EXIT.

       2400-MERGE-ONE-STEP.
           EVALUATE TRUE
               WHEN NOT WS-CHILD-EOF AND WS-CHILD-KEY = SPACES
                   ADD 1 TO WS-BLANK-KEY-COUNT
                   MOVE 'FKBLANK' TO RJC-REASON-CODE
                   PERFORM 2500-WRITE-ORPHAN THRU 2500-EXIT
                   PERFORM 2300-READ-CHILD THRU 2300-EXIT
               WHEN WS-CHILD-KEY < WS-CURR-PARENT-KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE 'ORPHAN' TO RJC-REASON-CODE
                   PERFORM 2500-WRITE-ORPHAN THRU 2500-EXIT
                   PERFORM 2300-READ-CHILD THRU 2300-EXIT
               WHEN WS-CHILD-KEY = WS-CURR-PARENT-KEY
                   ADD 1 TO WS-MATCHED-COUNT
                   MOVE 'Y' TO WS-HAS-CHILD-SW
                   PERFORM 2300-READ-CHILD THRU 2300-EXIT
               WHEN OTHER
                   IF NOT WS-HAS-CHILD
                       PERFORM 2600-NOTE-CHILDLESS THRU 2600-EXIT
                   END-IF
                   PERFORM 2200-READ-PARENT THRU 2200-EXIT
           END-EVALUATE.
       2400-EXIT.
           EXIT.

       2500-WRITE-ORPHAN.
           MOVE GDS-RECORD TO RJC-RECORD-DATA.
           MOVE 109 TO WS-ORPHAN-REC-LEN.
           EVALUATE WS-REL-IX
               WHEN 1
                   WRITE Orphan1-Rec FROM RJC-RECORD
               WHEN 2
                   WRITE Orphan2-Rec FROM RJC-RECORD
               WHEN 3
                   WRITE Orphan3-Rec FROM RJC-RECORD
               WHEN 4
                   WRITE Orphan4-Rec FROM RJC-RECORD
           END-EVALUATE.
       2500-EXIT.
           EXIT.

       2600-NOTE-CHILDLESS.
           IF NOT WS-REL-LIST-CHILDLESS (WS-REL-IX)
               GO TO 2600-EXIT
           END-IF.
           ADD 1 TO WS-CHILDLESS-COUNT.
           IF WS-CHILDLESS-COUNT > 50
               GO TO 2600-EXIT
           END-IF.
           MOVE SPACES TO WS-CHILDLESS-LINE.
           MOVE '  CHILDLESS PARENT ' TO WS-CHLL-LIT.
           MOVE WS-CURR-PARENT-KEY TO WS-CHLL-KEY.
           WRITE Print-Rec FROM WS-CHILDLESS-LINE.
           IF WS-CHILDLESS-COUNT = 50
               WRITE Print-Rec FROM WS-CHILDLESS-CAP-LINE
           END-IF.
       2600-EXIT.
           EXIT.

       2900-CLOSE-PAIR.
           IF WS-PARENT-OPEN
               EVALUATE WS-REL-IX
                   WHEN 1
                       CLOSE Parent1-File
                   WHEN 2
                       CLOSE Parent2-File
                   WHEN 3
                       CLOSE Parent3-File
                   WHEN 4
                       CLOSE Parent4-File
               END-EVALUATE
           END-IF.
           IF WS-CHILD-OPEN
               EVALUATE WS-REL-IX
                   WHEN 1
                       CLOSE Child1-File
                   WHEN 2
                       CLOSE Child2-File
                   WHEN 3
                       CLOSE Child3-File
                   WHEN 4
                       CLOSE Child4-File
               END-EVALUATE
           END-IF.
           IF WS-ORPHAN-OPEN
               EVALUATE WS-REL-IX
                   WHEN 1
                       CLOSE Orphan1-File
                   WHEN 2
                       CLOSE Orphan2-File
                   WHEN 3
                       CLOSE Orphan3-File
                   WHEN 4
                       CLOSE Orphan4-File
               END-EVALUATE
           END-IF.
       2900-EXIT.
           EXIT.

      ***************************************************************
      *    COUNTS AND RESULT ON RIRPT, ONE REFCHECK ROW ON AUDITLOG. *
      ***************************************************************
       3000-REPORT-RELATIONSHIP.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE '  PARENTS=' TO WS-CNT-PARENTS-LIT.
           MOVE WS-PARENTS-READ TO WS-CNT-PARENTS.
           MOVE ' CHILDREN=' TO WS-CNT-CHILDREN-LIT.
           MOVE WS-CHILDREN-READ TO WS-CNT-CHILDREN.
           MOVE ' MATCHED=' TO WS-CNT-MATCHED-LIT.
           MOVE WS-MATCHED-COUNT TO WS-CNT-MATCHED.
           MOVE ' ORPHANS=' TO WS-CNT-ORPHANS-LIT.
           MOVE WS-ORPHAN-COUNT TO WS-CNT-ORPHANS.
           MOVE ' BLANK KEYS=' TO WS-CNT-BLANK-LIT.
           MOVE WS-BLANK-KEY-COUNT TO WS-CNT-BLANK.
           IF WS-REL-LIST-CHILDLESS (WS-REL-IX)
               MOVE ' CHILDLESS=' TO WS-CNT-CHILDLESS-LIT
               MOVE WS-CHILDLESS-COUNT TO WS-CNT-CHILDLESS
           ELSE
               MOVE SPACES TO WS-CNT-CHILDLESS-GRP
           END-IF.
           WRITE Print-Rec FROM WS-COUNT-LINE.
           ADD WS-BLANK-KEY-COUNT TO WS-ORPHAN-COUNT.
           MOVE SPACES TO WS-RESULT-LINE.
           MOVE '  RESULT ' TO WS-RES-LIT.
           MOVE SPACES TO WS-AUDIT-MESSAGE.
           MOVE WS-REL-NAME (WS-REL-IX) TO WS-AMSG-NAME.
           EVALUATE TRUE
               WHEN WS-PAIR-OPEN-FAILED
                   MOVE 'NOT CHECKED - DATASET OPEN FAILED'
                       TO WS-RES-TEXT
                   MOVE 'FAILURE' TO AUDIT-OUTCOME
               WHEN WS-SEQUENCE-ERROR
                   IF WS-SEQUENCE-FILE = 'PARENT'
                       MOVE 'FAILED - PARENT NOT IN KEY SEQUENCE'
                           TO WS-RES-TEXT
                   ELSE
                       MOVE 'FAILED - CHILD NOT IN KEY SEQUENCE'
                           TO WS-RES-TEXT
                   END-IF
                   MOVE ' RECORD ' TO WS-RES-RECNO-LIT
                   MOVE WS-SEQUENCE-RECNO TO WS-RES-RECNO
                   MOVE 'FAILURE' TO AUDIT-OUTCOME
               WHEN WS-ORPHAN-COUNT > WS-REL-LIMIT (WS-REL-IX)
                   MOVE 'FAILED - ORPHANS ABOVE LIMIT' TO WS-RES-TEXT
                   MOVE 'FAILURE' TO AUDIT-OUTCOME
               WHEN OTHER
                   MOVE 'PASSED' TO WS-RES-TEXT
                   MOVE 'SUCCESS' TO AUDIT-OUTCOME
           END-EVALUATE.
           IF WS-PAIR-OPEN-FAILED OR WS-SEQUENCE-ERROR
               MOVE WS-RES-TEXT TO WS-AMSG-DETAIL
           ELSE
               MOVE 'ORPHANS ' TO WS-AMSG-ORPHANS-LIT
               MOVE WS-ORPHAN-COUNT TO WS-AMSG-ORPHANS
               MOVE ' OF ' TO WS-AMSG-CHILDREN-LIT
               MOVE WS-CHILDREN-READ TO WS-AMSG-CHILDREN
               MOVE ' LIMIT ' TO WS-AMSG-LIMIT-LIT
               MOVE WS-REL-LIMIT (WS-REL-IX) TO WS-AMSG-LIMIT
           END-IF.
           WRITE Print-Rec FROM WS-RESULT-LINE.
           IF AUDIT-OUTCOME = 'SUCCESS'
               ADD 1 TO WS-RELS-PASSED
           ELSE
               ADD 1 TO WS-RELS-FAILED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           ACCEPT AUDIT-DATE FROM DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'DSURIC' TO AUDIT-JOB-NAME.
           MOVE 'REFCHECK' TO AUDIT-ACTION.
           MOVE WS-REL-CHILD-DSN (WS-REL-IX) TO AUDIT-SOURCE-DSN.
           MOVE WS-REL-PARENT-DSN (WS-REL-IX) TO AUDIT-TARGET-DSN.
           MOVE WS-AUDIT-MESSAGE TO AUDIT-MESSAGE.
           MOVE SPACES TO AUDIT-SUBMITTER-ID.
           MOVE SPACES TO AUDIT-APPROVER-ID.
           WRITE AUDIT-RECORD.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSURIC0008 - AUDITLOG WRITE FAILED - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       5000-WRAPUP.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'RELATIONSHIPS CHECKED=' TO WS-TOT-CHECKED-LIT.
           MOVE WS-REL-COUNT TO WS-TOT-CHECKED.
           MOVE ' PASSED=' TO WS-TOT-PASSED-LIT.
           MOVE WS-RELS-PASSED TO WS-TOT-PASSED.
           MOVE ' FAILED=' TO WS-TOT-FAILED-LIT.
           MOVE WS-RELS-FAILED TO WS-TOT-FAILED.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           CLOSE Print-File.
           IF WS-AUDIT-OPEN
               CLOSE Audit-File
           END-IF.
       5000-EXIT.
           EXIT.

       End program DSURIC.
