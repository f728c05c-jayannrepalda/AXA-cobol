      *      COUNT AND A MATCH/MISMATCH VERDICT.  BECAUSE THE
      *      SLICES ARE DISJOINT ASCENDING KEY RANGES, READING THEM
      *      IN DD ORDER YIELDS THE MERGED TARGET IN KEY ORDER.
      *      THE SLICES, SOURCE AND TARGET ARE CLASSIC 100-BYTE GDS
      *      RECORDS UNLESS THE OPTIONAL DSPROF DD CARRIES THE ONE
      *      DATASET PROFILE CARD (SEE DSUDSP) OF THE DATASET BEING
      *      CONSOLIDATED, WHEN THEY ARE FIXED OR VARIABLE RECORDS
      *      OF THAT CARD'S MAXIMUM LENGTH, COPIED WHOLE.
      *
      *   NOTES =
      *     DEPENDENCIES = SLICE TARGETS WRITTEN BY PARTITIONED
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = SLICE1..SLICE4 DD - SLICE TARGETS
      *                SRCDS DD - THE FULL INDEXED SOURCE (THE
      *                   SEQUENTIAL SOURCE OF A PROFILED DATASET)
      *                DSPROF DD - OPTIONAL DATASET PROFILE CARD
      *
      *      OUTPUT  = TGTDS DD - CONSOLIDATED TARGET
      *                RPTOUT DD - COMBINED RECONCILIATION REPORT
      *      RETURN CODE = 12 - SLICE COUNTS DO NOT ADD UP TO THE
      *                  SOURCE COUNT
      *      RETURN CODE = 16 - SRCDS, TGTDS OR RPTOUT COULD NOT BE
      *                  OPENED, OR DSPROF IS UNREADABLE, INVALID OR
      *                  HOLDS MORE THAN ONE CARD
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-SLICE-COUNT - PER-SLICE RECORD COUNTS (4)
      *   CHANGE-ACTIVITY =
      *      2026-08-22  INITIAL VERSION.
      *      2026-10-15  SLICES, SOURCE AND TARGET TAKE THE RECORD
      *                  FORMAT AND LENGTH OF THE DSPROF CARD, AND
      *                  ARE COPIED WHOLE, NOT AS 100-BYTE RECORDS.
      *
      *********************** DSUMRG ******************************
      ***************************************************************
           Select Optional Slice4-File Assign To SLICE4
               Organization Is Sequential
               File Status Is WS-SLICE4-STATUS.
           Select Optional Slice1-Fix-File Assign To SLICE1
               Organization Is Sequential
               File Status Is WS-SLICE1-STATUS.
           Select Optional Slice1-Var-File Assign To SLICE1
               Organization Is Sequential
               File Status Is WS-SLICE1-STATUS.
           Select Optional Slice2-Fix-File Assign To SLICE2
               Organization Is Sequential
               File Status Is WS-SLICE2-STATUS.
           Select Optional Slice2-Var-File Assign To SLICE2
               Organization Is Sequential
               File Status Is WS-SLICE2-STATUS.
           Select Optional Slice3-Fix-File Assign To SLICE3
               Organization Is Sequential
               File Status Is WS-SLICE3-STATUS.
           Select Optional Slice3-Var-File Assign To SLICE3
               Organization Is Sequential
               File Status Is WS-SLICE3-STATUS.
           Select Optional Slice4-Fix-File Assign To SLICE4
               Organization Is Sequential
               File Status Is WS-SLICE4-STATUS.
           Select Optional Slice4-Var-File Assign To SLICE4
               Organization Is Sequential
               File Status Is WS-SLICE4-STATUS.
           Select Source-File Assign To SRCDS
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is GDS-KEY
               File Status Is WS-SOURCE-STATUS.
           Select Source-Fix-File Assign To SRCDS
               Organization Is Sequential
               File Status Is WS-SOURCE-STATUS.
           Select Source-Var-File Assign To SRCDS
               Organization Is Sequential
               File Status Is WS-SOURCE-STATUS.
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
           Select Report-File Assign To RPTOUT
               Organization Is Sequential
               File Status Is WS-REPORT-STATUS.
        01  Slice3-Rec                  Pic X(100).
        FD  Slice4-File.
        01  Slice4-Rec                  Pic X(100).
        FD  Slice1-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Slice1-Fix-Rec              Pic X(4096).
        FD  Slice1-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SLCV-REC-LEN.
        01  Slice1-Var-Rec              Pic X(4096).
        FD  Slice2-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Slice2-Fix-Rec              Pic X(4096).
        FD  Slice2-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SLCV-REC-LEN.
        01  Slice2-Var-Rec              Pic X(4096).
        FD  Slice3-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Slice3-Fix-Rec              Pic X(4096).
        FD  Slice3-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SLCV-REC-LEN.
        01  Slice3-Var-Rec              Pic X(4096).
        FD  Slice4-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Slice4-Fix-Rec              Pic X(4096).
        FD  Slice4-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SLCV-REC-LEN.
        01  Slice4-Var-Rec              Pic X(4096).
        FD  Source-File.
        COPY DSUREC.
        FD  Source-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Source-Fix-Rec              Pic X(4096).
        FD  Source-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SRCV-REC-LEN.
        01  Source-Var-Rec              Pic X(4096).
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
        FD  Dataset-Profile-File.
        01  Dataset-Profile-Rec         Pic X(80).
        FD  Report-File.
        01  Report-Rec                  Pic X(132).

      *
      *
       Working-Storage Section.
       COPY DSUDSP.
       01  WS-SWITCHES.
           05  WS-SLICE-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-SLICE-EOF                VALUE 'Y'.
           05  WS-SOURCE-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-SOURCE-EOF               VALUE 'Y'.
           05  WS-DSPROF-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-DSPROF-EOF               VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-SLICE1-STATUS            PIC X(02).
               88  WS-SLICE1-STATUS-OK         VALUE '00' '05'.
               88  WS-TARGET-STATUS-OK         VALUE '00'.
           05  WS-REPORT-STATUS            PIC X(02).
               88  WS-REPORT-STATUS-OK         VALUE '00'.
           05  WS-DSPROF-STATUS            PIC X(02).
               88  WS-DSPROF-STATUS-OK         VALUE '00' '05'.
       01  WS-SHAPE-CONTROLS.
           05  WS-SHP-FORMAT               PIC X(01).
               88  WS-SHP-CLASSIC              VALUE SPACE.
               88  WS-SHP-FIXED                VALUE 'F'.
               88  WS-SHP-VARIABLE             VALUE 'V'.
           05  WS-SHP-MAX-LEN              PIC 9(04) COMP.
           05  WS-DSPROF-CARD-COUNT        PIC 9(04) COMP.
           05  WS-SLCV-REC-LEN             PIC 9(04) COMP.
           05  WS-SRCV-REC-LEN             PIC 9(04) COMP.
           05  WS-TGTV-REC-LEN             PIC 9(04) COMP.
           05  WS-REC-LEN                  PIC 9(04) COMP.
       01  WS-REC-AREA                     PIC X(4096).
       01  WS-MERGE-COUNTERS.
           05  WS-SLICE-NO                 PIC 9(04) COMP.
           05  WS-SLICE-COUNT              OCCURS 4 TIMES
               UNTIL WS-SLICE-NO > 4.
           PERFORM 3000-COUNT-SOURCE THRU 3000-EXIT.
           PERFORM 4000-WRITE-RECONCILE-REPORT THRU 4000-EXIT.
           PERFORM 5000-CLOSE-TARGET THRU 5000-EXIT.
           CLOSE Report-File.
           GOBACK.

           MOVE 1 TO WS-SLICE-NO.
           PERFORM 1100-ZERO-ONE-SLICE THRU 1100-EXIT
               UNTIL WS-SLICE-NO > 4.
           PERFORM 1200-LOAD-DATASET-PROFILE THRU 1200-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN OUTPUT Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN OUTPUT Target-Var-File
               WHEN OTHER
                   OPEN OUTPUT Target-File
           END-EVALUATE.
           OPEN OUTPUT Report-File.
           IF NOT WS-TARGET-STATUS-OK OR NOT WS-REPORT-STATUS-OK
               DISPLAY 'DSUMRG0001 - TGTDS/RPTOUT OPEN FAILED'
       1100-EXIT.
           EXIT.

      *    THE DSPROF DD, WHEN PRESENT, HOLDS THE ONE PROFILE CARD
      *    OF THE DATASET BEING CONSOLIDATED.  ITS KEY FIELDS ARE
      *    NOT NEEDED HERE - THE SLICES ARE ALREADY IN KEY ORDER.
       1200-LOAD-DATASET-PROFILE.
           MOVE SPACE TO WS-SHP-FORMAT.
           MOVE 100 TO WS-SHP-MAX-LEN.
           MOVE ZERO TO WS-DSPROF-CARD-COUNT.
           MOVE 'N' TO WS-DSPROF-EOF-SW.
           OPEN INPUT Dataset-Profile-File.
           IF NOT WS-DSPROF-STATUS-OK
               DISPLAY 'DSUMRG0003 - DSPROF OPEN FAILED - STATUS '
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
               DISPLAY 'DSUMRG0003 - DSPROF HOLDS MORE THAN ONE CARD'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF (NOT DSP-FIXED AND NOT DSP-VARIABLE)
                   OR DSP-MAX-LENGTH NOT NUMERIC
               DISPLAY 'DSUMRG0003 - DSPROF CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           IF DSP-MAX-LENGTH < 1 OR DSP-MAX-LENGTH > 4096
               DISPLAY 'DSUMRG0003 - DSPROF CARD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF.
           MOVE DSP-RECORD-FORMAT TO WS-SHP-FORMAT.
           MOVE DSP-MAX-LENGTH TO WS-SHP-MAX-LEN.
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

       2000-COPY-ONE-SLICE.
           MOVE 'N' TO WS-SLICE-EOF-SW.
           PERFORM 2100-OPEN-CURRENT-SLICE THRU 2100-EXIT.
       2100-OPEN-CURRENT-SLICE.
           EVALUATE WS-SLICE-NO
               WHEN 1
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           OPEN INPUT Slice1-Fix-File
                       WHEN WS-SHP-VARIABLE
                           OPEN INPUT Slice1-Var-File
                       WHEN OTHER
                           OPEN INPUT Slice1-File
                   END-EVALUATE
                   IF NOT WS-SLICE1-STATUS-OK
                       MOVE 'Y' TO WS-SLICE-EOF-SW
                   END-IF
               WHEN 2
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           OPEN INPUT Slice2-Fix-File
                       WHEN WS-SHP-VARIABLE
                           OPEN INPUT Slice2-Var-File
                       WHEN OTHER
                           OPEN INPUT Slice2-File
                   END-EVALUATE
                   IF NOT WS-SLICE2-STATUS-OK
                       MOVE 'Y' TO WS-SLICE-EOF-SW
                   END-IF
               WHEN 3
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           OPEN INPUT Slice3-Fix-File
                       WHEN WS-SHP-VARIABLE
                           OPEN INPUT Slice3-Var-File
                       WHEN OTHER
                           OPEN INPUT Slice3-File
                   END-EVALUATE
                   IF NOT WS-SLICE3-STATUS-OK
                       MOVE 'Y' TO WS-SLICE-EOF-SW
                   END-IF
               WHEN 4
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           OPEN INPUT Slice4-Fix-File
                       WHEN WS-SHP-VARIABLE
                           OPEN INPUT Slice4-Var-File
                       WHEN OTHER
                           OPEN INPUT Slice4-File
                   END-EVALUATE
                   IF NOT WS-SLICE4-STATUS-OK
                       MOVE 'Y' TO WS-SLICE-EOF-SW
                   END-IF
       2200-COPY-ONE-SLICE-RECORD.
           EVALUATE WS-SLICE-NO
               WHEN 1
                   PERFORM 2211-READ-SLICE1 THRU 2211-EXIT
               WHEN 2
                   PERFORM 2212-READ-SLICE2 THRU 2212-EXIT
               WHEN 3
                   PERFORM 2213-READ-SLICE3 THRU 2213-EXIT
               WHEN 4
                   PERFORM 2214-READ-SLICE4 THRU 2214-EXIT
           END-EVALUATE.
           IF WS-SLICE-EOF
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2250-WRITE-TARGET THRU 2250-EXIT.
           ADD 1 TO WS-SLICE-COUNT (WS-SLICE-NO).
       2200-EXIT.
           EXIT.

       2211-READ-SLICE1.
           MOVE SPACES TO WS-REC-AREA.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Slice1-Fix-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2211-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-REC-LEN
                   MOVE Slice1-Fix-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN WS-SHP-VARIABLE
                   READ Slice1-Var-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2211-EXIT
                   END-READ
                   MOVE WS-SLCV-REC-LEN TO WS-REC-LEN
                   MOVE Slice1-Var-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN OTHER
                   READ Slice1-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2211-EXIT
                   END-READ
                   MOVE 100 TO WS-REC-LEN
                   MOVE Slice1-Rec TO WS-REC-AREA
           END-EVALUATE.
       2211-EXIT.
           EXIT.

       2212-READ-SLICE2.
           MOVE SPACES TO WS-REC-AREA.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Slice2-Fix-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2212-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-REC-LEN
                   MOVE Slice2-Fix-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN WS-SHP-VARIABLE
                   READ Slice2-Var-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2212-EXIT
                   END-READ
                   MOVE WS-SLCV-REC-LEN TO WS-REC-LEN
                   MOVE Slice2-Var-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN OTHER
                   READ Slice2-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2212-EXIT
                   END-READ
                   MOVE 100 TO WS-REC-LEN
                   MOVE Slice2-Rec TO WS-REC-AREA
           END-EVALUATE.
       2212-EXIT.
           EXIT.

       2213-READ-SLICE3.
           MOVE SPACES TO WS-REC-AREA.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Slice3-Fix-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2213-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-REC-LEN
                   MOVE Slice3-Fix-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN WS-SHP-VARIABLE
                   READ Slice3-Var-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2213-EXIT
                   END-READ
                   MOVE WS-SLCV-REC-LEN TO WS-REC-LEN
                   MOVE Slice3-Var-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN OTHER
                   READ Slice3-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2213-EXIT
                   END-READ
                   MOVE 100 TO WS-REC-LEN
                   MOVE Slice3-Rec TO WS-REC-AREA
           END-EVALUATE.
       2213-EXIT.
           EXIT.

       2214-READ-SLICE4.
           MOVE SPACES TO WS-REC-AREA.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Slice4-Fix-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2214-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-REC-LEN
                   MOVE Slice4-Fix-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN WS-SHP-VARIABLE
                   READ Slice4-Var-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2214-EXIT
                   END-READ
                   MOVE WS-SLCV-REC-LEN TO WS-REC-LEN
                   MOVE Slice4-Var-Rec (1:WS-REC-LEN) TO WS-REC-AREA
               WHEN OTHER
                   READ Slice4-File
                       AT END
                           MOVE 'Y' TO WS-SLICE-EOF-SW
                           GO TO 2214-EXIT
                   END-READ
                   MOVE 100 TO WS-REC-LEN
                   MOVE Slice4-Rec TO WS-REC-AREA
           END-EVALUATE.
       2214-EXIT.
           EXIT.

       2250-WRITE-TARGET.
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
       2250-EXIT.
           EXIT.

       2300-CLOSE-CURRENT-SLICE.
           EVALUATE WS-SLICE-NO
               WHEN 1
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           CLOSE Slice1-Fix-File
                       WHEN WS-SHP-VARIABLE
                           CLOSE Slice1-Var-File
                       WHEN OTHER
                           CLOSE Slice1-File
                   END-EVALUATE
               WHEN 2
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           CLOSE Slice2-Fix-File
                       WHEN WS-SHP-VARIABLE
                           CLOSE Slice2-Var-File
                       WHEN OTHER
                           CLOSE Slice2-File
                   END-EVALUATE
               WHEN 3
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           CLOSE Slice3-Fix-File
                       WHEN WS-SHP-VARIABLE
                           CLOSE Slice3-Var-File
                       WHEN OTHER
                           CLOSE Slice3-File
                   END-EVALUATE
               WHEN 4
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           CLOSE Slice4-Fix-File
                       WHEN WS-SHP-VARIABLE
                           CLOSE Slice4-Var-File
                       WHEN OTHER
                           CLOSE Slice4-File
                   END-EVALUATE
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       3000-COUNT-SOURCE.
           MOVE 'N' TO WS-SOURCE-EOF-SW.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN INPUT Source-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN INPUT Source-Var-File
               WHEN OTHER
                   OPEN INPUT Source-File
           END-EVALUATE.
           IF NOT WS-SOURCE-STATUS-OK
               DISPLAY 'DSUMRG0002 - SRCDS OPEN FAILED - STATUS '
                   WS-SOURCE-STATUS
           END-IF.
           PERFORM 3100-COUNT-ONE-SOURCE THRU 3100-EXIT
               UNTIL WS-SOURCE-EOF.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Source-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Source-Var-File
               WHEN OTHER
                   CLOSE Source-File
           END-EVALUATE.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-SOURCE.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Source-Fix-File
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-SW
                           GO TO 3100-EXIT
                   END-READ
               WHEN WS-SHP-VARIABLE
                   READ Source-Var-File
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-SW
                           GO TO 3100-EXIT
                   END-READ
               WHEN OTHER
                   READ Source-File
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-SW
                           GO TO 3100-EXIT
                   END-READ
           END-EVALUATE.
           ADD 1 TO WS-SOURCE-COUNT.
       3100-EXIT.
           EXIT.
       4100-EXIT.
           EXIT.

       5000-CLOSE-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Target-Var-File
               WHEN OTHER
                   CLOSE Target-File
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       End program DSUMRG.
