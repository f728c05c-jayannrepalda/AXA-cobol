      *********************** DSUPFC ******************************
      *                                                             *
      **** PRE-FLIGHT EDIT OF A WORKLIST AND ITS RULE DECKS
      *
      *   MODULE NAME = DSUPFC
      *
      *   DESCRIPTIVE NAME = CHECKS A DSUCARD WORKLIST AND EVERY
      *      RULE DECK ITS CARDS WILL READ BEFORE THE NIGHTLY RUN,
      *      SO A BAD CARD IS FOUND AT SUBMISSION TIME INSTEAD OF
      *      PART WAY THROUGH DSUBATCH.
      *
      *   FUNCTION = READS THE WORKLIST ON CTLCARD (HAND-BUILT OR A
      *      DSUGEN WRKLIST, SEE COPYBOOK DSUCARD) AND APPLIES THE
      *      SAME CARD EDITS DSUDRV APPLIES, INCLUDING THE SINGLE-
      *      WRITER RULE.  FROM THE ACTIONS ON THE CARDS IT WORKS OUT
      *      WHICH RULE DECKS THE RUN NEEDS -
      *      VALRULES - A DUPLICAT CARD WITH VALIDATE-FLAG Y,
      *      SELCARD  - AN EXTRACT CARD,
      *      MASKRULE - A MASK CARD,
      *      MRGRULE  - A MERGE CARD,
      *      SPLCARD  - A SPLIT CARD,
      *      LAYOUT   - A PROFILE, EXPORT OR IMPORT CARD (AND ANY
      *                 RULE NAMING A FIELD),
      *      AND REPORTS A NEEDED DECK THAT IS MISSING OR EMPTY.
      *      THE DSPROF DATASET PROFILE DECK (SEE DSUDSP) IS EDITED
      *      AS THE PAIRS EDIT THE CARD THEY MATCH - FORMAT F OR V,
      *      A MAXIMUM LENGTH OF 0001-4096 AND A KEY OF 01-20 BYTES
      *      WITHIN IT.  A SECOND CARD FOR THE SAME DATASET IS NEVER
      *      USED (WARNING), AND A WORKLIST CARD THAT WOULD WRITE A
      *      PROFILED DATASET TO A KSDS TARGET IS AN ERROR.  RULE AND
      *      DICTIONARY POSITIONS MUST THEN END WITHIN THE LONGEST
      *      RECORD THE RUN CAN SEE - BYTE 80 OF GDS-DATA, OR THE
      *      LONGEST PROFILED MAXIMUM LENGTH WHEN THAT IS GREATER.
      *      THE PAIRS CHECK EACH POSITION AGAINST THE SHAPE OF THE
      *      DATASET ACTUALLY PROCESSED.
      *      EVERY DECK SUPPLIED IS THEN EDITED CARD BY CARD WITH THE
      *      CHECKS THE GENERATED PAIRS (RGEHU/HG) APPLY WHEN THEY
      *      LOAD IT - SEE DSUDCT, DSUVAL, DSUSEL, DSUMSK, DSUMRG AND
      *      DSUSPL - AND EVERY FIELD NAME ON A RULE CARD IS LOOKED
      *      UP IN THE LAYOUT DICTIONARY.  UNLIKE THE PAIRS, WHICH
      *      STOP AT THE FIRST BAD CARD, EVERY BAD CARD IS REPORTED.
      *      THE SPLCARD ROUTING RANGES ARE ALSO CHECKED AS A SET -
      *      A CARD WHOSE KEY RANGE LIES INSIDE AN EARLIER KEY-ONLY
      *        CARD'S RANGE NEVER MATCHES (ERROR),
      *      A CARD WHOSE KEY RANGE PARTLY OVERLAPS AN EARLIER KEY-
      *        ONLY CARD LOSES THE SHARED KEYS TO IT - AN ERROR WHEN
      *        THE TARGETS DIFFER, A WARNING WHEN THEY ARE THE SAME,
      *      A KEY RANGE NOT COVERED BY ANY KEY-ONLY CARD IS A GAP -
      *        AN ERROR WHEN NO CARD CARRIES A DATA TEST (THOSE KEYS
      *        CAN NEVER ROUTE), OTHERWISE A WARNING, AS A DATA-TEST
      *        CARD MAY STILL ROUTE THEM.
      *      FINALLY EVERY SOURCE DSN ON THE WORKLIST IS LOOKED FOR
      *      ON THE DSNLIST CATALOG LISTING.  A RELATIVE GENERATION
      *      SUCH AS NAME(0) IS FOUND BY ITS GDG BASE OR BY ANY
      *      GNNNNVNN GENERATION OF IT; ANY OTHER NAME MUST BE
      *      LISTED EXACTLY.
      *      EACH ERROR AND WARNING IS PRINTED TO EDITRPT WITH ITS
      *      DECK NAME AND CARD NUMBER, FOLLOWED BY A SUMMARY PER
      *      DECK AND A VERDICT LINE.
      *
      *   NOTES =
      *     DEPENDENCIES = CONTROL CARDS IN DSUCARD LAYOUT, RULE
      *        CARDS IN DSUDCT/DSUVAL/DSUSEL/DSUMSK/DSUMRG/DSUSPL
      *        LAYOUT - THE EDITS MATCH DSUDRV AND THE GENERATED
      *        PAIRS (RGEHU/HG)
      *
      *     RESTRICTIONS = AT MOST 500 SOURCE NAMES ARE CHECKED
      *        AGAINST DSNLIST - FURTHER NAMES ARE FLAGGED AS NOT
      *        CHECKED
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUPFC
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = CTLCARD DD - WORKLIST TO CHECK
      *                DSPROF DD - OPTIONAL DATASET PROFILE DECK
      *                LAYOUT DD - OPTIONAL FIELD DICTIONARY
      *                VALRULES DD - OPTIONAL DATA-QUALITY RULES
      *                SELCARD DD - OPTIONAL EXTRACT SELECTION CARDS
      *                MASKRULE DD - OPTIONAL MASKING RULES
      *                MRGRULE DD - OPTIONAL MERGE PRECEDENCE CARD
      *                SPLCARD DD - OPTIONAL SPLIT ROUTING CARDS
      *                DSNLIST DD - CATALOG LISTING, ONE DATASET
      *                   NAME IN COLUMNS 1-44 OF EACH RECORD
      *
      *      OUTPUT  = EDITRPT DD - PRE-FLIGHT EDIT REPORT
      *
      *   EXIT-NORMAL = RETURN CODE 0 NO ERRORS OR WARNINGS
      *   EXIT-ERROR =
      *      RETURN CODE = 4  - WARNINGS ONLY - THE RUN MAY GO AHEAD
      *      RETURN CODE = 8  - ONE OR MORE ERRORS - THE SCHEDULER
      *                  HOLDS DSUBATCH
      *      RETURN CODE = 16 - CTLCARD, DSNLIST, EDITRPT, DSPROF OR
      *                  A RULE DECK COULD NOT BE OPENED
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-DCT-ENTRY - LAYOUT DICTIONARY (50)
      *            WS-DSP-ENTRY - PROFILED DATASET NAMES (100)
      *            WS-SPL-RULE - SPLIT ROUTING RANGES (10)
      *            WS-SRC-ENTRY - WORKLIST SOURCE NAMES (500)
      *            WS-SUM-ENTRY - PER-DECK SUMMARY (9)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *      2026-10-15  ACCEPTS THE NEW EXPORT AND IMPORT ACTIONS,
      *                  WHICH NEED A TARGET-DSN AND THE LAYOUT DECK,
      *                  EDITS CC-DELIMITER AND CC-HEADER-FLAG AND
      *                  THE NEW DCT-DECIMALS COLUMN, AND REJECTS A
      *                  ZONED FIELD OVER 18 DIGITS WHEN THE WORKLIST
      *                  EXPORTS OR IMPORTS.
      *      2026-10-15  EDITS THE NEW CC-RUN-FREQUENCY AND ITS RUN
      *                  DAY OR RUN DATE AS DSUDRV DOES.  THE SINGLE-
      *                  WRITER RULE STILL COUNTS EVERY CARD - TWO
      *                  WRITER CARDS OF DIFFERENT FREQUENCIES ARE
      *                  BOTH DUE ON SOME DAY.
      *      2026-10-15  EDITS THE NEW DSPROF DATASET PROFILE DECK.
      *                  FIELD POSITIONS MAY NOW RUN TO THE LONGEST
      *                  PROFILED RECORD, DCT-LONG-POSITION IS
      *                  ACCEPTED, AND A NEWEST PRECEDENCE CARD MAY
      *                  NAME ITS DATE FIELD BY MRG-FIELD-NAME.
      *
      *********************** DSUPFC ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUPFC.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Control-Card-File Assign To CTLCARD
               Organization Is Sequential
               File Status Is WS-CTLCARD-STATUS.
           Select Optional Dataset-Profile-File Assign To DSPROF
               Organization Is Sequential
               File Status Is WS-DSPROF-STATUS.
           Select Optional Layout-Card-File Assign To LAYOUT
               Organization Is Sequential
               File Status Is WS-LAYOUT-STATUS.
           Select Optional Validation-Rule-File Assign To VALRULES
               Organization Is Sequential
               File Status Is WS-VALRULES-STATUS.
           Select Optional Selection-Card-File Assign To SELCARD
               Organization Is Sequential
               File Status Is WS-SELCARD-STATUS.
           Select Optional Masking-Rule-File Assign To MASKRULE
               Organization Is Sequential
               File Status Is WS-MASKRULE-STATUS.
           Select Optional Merge-Rule-File Assign To MRGRULE
               Organization Is Sequential
               File Status Is WS-MRGRULE-STATUS.
           Select Optional Split-Card-File Assign To SPLCARD
               Organization Is Sequential
               File Status Is WS-SPLCARD-STATUS.
           Select Dsn-List-File Assign To DSNLIST
               Organization Is Sequential
               File Status Is WS-DSNLIST-STATUS.
           Select Print-File Assign To EDITRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.

       Data Division.
        File section.
        FD  Control-Card-File.
        01  Control-Card-Rec            Pic X(200).
        FD  Dataset-Profile-File.
        01  Dataset-Profile-Rec         Pic X(80).
        FD  Layout-Card-File.
        01  Layout-Card-Rec             Pic X(80).
        FD  Validation-Rule-File.
        01  Validation-Rule-Rec         Pic X(80).
        FD  Selection-Card-File.
        01  Selection-Card-Rec          Pic X(80).
        FD  Masking-Rule-File.
        01  Masking-Rule-Rec            Pic X(80).
        FD  Merge-Rule-File.
        01  Merge-Rule-Rec              Pic X(80).
        FD  Split-Card-File.
        01  Split-Card-Rec              Pic X(80).
        FD  Dsn-List-File.
        01  Dsn-List-Rec                Pic X(80).
        FD  Print-File.
        01  Print-Rec                   Pic X(132).

      *
      *
       Working-Storage Section.
       COPY DSUCARD.
       COPY DSUDSP.
       COPY DSUDCT.
       COPY DSUVAL.
       COPY DSUSEL.
       COPY DSUMSK.
       COPY DSUMRG.
       COPY DSUSPL.
       01  WS-SWITCHES.
           05  WS-CTLCARD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CTLCARD-EOF              VALUE 'Y'.
           05  WS-DECK-EOF-SW              PIC X(01) VALUE 'N'.
               88  WS-DECK-EOF                 VALUE 'Y'.
           05  WS-DSNLIST-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DSNLIST-EOF              VALUE 'Y'.
           05  WS-WRITER-SEEN-SW           PIC X(01) VALUE 'N'.
               88  WS-WRITER-SEEN              VALUE 'Y'.
           05  WS-SRC-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
               88  WS-SRC-TABLE-FULL           VALUE 'Y'.
           05  WS-SPL-SWAPPED-SW           PIC X(01) VALUE 'N'.
               88  WS-SPL-SWAPPED              VALUE 'Y'.
           05  WS-DELIMITED-SEEN-SW        PIC X(01) VALUE 'N'.
               88  WS-DELIMITED-SEEN           VALUE 'Y'.
           05  WS-FIELD-FITS-SW            PIC X(01) VALUE 'N'.
               88  WS-FIELD-FITS               VALUE 'Y'.
       01  WS-FILE-STATUSES.
           05  WS-CTLCARD-STATUS           PIC X(02).
               88  WS-CTLCARD-STATUS-OK        VALUE '00'.
           05  WS-DSPROF-STATUS            PIC X(02).
               88  WS-DSPROF-STATUS-OK         VALUE '00' '05'.
               88  WS-DSPROF-NOT-SUPPLIED      VALUE '05'.
           05  WS-LAYOUT-STATUS            PIC X(02).
               88  WS-LAYOUT-STATUS-OK         VALUE '00' '05'.
               88  WS-LAYOUT-NOT-SUPPLIED      VALUE '05'.
           05  WS-VALRULES-STATUS          PIC X(02).
               88  WS-VALRULES-STATUS-OK       VALUE '00' '05'.
               88  WS-VALRULES-NOT-SUPPLIED    VALUE '05'.
           05  WS-SELCARD-STATUS           PIC X(02).
               88  WS-SELCARD-STATUS-OK        VALUE '00' '05'.
               88  WS-SELCARD-NOT-SUPPLIED     VALUE '05'.
           05  WS-MASKRULE-STATUS          PIC X(02).
               88  WS-MASKRULE-STATUS-OK       VALUE '00' '05'.
               88  WS-MASKRULE-NOT-SUPPLIED    VALUE '05'.
           05  WS-MRGRULE-STATUS           PIC X(02).
               88  WS-MRGRULE-STATUS-OK        VALUE '00' '05'.
               88  WS-MRGRULE-NOT-SUPPLIED     VALUE '05'.
           05  WS-SPLCARD-STATUS           PIC X(02).
               88  WS-SPLCARD-STATUS-OK        VALUE '00' '05'.
               88  WS-SPLCARD-NOT-SUPPLIED     VALUE '05'.
           05  WS-DSNLIST-STATUS           PIC X(02).
               88  WS-DSNLIST-STATUS-OK        VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
       01  WS-EDIT-COUNTERS.
           05  WS-ERROR-COUNT              PIC 9(09) COMP.
           05  WS-WARNING-COUNT            PIC 9(09) COMP.
           05  WS-CTL-CARD-COUNT           PIC 9(05) COMP.
           05  WS-DECK-CARD-COUNT          PIC 9(05) COMP.
           05  WS-DECK-ERRORS              PIC 9(05) COMP.
           05  WS-DECK-WARNINGS            PIC 9(05) COMP.
       01  WS-EDIT-CONTROLS.
           05  WS-EDIT-DECK                PIC X(08).
           05  WS-EDIT-CARD-NO             PIC 9(05) COMP.
           05  WS-EDIT-SEVERITY            PIC X(07).
           05  WS-EDIT-MESSAGE             PIC X(60).
           05  WS-EDIT-IMAGE               PIC X(46).
           05  WS-EDIT-REF-CARD            PIC ZZZZ9.
           05  WS-DECK-STATUS-TEXT         PIC X(30).
       01  WS-DECK-NEEDS.
           05  WS-LAYOUT-NEED-CARD         PIC 9(05) COMP.
           05  WS-VALRULES-NEED-CARD       PIC 9(05) COMP.
           05  WS-SELCARD-NEED-CARD        PIC 9(05) COMP.
           05  WS-MASKRULE-NEED-CARD       PIC 9(05) COMP.
           05  WS-MRGRULE-NEED-CARD        PIC 9(05) COMP.
           05  WS-SPLCARD-NEED-CARD        PIC 9(05) COMP.
           05  WS-DECK-NEED-CARD           PIC 9(05) COMP.
       01  WS-CARD-ACTION                  PIC X(08).
           88  WS-ACTION-DUPLICAT              VALUE 'DUPLICAT'.
           88  WS-ACTION-RENAME                VALUE 'RENAME'.
           88  WS-ACTION-DELETE                VALUE 'DELETE'.
           88  WS-ACTION-COMPARE               VALUE 'COMPARE'.
           88  WS-ACTION-SYNC                  VALUE 'SYNC'.
           88  WS-ACTION-EXTRACT               VALUE 'EXTRACT'.
           88  WS-ACTION-MASK                  VALUE 'MASK'.
           88  WS-ACTION-MERGE                 VALUE 'MERGE'.
           88  WS-ACTION-REPLAY                VALUE 'REPLAY'.
           88  WS-ACTION-SPLIT                 VALUE 'SPLIT'.
           88  WS-ACTION-RESTORE               VALUE 'RESTORE'.
           88  WS-ACTION-PROFILE               VALUE 'PROFILE'.
           88  WS-ACTION-EXPORT                VALUE 'EXPORT'.
           88  WS-ACTION-IMPORT                VALUE 'IMPORT'.
       01  WS-DICT-CONTROLS.
           05  WS-DCT-ENTRY-COUNT          PIC 9(04) COMP.
           05  WS-DCT-IX                   PIC 9(04) COMP.
           05  WS-DCT-FOUND-IX             PIC 9(04) COMP.
           05  WS-DCT-LOOKUP-NAME          PIC X(12).
           05  WS-DCT-TABLE.
               10  WS-DCT-ENTRY            OCCURS 50 TIMES.
                   15  WS-DCT-NAME         PIC X(12).
                   15  WS-DCT-POS          PIC 9(04).
                   15  WS-DCT-LEN          PIC 9(02).
                   15  WS-DCT-DATA-TYPE    PIC X(06).
       01  WS-SHAPE-CONTROLS.
           05  WS-FLD-END-LIMIT            PIC 9(04) COMP.
           05  WS-FLD-POS                  PIC 9(04) COMP.
           05  WS-FLD-LEN                  PIC 9(04) COMP.
           05  WS-DSP-ENTRY-COUNT          PIC 9(04) COMP.
           05  WS-DSP-IX                   PIC 9(04) COMP.
           05  WS-DSP-FOUND-IX             PIC 9(04) COMP.
           05  WS-DSP-TABLE.
               10  WS-DSP-ENTRY            OCCURS 100 TIMES.
                   15  WS-DSP-NAME         PIC X(44).
       01  WS-RULE-CONTROLS.
           05  WS-VAL-RULE-COUNT           PIC 9(04) COMP.
           05  WS-SEL-TEST-COUNT           PIC 9(04) COMP.
           05  WS-MSK-RULE-COUNT           PIC 9(04) COMP.
           05  WS-SEL-FROM-KEY             PIC X(20).
           05  WS-SEL-TO-KEY               PIC X(20).
       01  WS-SPLIT-CONTROLS.
           05  WS-SPL-RULE-COUNT           PIC 9(04) COMP.
           05  WS-SPL-TEST-COUNT           PIC 9(04) COMP.
           05  WS-SPL-IX                   PIC 9(04) COMP.
           05  WS-SPL-PRIOR-IX             PIC 9(04) COMP.
           05  WS-SPL-ORDER-COUNT          PIC 9(04) COMP.
           05  WS-SPL-ORDER-IX             PIC 9(04) COMP.
           05  WS-SPL-ORDER-HOLD           PIC 9(04) COMP.
           05  WS-SPL-OVERLAP-LOW          PIC X(20).
           05  WS-SPL-OVERLAP-HIGH         PIC X(20).
           05  WS-SPL-COVERED-TO           PIC X(20).
           05  WS-SPL-GAP-FROM             PIC X(20).
           05  WS-SPL-GAP-TO               PIC X(20).
           05  WS-SPL-RULE-TABLE.
               10  WS-SPL-RULE             OCCURS 10 TIMES.
                   15  WS-SPL-RUL-CARD-NO  PIC 9(05) COMP.
                   15  WS-SPL-RUL-TGT      PIC X(01).
                   15  WS-SPL-RUL-LOW      PIC X(20).
                   15  WS-SPL-RUL-HIGH     PIC X(20).
                   15  WS-SPL-RUL-KIND     PIC X(01).
                       88  WS-SPL-RUL-KEY-ONLY  VALUE 'K'.
                       88  WS-SPL-RUL-DATA-TEST VALUE 'D'.
                       88  WS-SPL-RUL-EMPTY     VALUE 'E'.
           05  WS-SPL-ORDER-TABLE.
               10  WS-SPL-ORDER            OCCURS 10 TIMES
                                           PIC 9(04) COMP.
       01  WS-SOURCE-CONTROLS.
           05  WS-SRC-ENTRY-COUNT          PIC 9(04) COMP.
           05  WS-SRC-IX                   PIC 9(04) COMP.
           05  WS-LIST-DSN                 PIC X(44).
           05  WS-LIST-BASE-DSN            PIC X(44).
           05  WS-SRC-TABLE.
               10  WS-SRC-ENTRY            OCCURS 500 TIMES.
                   15  WS-SRC-DSN          PIC X(44).
                   15  WS-SRC-BASE-DSN     PIC X(44).
                   15  WS-SRC-CARD-NO      PIC 9(05) COMP.
                   15  WS-SRC-FOUND-SW     PIC X(01).
                       88  WS-SRC-FOUND         VALUE 'Y'.
                   15  WS-SRC-SHAPE-DSN    PIC X(44).
                   15  WS-SRC-SHAPE-BASE   PIC X(44).
       01  WS-BASE-NAME-CONTROLS.
           05  WS-BASE-LOOKUP-DSN          PIC X(44).
           05  WS-BASE-DSN                 PIC X(44).
           05  WS-BASE-KIND                PIC X(01).
               88  WS-BASE-PLAIN               VALUE ' '.
               88  WS-BASE-RELATIVE            VALUE 'R'.
               88  WS-BASE-GENERATION          VALUE 'G'.
           05  WS-BASE-LAST-DOT            PIC 9(04) COMP.
           05  WS-BASE-PAREN               PIC 9(04) COMP.
           05  WS-BASE-SCAN-IX             PIC 9(04) COMP.
           05  WS-BASE-GEN-QUAL            PIC X(08).
           05  WS-BASE-GEN-QUAL-R REDEFINES WS-BASE-GEN-QUAL.
               10  WS-BASE-GEN-G           PIC X(01).
               10  WS-BASE-GEN-NUMBER      PIC X(04).
               10  WS-BASE-GEN-V           PIC X(01).
               10  WS-BASE-GEN-VERSION     PIC X(02).
       01  WS-SUMMARY-CONTROLS.
           05  WS-SUM-ENTRY-COUNT          PIC 9(04) COMP.
           05  WS-SUM-IX                   PIC 9(04) COMP.
           05  WS-SUM-TABLE.
               10  WS-SUM-ENTRY            OCCURS 9 TIMES.
                   15  WS-SUM-DECK         PIC X(08).
                   15  WS-SUM-CARDS        PIC 9(05) COMP.
                   15  WS-SUM-ERRORS       PIC 9(05) COMP.
                   15  WS-SUM-WARNINGS     PIC 9(05) COMP.
                   15  WS-SUM-STATUS       PIC X(30).
       01  WS-NEED-MESSAGE.
           05  FILLER                      PIC X(40)
               VALUE 'DECK MISSING OR EMPTY - NEEDED BY CARD'.
           05  WS-NEED-CARD-NO             PIC ZZZZ9.
           05  FILLER                      PIC X(15) VALUE SPACES.
       01  WS-GAP-MESSAGE.
           05  FILLER                      PIC X(13)
               VALUE 'KEY GAP FROM '.
           05  WS-GAP-FROM                 PIC X(20).
           05  FILLER                      PIC X(04) VALUE ' TO '.
           05  WS-GAP-TO                   PIC X(20).
           05  FILLER                      PIC X(03) VALUE SPACES.
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(132)
               VALUE 'DSUPFC RULE-DECK PRE-FLIGHT EDIT REPORT'.
       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(08) VALUE 'DECK'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE ' CARD'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE 'LEVEL'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  FILLER                      PIC X(60) VALUE 'MESSAGE'.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(46)
               VALUE 'CARD IMAGE (FIRST 46 COLUMNS)'.
       01  WS-EDIT-LINE.
           05  WS-EDL-DECK                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-EDL-CARD-NO              PIC ZZZZZ.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-EDL-SEVERITY             PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-EDL-MESSAGE              PIC X(60).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-EDL-IMAGE                PIC X(46).
       01  WS-SUMMARY-HEADING-LINE.
           05  FILLER                      PIC X(132)
               VALUE 'DECK SUMMARY'.
       01  WS-SUMMARY-LINE.
           05  WS-SUML-DECK-LIT            PIC X(05).
           05  WS-SUML-DECK                PIC X(08).
           05  WS-SUML-CARDS-LIT           PIC X(08).
           05  WS-SUML-CARDS               PIC ZZ,ZZ9.
           05  WS-SUML-ERRORS-LIT          PIC X(09).
           05  WS-SUML-ERRORS              PIC ZZ,ZZ9.
           05  WS-SUML-WARNINGS-LIT        PIC X(11).
           05  WS-SUML-WARNINGS            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SUML-STATUS              PIC X(30).
           05  FILLER                      PIC X(41) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TOT-ERRORS-LIT           PIC X(14).
           05  WS-TOT-ERRORS               PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOT-WARNINGS-LIT         PIC X(16).
           05  WS-TOT-WARNINGS             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(80) VALUE SPACES.
       01  WS-VERDICT-LINE.
           05  WS-VER-TEXT                 PIC X(132).

       Procedure DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM 2000-CHECK-WORKLIST THRU 2000-EXIT.
           PERFORM 2500-CHECK-DSPROF THRU 2500-EXIT.
           IF RETURN-CODE = ZERO
               PERFORM 3000-CHECK-LAYOUT THRU 3000-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 3100-CHECK-VALRULES THRU 3100-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 3200-CHECK-SELCARD THRU 3200-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 3300-CHECK-MASKRULE THRU 3300-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 3400-CHECK-MRGRULE THRU 3400-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 3500-CHECK-SPLCARD THRU 3500-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 4000-CHECK-SOURCES THRU 4000-EXIT
           END-IF.
           PERFORM 5000-WRAPUP THRU 5000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-WARNING-COUNT.
           MOVE ZERO TO WS-SUM-ENTRY-COUNT.
           MOVE ZERO TO WS-SRC-ENTRY-COUNT.
           MOVE ZERO TO WS-DCT-ENTRY-COUNT.
           MOVE ZERO TO WS-DSP-ENTRY-COUNT.
           MOVE 80 TO WS-FLD-END-LIMIT.
           MOVE ZERO TO WS-LAYOUT-NEED-CARD.
           MOVE ZERO TO WS-VALRULES-NEED-CARD.
           MOVE ZERO TO WS-SELCARD-NEED-CARD.
           MOVE ZERO TO WS-MASKRULE-NEED-CARD.
           MOVE ZERO TO WS-MRGRULE-NEED-CARD.
           MOVE ZERO TO WS-SPLCARD-NEED-CARD.
           MOVE 'N' TO WS-WRITER-SEEN-SW.
           MOVE 'N' TO WS-SRC-TABLE-FULL-SW.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSUPFC0001 - EDITRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT Control-Card-File.
           IF NOT WS-CTLCARD-STATUS-OK
               DISPLAY 'DSUPFC0002 - CTLCARD OPEN FAILED - STATUS '
                   WS-CTLCARD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE Print-File
               GO TO 1000-EXIT
           END-IF.
           WRITE Print-Rec FROM WS-HEADING-LINE.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           WRITE Print-Rec FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      ***************************************************************
      *    WORKLIST - THE DSUDRV CARD EDITS.  EACH CARD IS CHECKED   *
      *    IN FULL SO ALL ITS FAULTS SHOW AT ONCE.                   *
      ***************************************************************
       2000-CHECK-WORKLIST.
           MOVE 'CTLCARD' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE 'N' TO WS-CTLCARD-EOF-SW.
           PERFORM 2100-CHECK-ONE-CONTROL-CARD THRU 2100-EXIT
               UNTIL WS-CTLCARD-EOF.
           CLOSE Control-Card-File.
           MOVE WS-DECK-CARD-COUNT TO WS-CTL-CARD-COUNT.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-CTL-CARD-COUNT = ZERO
               MOVE ZERO TO WS-EDIT-CARD-NO
               MOVE SPACES TO WS-EDIT-IMAGE
               MOVE 'WORKLIST HAS NO CARDS' TO WS-EDIT-MESSAGE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
               MOVE 'EMPTY' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-CONTROL-CARD.
           MOVE SPACES TO CONTROL-CARD.
           READ Control-Card-File INTO CONTROL-CARD
               AT END
                   MOVE 'Y' TO WS-CTLCARD-EOF-SW
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-DECK-CARD-COUNT.
           MOVE WS-DECK-CARD-COUNT TO WS-EDIT-CARD-NO.
           MOVE CONTROL-CARD (1:46) TO WS-EDIT-IMAGE.
           MOVE CC-ACTION TO WS-CARD-ACTION.
           IF NOT WS-ACTION-DUPLICAT AND NOT WS-ACTION-RENAME
                   AND NOT WS-ACTION-DELETE AND NOT WS-ACTION-COMPARE
                   AND NOT WS-ACTION-SYNC AND NOT WS-ACTION-EXTRACT
                   AND NOT WS-ACTION-MASK AND NOT WS-ACTION-MERGE
                   AND NOT WS-ACTION-REPLAY AND NOT WS-ACTION-SPLIT
                   AND NOT WS-ACTION-RESTORE
                   AND NOT WS-ACTION-PROFILE
                   AND NOT WS-ACTION-EXPORT
                   AND NOT WS-ACTION-IMPORT
               MOVE 'UNRECOGNIZED ACTION CODE - ' TO WS-EDIT-MESSAGE
               MOVE CC-ACTION TO WS-EDIT-MESSAGE (28:8)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF CC-SOURCE-DSN = SPACES
               MOVE 'SOURCE-DSN IS BLANK' TO WS-EDIT-MESSAGE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF (WS-ACTION-DUPLICAT OR WS-ACTION-RENAME
                   OR WS-ACTION-COMPARE OR WS-ACTION-SYNC
                   OR WS-ACTION-EXTRACT OR WS-ACTION-MASK
                   OR WS-ACTION-MERGE OR WS-ACTION-REPLAY
                   OR WS-ACTION-RESTORE OR WS-ACTION-EXPORT
                   OR WS-ACTION-IMPORT)
                   AND CC-TARGET-DSN = SPACES
               MOVE 'TARGET-DSN IS BLANK' TO WS-EDIT-MESSAGE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF NOT CC-TARGET-ORG-SEQ AND NOT CC-TARGET-ORG-KSDS
               MOVE 'UNRECOGNIZED TARGET ORG - ' TO WS-EDIT-MESSAGE
               MOVE CC-TARGET-ORG TO WS-EDIT-MESSAGE (27:1)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF NOT CC-VALIDATE-ON AND NOT CC-VALIDATE-OFF
               MOVE 'UNRECOGNIZED VALIDATE FLAG - ' TO WS-EDIT-MESSAGE
               MOVE CC-VALIDATE-FLAG TO WS-EDIT-MESSAGE (30:1)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF CC-PART-LOW-KEY NOT = SPACES
                   AND CC-PART-HIGH-KEY NOT = SPACES
                   AND CC-PART-HIGH-KEY < CC-PART-LOW-KEY
               MOVE 'PARTITION HIGH KEY BELOW LOW KEY'
                   TO WS-EDIT-MESSAGE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF CC-REPLAY-DIR NOT = 'F' AND CC-REPLAY-DIR NOT = 'B'
                   AND CC-REPLAY-DIR NOT = SPACE
               MOVE 'UNRECOGNIZED REPLAY DIRECTION - '
                   TO WS-EDIT-MESSAGE
               MOVE CC-REPLAY-DIR TO WS-EDIT-MESSAGE (33:1)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF NOT CC-HEADER-ROW AND NOT CC-HEADER-NONE
               MOVE 'UNRECOGNIZED HEADER FLAG - ' TO WS-EDIT-MESSAGE
               MOVE CC-HEADER-FLAG TO WS-EDIT-MESSAGE (28:1)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF CC-DELIMITER = '"'
               MOVE 'A QUOTE CANNOT BE THE DELIMITER'
                   TO WS-EDIT-MESSAGE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF (WS-ACTION-RENAME OR WS-ACTION-DELETE
                   OR WS-ACTION-RESTORE)
                   AND CC-SUBMITTER-ID = SPACES
               MOVE 'SUBMITTER ID REQUIRED FOR ' TO WS-EDIT-MESSAGE
               MOVE CC-ACTION TO WS-EDIT-MESSAGE (27:8)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF NOT CC-POLICY-STOP AND NOT CC-POLICY-CONTINUE
               MOVE 'UNRECOGNIZED ERROR POLICY - ' TO WS-EDIT-MESSAGE
               MOVE CC-ERROR-POLICY TO WS-EDIT-MESSAGE (29:8)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF NOT CC-FREQ-DAILY AND NOT CC-FREQ-BUSINESS-DAY
                   AND NOT CC-FREQ-WEEKLY AND NOT CC-FREQ-MONTH-END
                   AND NOT CC-FREQ-QUARTER-END
                   AND NOT CC-FREQ-ON-DATE
               MOVE 'UNRECOGNIZED RUN FREQUENCY - ' TO WS-EDIT-MESSAGE
               MOVE CC-RUN-FREQUENCY TO WS-EDIT-MESSAGE (30:8)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF CC-FREQ-WEEKLY AND NOT CC-RUN-DAY-VALID
               MOVE 'WEEKLY CARD NEEDS A RUN DAY MON-SUN'
                   TO WS-EDIT-MESSAGE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
           IF CC-FREQ-ON-DATE
               PERFORM 2120-CHECK-RUN-DATE THRU 2120-EXIT
           END-IF.
           IF NOT WS-ACTION-RENAME AND NOT WS-ACTION-DELETE
               IF WS-WRITER-SEEN
                   MOVE 'ONLY RENAME/DELETE CARDS MAY REPEAT'
                       TO WS-EDIT-MESSAGE
                   PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
               END-IF
               MOVE 'Y' TO WS-WRITER-SEEN-SW
           END-IF.
           PERFORM 2150-NOTE-DECK-NEEDS THRU 2150-EXIT.
           IF CC-SOURCE-DSN NOT = SPACES
               PERFORM 2200-ADD-SOURCE-DSN THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2120-CHECK-RUN-DATE.
           IF CC-RUN-DATE NOT NUMERIC
               GO TO 2120-ERROR
           END-IF.
           IF CC-RUN-DATE-MM < 1 OR CC-RUN-DATE-MM > 12
                   OR CC-RUN-DATE-DD < 1 OR CC-RUN-DATE-DD > 31
               GO TO 2120-ERROR
           END-IF.
           GO TO 2120-EXIT.
       2120-ERROR.
           MOVE 'DATE CARD NEEDS A CCYYMMDD RUN DATE'
               TO WS-EDIT-MESSAGE.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       2120-EXIT.
           EXIT.

       2150-NOTE-DECK-NEEDS.
           IF WS-ACTION-DUPLICAT AND CC-VALIDATE-ON
                   AND WS-VALRULES-NEED-CARD = ZERO
               MOVE WS-EDIT-CARD-NO TO WS-VALRULES-NEED-CARD
           END-IF.
           IF WS-ACTION-EXTRACT AND WS-SELCARD-NEED-CARD = ZERO
               MOVE WS-EDIT-CARD-NO TO WS-SELCARD-NEED-CARD
           END-IF.
           IF WS-ACTION-MASK AND WS-MASKRULE-NEED-CARD = ZERO
               MOVE WS-EDIT-CARD-NO TO WS-MASKRULE-NEED-CARD
           END-IF.
           IF WS-ACTION-MERGE AND WS-MRGRULE-NEED-CARD = ZERO
               MOVE WS-EDIT-CARD-NO TO WS-MRGRULE-NEED-CARD
           END-IF.
           IF WS-ACTION-SPLIT AND WS-SPLCARD-NEED-CARD = ZERO
               MOVE WS-EDIT-CARD-NO TO WS-SPLCARD-NEED-CARD
           END-IF.
           IF (WS-ACTION-PROFILE OR WS-ACTION-EXPORT
                   OR WS-ACTION-IMPORT)
                   AND WS-LAYOUT-NEED-CARD = ZERO
               MOVE WS-EDIT-CARD-NO TO WS-LAYOUT-NEED-CARD
           END-IF.
           IF WS-ACTION-EXPORT OR WS-ACTION-IMPORT
               MOVE 'Y' TO WS-DELIMITED-SEEN-SW
           END-IF.
       2150-EXIT.
           EXIT.

       2200-ADD-SOURCE-DSN.
           IF WS-SRC-ENTRY-COUNT = 500
               IF NOT WS-SRC-TABLE-FULL
                   MOVE 'Y' TO WS-SRC-TABLE-FULL-SW
                   MOVE 'MORE THAN 500 SOURCES - REST NOT CHECKED'
                       TO WS-EDIT-MESSAGE
                   PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
               END-IF
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-SRC-ENTRY-COUNT.
           MOVE CC-SOURCE-DSN TO WS-SRC-DSN (WS-SRC-ENTRY-COUNT).
           MOVE WS-EDIT-CARD-NO
               TO WS-SRC-CARD-NO (WS-SRC-ENTRY-COUNT).
           MOVE 'N' TO WS-SRC-FOUND-SW (WS-SRC-ENTRY-COUNT).
           MOVE SPACES TO WS-SRC-BASE-DSN (WS-SRC-ENTRY-COUNT).
           MOVE SPACES TO WS-SRC-SHAPE-DSN (WS-SRC-ENTRY-COUNT).
           MOVE SPACES TO WS-SRC-SHAPE-BASE (WS-SRC-ENTRY-COUNT).
           IF CC-TARGET-ORG-KSDS
                   AND (WS-ACTION-DUPLICAT OR WS-ACTION-IMPORT)
               PERFORM 2210-NOTE-KSDS-SHAPE THRU 2210-EXIT
           END-IF.
           MOVE CC-SOURCE-DSN TO WS-BASE-LOOKUP-DSN.
           PERFORM 4500-RESOLVE-BASE-NAME THRU 4500-EXIT.
           IF WS-BASE-RELATIVE
               MOVE WS-BASE-DSN
                   TO WS-SRC-BASE-DSN (WS-SRC-ENTRY-COUNT)
           END-IF.
       2200-EXIT.
           EXIT.

      *    A DUPLICAT OR IMPORT CARD WITH A KSDS TARGET MAY NOT BE
      *    PROFILED.  THE PAIRS LOOK UP THE PROFILE OF THE SOURCE,
      *    OR OF THE TARGET ON AN IMPORT, BY NAME OR GDG BASE.
       2210-NOTE-KSDS-SHAPE.
           IF WS-ACTION-IMPORT
               MOVE CC-TARGET-DSN TO WS-BASE-LOOKUP-DSN
           ELSE
               MOVE CC-SOURCE-DSN TO WS-BASE-LOOKUP-DSN
           END-IF.
           MOVE WS-BASE-LOOKUP-DSN
               TO WS-SRC-SHAPE-DSN (WS-SRC-ENTRY-COUNT).
           PERFORM 4500-RESOLVE-BASE-NAME THRU 4500-EXIT.
           IF NOT WS-BASE-PLAIN
               MOVE WS-BASE-DSN
                   TO WS-SRC-SHAPE-BASE (WS-SRC-ENTRY-COUNT)
           END-IF.
       2210-EXIT.
           EXIT.

      ***************************************************************
      *    DSPROF - THE DATASET PROFILE EDITS THE PAIRS APPLY TO     *
      *    THE CARD THEY MATCH.  THE LONGEST GOOD PROFILE SETS HOW   *
      *    FAR INTO A RECORD A RULE OR DICTIONARY POSITION MAY RUN.  *
      ***************************************************************
       2500-CHECK-DSPROF.
           MOVE 'DSPROF' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE ZERO TO WS-DSP-ENTRY-COUNT.
           OPEN INPUT Dataset-Profile-File.
           IF NOT WS-DSPROF-STATUS-OK
               DISPLAY 'DSUPFC0003 - DSPROF OPEN FAILED - STATUS '
                   WS-DSPROF-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-DSPROF-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 2510-CHECK-ONE-PROFILE THRU 2510-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Dataset-Profile-File.
           IF WS-DSP-ENTRY-COUNT > ZERO
               MOVE 'CTLCARD' TO WS-EDIT-DECK
               MOVE SPACES TO WS-EDIT-IMAGE
               MOVE 1 TO WS-SRC-IX
               PERFORM 2550-CHECK-ONE-KSDS-SHAPE THRU 2550-EXIT
                   UNTIL WS-SRC-IX > WS-SRC-ENTRY-COUNT
               MOVE 'DSPROF' TO WS-EDIT-DECK
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-PROFILE.
           MOVE SPACES TO DATASET-PROFILE-CARD.
           READ Dataset-Profile-File INTO DATASET-PROFILE-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 2510-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE DATASET-PROFILE-CARD (1:46) TO WS-EDIT-IMAGE.
           IF DSP-DSN = SPACES
               MOVE 'DATASET NAME BLANK - CARD NEVER USED'
                   TO WS-EDIT-MESSAGE
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2520-FIND-PROFILE THRU 2520-EXIT.
           IF WS-DSP-FOUND-IX > ZERO
               MOVE 'DATASET PROFILED TWICE - CARD NEVER USED'
                   TO WS-EDIT-MESSAGE
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
               GO TO 2510-EXIT
           END-IF.
           IF NOT DSP-FIXED AND NOT DSP-VARIABLE
               MOVE 'RECORD FORMAT NOT F OR V' TO WS-EDIT-MESSAGE
               GO TO 2510-ERROR
           END-IF.
           IF DSP-MAX-LENGTH NOT NUMERIC
                   OR DSP-KEY-OFFSET NOT NUMERIC
                   OR DSP-KEY-LENGTH NOT NUMERIC
               MOVE 'LENGTH OR KEY NOT NUMERIC' TO WS-EDIT-MESSAGE
               GO TO 2510-ERROR
           END-IF.
           IF DSP-MAX-LENGTH < 1 OR DSP-MAX-LENGTH > 4096
               MOVE 'MAXIMUM LENGTH NOT 0001-4096' TO WS-EDIT-MESSAGE
               GO TO 2510-ERROR
           END-IF.
           IF DSP-KEY-LENGTH < 1 OR DSP-KEY-LENGTH > 20
                   OR DSP-KEY-OFFSET + DSP-KEY-LENGTH > DSP-MAX-LENGTH
               MOVE 'KEY OUTSIDE THE RECORD' TO WS-EDIT-MESSAGE
               GO TO 2510-ERROR
           END-IF.
           IF WS-DSP-ENTRY-COUNT = 100
               MOVE 'MORE THAN 100 PROFILES - NAME NOT CHECKED'
                   TO WS-EDIT-MESSAGE
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
           ELSE
               ADD 1 TO WS-DSP-ENTRY-COUNT
               MOVE DSP-DSN TO WS-DSP-NAME (WS-DSP-ENTRY-COUNT)
           END-IF.
           IF DSP-MAX-LENGTH > WS-FLD-END-LIMIT
               MOVE DSP-MAX-LENGTH TO WS-FLD-END-LIMIT
           END-IF.
           GO TO 2510-EXIT.
       2510-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       2510-EXIT.
           EXIT.

       2520-FIND-PROFILE.
           MOVE ZERO TO WS-DSP-FOUND-IX.
           MOVE 1 TO WS-DSP-IX.
           PERFORM 2530-MATCH-ONE-PROFILE THRU 2530-EXIT
               UNTIL WS-DSP-IX > WS-DSP-ENTRY-COUNT
                   OR WS-DSP-FOUND-IX > ZERO.
       2520-EXIT.
           EXIT.

       2530-MATCH-ONE-PROFILE.
           IF WS-DSP-NAME (WS-DSP-IX) = DSP-DSN
               MOVE WS-DSP-IX TO WS-DSP-FOUND-IX
           END-IF.
           ADD 1 TO WS-DSP-IX.
       2530-EXIT.
           EXIT.

       2550-CHECK-ONE-KSDS-SHAPE.
           IF WS-SRC-SHAPE-DSN (WS-SRC-IX) NOT = SPACES
               MOVE WS-SRC-SHAPE-DSN (WS-SRC-IX) TO DSP-DSN
               PERFORM 2520-FIND-PROFILE THRU 2520-EXIT
               IF WS-DSP-FOUND-IX = ZERO
                       AND WS-SRC-SHAPE-BASE (WS-SRC-IX) NOT = SPACES
                   MOVE WS-SRC-SHAPE-BASE (WS-SRC-IX) TO DSP-DSN
                   PERFORM 2520-FIND-PROFILE THRU 2520-EXIT
               END-IF
               IF WS-DSP-FOUND-IX > ZERO
                   MOVE WS-SRC-CARD-NO (WS-SRC-IX) TO WS-EDIT-CARD-NO
                   MOVE 'PROFILED DATASET CANNOT GO TO A KSDS TARGET'
                       TO WS-EDIT-MESSAGE
                   PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-SRC-IX.
       2550-EXIT.
           EXIT.

      ***************************************************************
      *    LAYOUT DICTIONARY - THE RGEHU/HG LAYOUT-CARD EDITS.       *
      *    ONLY GOOD CARDS ARE KEPT FOR THE FIELD-NAME LOOKUPS.      *
      ***************************************************************
       3000-CHECK-LAYOUT.
           MOVE 'LAYOUT' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE ZERO TO WS-DCT-ENTRY-COUNT.
           OPEN INPUT Layout-Card-File.
           IF NOT WS-LAYOUT-STATUS-OK
               DISPLAY 'DSUPFC0003 - LAYOUT OPEN FAILED - STATUS '
                   WS-LAYOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-LAYOUT-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 3010-CHECK-ONE-LAYOUT THRU 3010-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Layout-Card-File.
           IF WS-LAYOUT-NEED-CARD > ZERO
                   AND WS-DCT-ENTRY-COUNT = ZERO
               MOVE WS-LAYOUT-NEED-CARD TO WS-DECK-NEED-CARD
               PERFORM 8100-REPORT-DECK-NEEDED THRU 8100-EXIT
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       3000-EXIT.
           EXIT.

       3010-CHECK-ONE-LAYOUT.
           MOVE SPACES TO LAYOUT-CARD.
           READ Layout-Card-File INTO LAYOUT-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 3010-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE LAYOUT-CARD (1:46) TO WS-EDIT-IMAGE.
           IF DCT-FIELD-NAME = SPACES
               MOVE 'LAYOUT FIELD NAME BLANK' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF NOT DCT-TYPE-CHAR AND NOT DCT-TYPE-ZONED
                   AND NOT DCT-TYPE-PACKED AND NOT DCT-TYPE-DATE
               MOVE 'LAYOUT FIELD TYPE UNKNOWN' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF DCT-LONG-POSITION-X NOT = SPACES
               IF DCT-LONG-POSITION NOT NUMERIC
                   MOVE 'LAYOUT FIELD POSITION BAD' TO WS-EDIT-MESSAGE
                   GO TO 3010-ERROR
               END-IF
               MOVE DCT-LONG-POSITION TO WS-FLD-POS
           ELSE
               IF DCT-POSITION NOT NUMERIC
                   MOVE 'LAYOUT FIELD POSITION BAD' TO WS-EDIT-MESSAGE
                   GO TO 3010-ERROR
               END-IF
               MOVE DCT-POSITION TO WS-FLD-POS
           END-IF.
           IF DCT-LENGTH NOT NUMERIC
               MOVE 'LAYOUT FIELD POSITION BAD' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           MOVE DCT-LENGTH TO WS-FLD-LEN.
           PERFORM 3070-CHECK-FIELD-BOUNDS THRU 3070-EXIT.
           IF NOT WS-FIELD-FITS
               MOVE 'LAYOUT FIELD POSITION BAD' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF DCT-TYPE-DATE AND DCT-LENGTH NOT = 8
               MOVE 'DATE FIELD LENGTH MUST BE 08' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF DCT-TYPE-PACKED AND DCT-LENGTH > 8
               MOVE 'PACKED LENGTH MUST BE 01-08' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF DCT-DECIMALS-X = SPACE
               MOVE ZERO TO DCT-DECIMALS
           END-IF.
           IF DCT-DECIMALS NOT NUMERIC
               MOVE 'LAYOUT FIELD DECIMALS BAD' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF ((DCT-TYPE-CHAR OR DCT-TYPE-DATE)
                   AND DCT-DECIMALS > ZERO)
                   OR (DCT-TYPE-ZONED AND DCT-DECIMALS > DCT-LENGTH)
                   OR (DCT-TYPE-PACKED
                       AND DCT-DECIMALS > DCT-LENGTH * 2 - 1)
               MOVE 'LAYOUT FIELD DECIMALS BAD' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF WS-DELIMITED-SEEN AND DCT-TYPE-ZONED
                   AND DCT-LENGTH > 18
               MOVE 'ZONED OVER 18 DIGITS FOR EXPORT/IMPORT'
                   TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           MOVE DCT-FIELD-NAME TO WS-DCT-LOOKUP-NAME.
           PERFORM 3050-FIND-DICT-FIELD THRU 3050-EXIT.
           IF WS-DCT-FOUND-IX > ZERO
               MOVE 'LAYOUT FIELD NAME DUPLICATED' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           IF WS-DCT-ENTRY-COUNT = 50
               MOVE 'MORE THAN 50 LAYOUT FIELDS' TO WS-EDIT-MESSAGE
               GO TO 3010-ERROR
           END-IF.
           ADD 1 TO WS-DCT-ENTRY-COUNT.
           MOVE DCT-FIELD-NAME
               TO WS-DCT-NAME (WS-DCT-ENTRY-COUNT).
           MOVE WS-FLD-POS
               TO WS-DCT-POS (WS-DCT-ENTRY-COUNT).
           MOVE DCT-LENGTH
               TO WS-DCT-LEN (WS-DCT-ENTRY-COUNT).
           MOVE DCT-TYPE
               TO WS-DCT-DATA-TYPE (WS-DCT-ENTRY-COUNT).
           GO TO 3010-EXIT.
       3010-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       3010-EXIT.
           EXIT.

       3050-FIND-DICT-FIELD.
           MOVE ZERO TO WS-DCT-FOUND-IX.
           MOVE 1 TO WS-DCT-IX.
           PERFORM 3060-MATCH-ONE-FIELD THRU 3060-EXIT
               UNTIL WS-DCT-IX > WS-DCT-ENTRY-COUNT
                   OR WS-DCT-FOUND-IX > ZERO.
       3050-EXIT.
           EXIT.

       3060-MATCH-ONE-FIELD.
           IF WS-DCT-NAME (WS-DCT-IX) = WS-DCT-LOOKUP-NAME
               MOVE WS-DCT-IX TO WS-DCT-FOUND-IX
           END-IF.
           ADD 1 TO WS-DCT-IX.
       3060-EXIT.
           EXIT.

      *    A FIELD MUST START AT BYTE 1 OR BEYOND AND END WITHIN THE
      *    LONGEST RECORD THE RUN CAN SEE.
       3070-CHECK-FIELD-BOUNDS.
           MOVE 'Y' TO WS-FIELD-FITS-SW.
           IF WS-FLD-POS < 1 OR WS-FLD-LEN < 1
                   OR WS-FLD-POS + WS-FLD-LEN - 1 > WS-FLD-END-LIMIT
               MOVE 'N' TO WS-FIELD-FITS-SW
           END-IF.
       3070-EXIT.
           EXIT.

      ***************************************************************
      *    VALRULES - THE VALIDATED-DUPLICAT RULE-CARD EDITS.        *
      ***************************************************************
       3100-CHECK-VALRULES.
           MOVE 'VALRULES' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE ZERO TO WS-VAL-RULE-COUNT.
           OPEN INPUT Validation-Rule-File.
           IF NOT WS-VALRULES-STATUS-OK
               DISPLAY 'DSUPFC0003 - VALRULES OPEN FAILED - STATUS '
                   WS-VALRULES-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-VALRULES-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 3110-CHECK-ONE-VAL-RULE THRU 3110-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Validation-Rule-File.
           IF WS-DECK-CARD-COUNT = ZERO
               IF WS-VALRULES-NEED-CARD > ZERO
                   MOVE WS-VALRULES-NEED-CARD TO WS-DECK-NEED-CARD
                   PERFORM 8100-REPORT-DECK-NEEDED THRU 8100-EXIT
               END-IF
           ELSE
               IF WS-VAL-RULE-COUNT = ZERO
                   MOVE ZERO TO WS-EDIT-CARD-NO
                   MOVE SPACES TO WS-EDIT-IMAGE
                   MOVE 'NO VALIDATION RULE SUPPLIED'
                       TO WS-EDIT-MESSAGE
                   PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
               END-IF
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       3100-EXIT.
           EXIT.

       3110-CHECK-ONE-VAL-RULE.
           MOVE SPACES TO VALIDATION-RULE-CARD.
           READ Validation-Rule-File INTO VALIDATION-RULE-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 3110-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE VALIDATION-RULE-CARD (1:46) TO WS-EDIT-IMAGE.
           IF VAL-RULE-LIMIT
               IF VAL-LIMIT NOT NUMERIC
                   MOVE 'REJECT LIMIT NOT NUMERIC' TO WS-EDIT-MESSAGE
                   GO TO 3110-ERROR
               END-IF
               GO TO 3110-EXIT
           END-IF.
           IF NOT VAL-RULE-KEY AND NOT VAL-RULE-REQUIRED
                   AND NOT VAL-RULE-NUMERIC AND NOT VAL-RULE-DATE
               MOVE 'VALIDATION RULE TYPE UNKNOWN' TO WS-EDIT-MESSAGE
               GO TO 3110-ERROR
           END-IF.
           IF NOT VAL-RULE-KEY
               IF VAL-FIELD-NAME NOT = SPACES
                   MOVE VAL-FIELD-NAME TO WS-DCT-LOOKUP-NAME
                   PERFORM 3050-FIND-DICT-FIELD THRU 3050-EXIT
                   IF WS-DCT-FOUND-IX = ZERO
                       MOVE 'FIELD NAME NOT IN LAYOUT - '
                           TO WS-EDIT-MESSAGE
                       MOVE VAL-FIELD-NAME TO WS-EDIT-MESSAGE (28:12)
                       GO TO 3110-ERROR
                   END-IF
                   MOVE WS-DCT-POS (WS-DCT-FOUND-IX)
                       TO WS-FLD-POS
                   MOVE WS-DCT-LEN (WS-DCT-FOUND-IX)
                       TO WS-FLD-LEN
               ELSE
                   IF VAL-POSITION NOT NUMERIC
                           OR VAL-LENGTH NOT NUMERIC
                       MOVE 'VALIDATION RULE POSITION BAD'
                           TO WS-EDIT-MESSAGE
                       GO TO 3110-ERROR
                   END-IF
                   MOVE VAL-POSITION TO WS-FLD-POS
                   MOVE VAL-LENGTH TO WS-FLD-LEN
               END-IF
               PERFORM 3070-CHECK-FIELD-BOUNDS THRU 3070-EXIT
               IF NOT WS-FIELD-FITS
                   MOVE 'VALIDATION RULE POSITION BAD'
                       TO WS-EDIT-MESSAGE
                   GO TO 3110-ERROR
               END-IF
               IF VAL-RULE-DATE AND WS-FLD-LEN NOT = 8
                   MOVE 'DATE RULE LENGTH MUST BE 08'
                       TO WS-EDIT-MESSAGE
                   GO TO 3110-ERROR
               END-IF
           END-IF.
           IF WS-VAL-RULE-COUNT = 20
               MOVE 'MORE THAN 20 VALIDATION RULES' TO WS-EDIT-MESSAGE
               GO TO 3110-ERROR
           END-IF.
           ADD 1 TO WS-VAL-RULE-COUNT.
           GO TO 3110-EXIT.
       3110-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       3110-EXIT.
           EXIT.

      ***************************************************************
      *    SELCARD - THE EXTRACT SELECTION-CARD EDITS.               *
      ***************************************************************
       3200-CHECK-SELCARD.
           MOVE 'SELCARD' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE ZERO TO WS-SEL-TEST-COUNT.
           OPEN INPUT Selection-Card-File.
           IF NOT WS-SELCARD-STATUS-OK
               DISPLAY 'DSUPFC0003 - SELCARD OPEN FAILED - STATUS '
                   WS-SELCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3200-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-SELCARD-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 3210-CHECK-ONE-SELECTION THRU 3210-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Selection-Card-File.
           IF WS-DECK-CARD-COUNT = ZERO
                   AND WS-SELCARD-NEED-CARD > ZERO
               MOVE WS-SELCARD-NEED-CARD TO WS-DECK-NEED-CARD
               PERFORM 8100-REPORT-DECK-NEEDED THRU 8100-EXIT
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-SELECTION.
           MOVE SPACES TO SELECTION-CARD.
           READ Selection-Card-File INTO SELECTION-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 3210-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE SELECTION-CARD (1:46) TO WS-EDIT-IMAGE.
           IF WS-DECK-CARD-COUNT = 1
               MOVE SEL-FROM-KEY TO WS-SEL-FROM-KEY
               MOVE SEL-TO-KEY TO WS-SEL-TO-KEY
               IF WS-SEL-FROM-KEY NOT = SPACES
                       AND WS-SEL-TO-KEY NOT = SPACES
                       AND WS-SEL-TO-KEY < WS-SEL-FROM-KEY
                   MOVE 'TO-KEY BELOW FROM-KEY - NOTHING SELECTED'
                       TO WS-EDIT-MESSAGE
                   PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
               END-IF
           END-IF.
           IF SEL-TEST-NONE
               GO TO 3210-EXIT
           END-IF.
           IF NOT SEL-TEST-INCLUDE AND NOT SEL-TEST-EXCLUDE
               MOVE 'SELECTION TEST TYPE NOT I OR E' TO WS-EDIT-MESSAGE
               GO TO 3210-ERROR
           END-IF.
           IF SEL-FIELD-NAME NOT = SPACES
               MOVE SEL-FIELD-NAME TO WS-DCT-LOOKUP-NAME
               PERFORM 3050-FIND-DICT-FIELD THRU 3050-EXIT
               IF WS-DCT-FOUND-IX = ZERO
                   MOVE 'FIELD NAME NOT IN LAYOUT - '
                       TO WS-EDIT-MESSAGE
                   MOVE SEL-FIELD-NAME TO WS-EDIT-MESSAGE (28:12)
                   GO TO 3210-ERROR
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-FLD-POS
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX) TO WS-FLD-LEN
           ELSE
               IF SEL-TEST-POSITION NOT NUMERIC
                       OR SEL-TEST-LENGTH NOT NUMERIC
                   MOVE 'SELECTION TEST POSITION INVALID'
                       TO WS-EDIT-MESSAGE
                   GO TO 3210-ERROR
               END-IF
               MOVE SEL-TEST-POSITION TO WS-FLD-POS
               MOVE SEL-TEST-LENGTH TO WS-FLD-LEN
           END-IF.
           PERFORM 3070-CHECK-FIELD-BOUNDS THRU 3070-EXIT.
           IF NOT WS-FIELD-FITS
               MOVE 'SELECTION TEST POSITION INVALID'
                   TO WS-EDIT-MESSAGE
               GO TO 3210-ERROR
           END-IF.
           IF WS-SEL-TEST-COUNT = 10
               MOVE 'MORE THAN 10 SELECTION TESTS' TO WS-EDIT-MESSAGE
               GO TO 3210-ERROR
           END-IF.
           ADD 1 TO WS-SEL-TEST-COUNT.
           GO TO 3210-EXIT.
       3210-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       3210-EXIT.
           EXIT.

      ***************************************************************
      *    MASKRULE - THE MASKING-RULE EDITS.                        *
      ***************************************************************
       3300-CHECK-MASKRULE.
           MOVE 'MASKRULE' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE ZERO TO WS-MSK-RULE-COUNT.
           OPEN INPUT Masking-Rule-File.
           IF NOT WS-MASKRULE-STATUS-OK
               DISPLAY 'DSUPFC0003 - MASKRULE OPEN FAILED - STATUS '
                   WS-MASKRULE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-MASKRULE-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 3310-CHECK-ONE-MASK-RULE THRU 3310-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Masking-Rule-File.
           IF WS-DECK-CARD-COUNT = ZERO
                   AND WS-MASKRULE-NEED-CARD > ZERO
               MOVE WS-MASKRULE-NEED-CARD TO WS-DECK-NEED-CARD
               PERFORM 8100-REPORT-DECK-NEEDED THRU 8100-EXIT
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-MASK-RULE.
           MOVE SPACES TO MASKING-RULE-CARD.
           READ Masking-Rule-File INTO MASKING-RULE-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 3310-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE MASKING-RULE-CARD (1:46) TO WS-EDIT-IMAGE.
           IF NOT MSK-STYLE-FIXED AND NOT MSK-STYLE-SHUFFLE
                   AND NOT MSK-STYLE-DIGITS
               MOVE 'MASKING STYLE NOT RECOGNIZED' TO WS-EDIT-MESSAGE
               GO TO 3310-ERROR
           END-IF.
           IF MSK-FIELD-NAME NOT = SPACES
               MOVE MSK-FIELD-NAME TO WS-DCT-LOOKUP-NAME
               PERFORM 3050-FIND-DICT-FIELD THRU 3050-EXIT
               IF WS-DCT-FOUND-IX = ZERO
                   MOVE 'FIELD NAME NOT IN LAYOUT - '
                       TO WS-EDIT-MESSAGE
                   MOVE MSK-FIELD-NAME TO WS-EDIT-MESSAGE (28:12)
                   GO TO 3310-ERROR
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-FLD-POS
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX) TO WS-FLD-LEN
           ELSE
               IF MSK-POSITION NOT NUMERIC OR MSK-LENGTH NOT NUMERIC
                   MOVE 'MASKING RULE POSITION INVALID'
                       TO WS-EDIT-MESSAGE
                   GO TO 3310-ERROR
               END-IF
               MOVE MSK-POSITION TO WS-FLD-POS
               MOVE MSK-LENGTH TO WS-FLD-LEN
           END-IF.
           PERFORM 3070-CHECK-FIELD-BOUNDS THRU 3070-EXIT.
           IF NOT WS-FIELD-FITS
               MOVE 'MASKING RULE POSITION INVALID' TO WS-EDIT-MESSAGE
               GO TO 3310-ERROR
           END-IF.
           IF WS-MSK-RULE-COUNT = 20
               MOVE 'MORE THAN 20 MASKING RULES' TO WS-EDIT-MESSAGE
               GO TO 3310-ERROR
           END-IF.
           ADD 1 TO WS-MSK-RULE-COUNT.
           GO TO 3310-EXIT.
       3310-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       3310-EXIT.
           EXIT.

      ***************************************************************
      *    MRGRULE - THE MERGE PRECEDENCE-CARD EDITS.  THE PAIRS     *
      *    READ ONLY THE FIRST CARD, SO ANY OTHER CARD IS FLAGGED.   *
      ***************************************************************
       3400-CHECK-MRGRULE.
           MOVE 'MRGRULE' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           OPEN INPUT Merge-Rule-File.
           IF NOT WS-MRGRULE-STATUS-OK
               DISPLAY 'DSUPFC0003 - MRGRULE OPEN FAILED - STATUS '
                   WS-MRGRULE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3400-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-MRGRULE-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 3410-CHECK-ONE-MERGE-RULE THRU 3410-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Merge-Rule-File.
           IF WS-DECK-CARD-COUNT = ZERO
                   AND WS-MRGRULE-NEED-CARD > ZERO
               MOVE WS-MRGRULE-NEED-CARD TO WS-DECK-NEED-CARD
               PERFORM 8100-REPORT-DECK-NEEDED THRU 8100-EXIT
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-MERGE-RULE.
           MOVE SPACES TO MERGE-RULE-CARD.
           READ Merge-Rule-File INTO MERGE-RULE-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 3410-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE MERGE-RULE-CARD (1:46) TO WS-EDIT-IMAGE.
           IF WS-DECK-CARD-COUNT > 1
               MOVE 'ONLY THE FIRST PRECEDENCE CARD IS USED'
                   TO WS-EDIT-MESSAGE
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
               GO TO 3410-EXIT
           END-IF.
           IF NOT MRG-SOURCE-WINS AND NOT MRG-TARGET-WINS
                   AND NOT MRG-NEWEST-WINS
               MOVE 'PRECEDENCE NOT RECOGNIZED' TO WS-EDIT-MESSAGE
               GO TO 3410-ERROR
           END-IF.
           IF NOT MRG-NEWEST-WINS
               GO TO 3410-EXIT
           END-IF.
           IF MRG-FIELD-NAME NOT = SPACES
               MOVE MRG-FIELD-NAME TO WS-DCT-LOOKUP-NAME
               PERFORM 3050-FIND-DICT-FIELD THRU 3050-EXIT
               IF WS-DCT-FOUND-IX = ZERO
                   MOVE 'FIELD NAME NOT IN LAYOUT - '
                       TO WS-EDIT-MESSAGE
                   MOVE MRG-FIELD-NAME TO WS-EDIT-MESSAGE (28:12)
                   GO TO 3410-ERROR
               END-IF
               IF WS-DCT-DATA-TYPE (WS-DCT-FOUND-IX) NOT = 'DATE'
                   MOVE 'NEWEST FIELD IS NOT A DATE FIELD'
                       TO WS-EDIT-MESSAGE
                   GO TO 3410-ERROR
               END-IF
               GO TO 3410-EXIT
           END-IF.
           IF MRG-DATE-POSITION NOT NUMERIC
               MOVE 'NEWEST DATE POSITION BAD' TO WS-EDIT-MESSAGE
               GO TO 3410-ERROR
           END-IF.
           MOVE MRG-DATE-POSITION TO WS-FLD-POS.
           MOVE 8 TO WS-FLD-LEN.
           PERFORM 3070-CHECK-FIELD-BOUNDS THRU 3070-EXIT.
           IF NOT WS-FIELD-FITS
               MOVE 'NEWEST DATE POSITION BAD' TO WS-EDIT-MESSAGE
               GO TO 3410-ERROR
           END-IF.
           GO TO 3410-EXIT.
       3410-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       3410-EXIT.
           EXIT.

      ***************************************************************
      *    SPLCARD - THE SPLIT ROUTING-CARD EDITS, THEN THE KEY      *
      *    RANGES OF THE GOOD CARDS ARE CHECKED FOR OVERLAPS AND     *
      *    GAPS.  A BLANK LOW KEY IS HELD AS LOW-VALUES AND A BLANK  *
      *    HIGH KEY AS HIGH-VALUES SO OPEN BOUNDS COMPARE NATURALLY. *
      ***************************************************************
       3500-CHECK-SPLCARD.
           MOVE 'SPLCARD' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE ZERO TO WS-SPL-RULE-COUNT.
           MOVE ZERO TO WS-SPL-TEST-COUNT.
           OPEN INPUT Split-Card-File.
           IF NOT WS-SPLCARD-STATUS-OK
               DISPLAY 'DSUPFC0003 - SPLCARD OPEN FAILED - STATUS '
                   WS-SPLCARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           IF WS-SPLCARD-NOT-SUPPLIED
               MOVE 'NOT SUPPLIED' TO WS-DECK-STATUS-TEXT
           END-IF.
           PERFORM 3510-CHECK-ONE-SPLIT-RULE THRU 3510-EXIT
               UNTIL WS-DECK-EOF.
           CLOSE Split-Card-File.
           IF WS-DECK-CARD-COUNT = ZERO
               IF WS-SPLCARD-NEED-CARD > ZERO
                   MOVE WS-SPLCARD-NEED-CARD TO WS-DECK-NEED-CARD
                   PERFORM 8100-REPORT-DECK-NEEDED THRU 8100-EXIT
               END-IF
           ELSE
               PERFORM 3600-CHECK-SPLIT-RANGES THRU 3600-EXIT
           END-IF.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-SPLIT-RULE.
           MOVE SPACES TO SPLIT-RULE-CARD.
           READ Split-Card-File INTO SPLIT-RULE-CARD
               AT END
                   MOVE 'Y' TO WS-DECK-EOF-SW
                   GO TO 3510-EXIT
           END-READ.
           PERFORM 8250-COUNT-DECK-CARD THRU 8250-EXIT.
           MOVE SPLIT-RULE-CARD (1:46) TO WS-EDIT-IMAGE.
           IF SPL-TARGET-NO NOT NUMERIC
                   OR SPL-TARGET-NO < '1'
                   OR SPL-TARGET-NO > '4'
               MOVE 'ROUTING TARGET NOT 1 THROUGH 4' TO WS-EDIT-MESSAGE
               GO TO 3510-ERROR
           END-IF.
           IF SPL-LOW-KEY NOT = SPACES
                   AND SPL-HIGH-KEY NOT = SPACES
                   AND SPL-HIGH-KEY < SPL-LOW-KEY
               MOVE 'ROUTING HIGH KEY BELOW LOW KEY' TO WS-EDIT-MESSAGE
               GO TO 3510-ERROR
           END-IF.
           IF SPL-FIELD-NAME NOT = SPACES
               MOVE SPL-FIELD-NAME TO WS-DCT-LOOKUP-NAME
               PERFORM 3050-FIND-DICT-FIELD THRU 3050-EXIT
               IF WS-DCT-FOUND-IX = ZERO
                   MOVE 'FIELD NAME NOT IN LAYOUT - '
                       TO WS-EDIT-MESSAGE
                   MOVE SPL-FIELD-NAME TO WS-EDIT-MESSAGE (28:12)
                   GO TO 3510-ERROR
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-FLD-POS
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX)
                   TO SPL-TEST-LENGTH
           END-IF.
           IF WS-SPL-RULE-COUNT = 10
               MOVE 'MORE THAN 10 ROUTING CARDS' TO WS-EDIT-MESSAGE
               GO TO 3510-ERROR
           END-IF.
           IF SPL-TEST-LENGTH NOT = SPACES
               IF SPL-FIELD-NAME = SPACES
                   IF SPL-TEST-POSITION NOT NUMERIC
                           OR SPL-TEST-LENGTH NOT NUMERIC
                       MOVE 'ROUTING TEST POSITION INVALID'
                           TO WS-EDIT-MESSAGE
                       GO TO 3510-ERROR
                   END-IF
                   MOVE SPL-TEST-POSITION TO WS-FLD-POS
               END-IF
               MOVE SPL-TEST-LENGTH TO WS-FLD-LEN
               PERFORM 3070-CHECK-FIELD-BOUNDS THRU 3070-EXIT
               IF NOT WS-FIELD-FITS
                   MOVE 'ROUTING TEST POSITION INVALID'
                       TO WS-EDIT-MESSAGE
                   GO TO 3510-ERROR
               END-IF
           END-IF.
           ADD 1 TO WS-SPL-RULE-COUNT.
           MOVE WS-EDIT-CARD-NO
               TO WS-SPL-RUL-CARD-NO (WS-SPL-RULE-COUNT).
           MOVE SPL-TARGET-NO
               TO WS-SPL-RUL-TGT (WS-SPL-RULE-COUNT).
           MOVE SPL-LOW-KEY TO WS-SPL-RUL-LOW (WS-SPL-RULE-COUNT).
           IF SPL-LOW-KEY = SPACES
               MOVE LOW-VALUES TO WS-SPL-RUL-LOW (WS-SPL-RULE-COUNT)
           END-IF.
           MOVE SPL-HIGH-KEY TO WS-SPL-RUL-HIGH (WS-SPL-RULE-COUNT).
           IF SPL-HIGH-KEY = SPACES
               MOVE HIGH-VALUES
                   TO WS-SPL-RUL-HIGH (WS-SPL-RULE-COUNT)
           END-IF.
           MOVE 'K' TO WS-SPL-RUL-KIND (WS-SPL-RULE-COUNT).
           IF SPL-TEST-LENGTH NOT = SPACES
               MOVE 'D' TO WS-SPL-RUL-KIND (WS-SPL-RULE-COUNT)
               ADD 1 TO WS-SPL-TEST-COUNT
           END-IF.
           IF WS-SPL-RUL-HIGH (WS-SPL-RULE-COUNT)
                   = WS-SPL-RUL-LOW (WS-SPL-RULE-COUNT)
               MOVE 'E' TO WS-SPL-RUL-KIND (WS-SPL-RULE-COUNT)
               MOVE 'KEY RANGE IS EMPTY - CARD NEVER MATCHES'
                   TO WS-EDIT-MESSAGE
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
           END-IF.
           GO TO 3510-EXIT.
       3510-ERROR.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       3510-EXIT.
           EXIT.

       3600-CHECK-SPLIT-RANGES.
           MOVE SPACES TO WS-EDIT-IMAGE.
           MOVE 2 TO WS-SPL-IX.
           PERFORM 3610-CHECK-ONE-SPLIT-OVERLAP THRU 3610-EXIT
               UNTIL WS-SPL-IX > WS-SPL-RULE-COUNT.
           PERFORM 3650-SORT-SPLIT-RANGES THRU 3650-EXIT.
           MOVE ZERO TO WS-EDIT-CARD-NO.
           MOVE SPACES TO WS-EDIT-IMAGE.
           MOVE LOW-VALUES TO WS-SPL-COVERED-TO.
           MOVE 1 TO WS-SPL-ORDER-IX.
           PERFORM 3680-SWEEP-ONE-RANGE THRU 3680-EXIT
               UNTIL WS-SPL-ORDER-IX > WS-SPL-ORDER-COUNT.
           IF WS-SPL-COVERED-TO < HIGH-VALUES
               MOVE WS-SPL-COVERED-TO TO WS-SPL-GAP-FROM
               MOVE HIGH-VALUES TO WS-SPL-GAP-TO
               PERFORM 3690-REPORT-GAP THRU 3690-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3610-CHECK-ONE-SPLIT-OVERLAP.
           MOVE WS-SPL-RUL-CARD-NO (WS-SPL-IX) TO WS-EDIT-CARD-NO.
           IF NOT WS-SPL-RUL-EMPTY (WS-SPL-IX)
               MOVE 1 TO WS-SPL-PRIOR-IX
               PERFORM 3620-COMPARE-SPLIT-PAIR THRU 3620-EXIT
                   UNTIL WS-SPL-PRIOR-IX NOT < WS-SPL-IX
           END-IF.
           ADD 1 TO WS-SPL-IX.
       3610-EXIT.
           EXIT.

       3620-COMPARE-SPLIT-PAIR.
           IF NOT WS-SPL-RUL-KEY-ONLY (WS-SPL-PRIOR-IX)
               GO TO 3620-NEXT
           END-IF.
           MOVE WS-SPL-RUL-LOW (WS-SPL-IX) TO WS-SPL-OVERLAP-LOW.
           IF WS-SPL-RUL-LOW (WS-SPL-PRIOR-IX) > WS-SPL-OVERLAP-LOW
               MOVE WS-SPL-RUL-LOW (WS-SPL-PRIOR-IX)
                   TO WS-SPL-OVERLAP-LOW
           END-IF.
           MOVE WS-SPL-RUL-HIGH (WS-SPL-IX) TO WS-SPL-OVERLAP-HIGH.
           IF WS-SPL-RUL-HIGH (WS-SPL-PRIOR-IX) < WS-SPL-OVERLAP-HIGH
               MOVE WS-SPL-RUL-HIGH (WS-SPL-PRIOR-IX)
                   TO WS-SPL-OVERLAP-HIGH
           END-IF.
           IF WS-SPL-OVERLAP-LOW NOT < WS-SPL-OVERLAP-HIGH
               GO TO 3620-NEXT
           END-IF.
           MOVE WS-SPL-RUL-CARD-NO (WS-SPL-PRIOR-IX)
               TO WS-EDIT-REF-CARD.
           IF WS-SPL-RUL-LOW (WS-SPL-IX)
                   NOT < WS-SPL-RUL-LOW (WS-SPL-PRIOR-IX)
                   AND WS-SPL-RUL-HIGH (WS-SPL-IX)
                   NOT > WS-SPL-RUL-HIGH (WS-SPL-PRIOR-IX)
               MOVE 'NEVER MATCHES - RANGE INSIDE EARLIER CARD'
                   TO WS-EDIT-MESSAGE
               MOVE WS-EDIT-REF-CARD TO WS-EDIT-MESSAGE (42:5)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
               GO TO 3620-NEXT
           END-IF.
           MOVE 'KEY RANGE OVERLAPS EARLIER CARD'
               TO WS-EDIT-MESSAGE.
           MOVE WS-EDIT-REF-CARD TO WS-EDIT-MESSAGE (32:5).
           IF WS-SPL-RUL-TGT (WS-SPL-IX)
                   = WS-SPL-RUL-TGT (WS-SPL-PRIOR-IX)
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
           ELSE
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           END-IF.
       3620-NEXT.
           ADD 1 TO WS-SPL-PRIOR-IX.
       3620-EXIT.
           EXIT.

       3650-SORT-SPLIT-RANGES.
           MOVE ZERO TO WS-SPL-ORDER-COUNT.
           MOVE 1 TO WS-SPL-IX.
           PERFORM 3655-LIST-ONE-KEY-RANGE THRU 3655-EXIT
               UNTIL WS-SPL-IX > WS-SPL-RULE-COUNT.
           MOVE 'Y' TO WS-SPL-SWAPPED-SW.
           PERFORM 3660-SORT-ONE-PASS THRU 3660-EXIT
               UNTIL NOT WS-SPL-SWAPPED.
       3650-EXIT.
           EXIT.

       3655-LIST-ONE-KEY-RANGE.
           IF WS-SPL-RUL-KEY-ONLY (WS-SPL-IX)
               ADD 1 TO WS-SPL-ORDER-COUNT
               MOVE WS-SPL-IX TO WS-SPL-ORDER (WS-SPL-ORDER-COUNT)
           END-IF.
           ADD 1 TO WS-SPL-IX.
       3655-EXIT.
           EXIT.

       3660-SORT-ONE-PASS.
           MOVE 'N' TO WS-SPL-SWAPPED-SW.
           MOVE 1 TO WS-SPL-ORDER-IX.
           PERFORM 3670-ORDER-ONE-PAIR THRU 3670-EXIT
               UNTIL WS-SPL-ORDER-IX NOT < WS-SPL-ORDER-COUNT.
       3660-EXIT.
           EXIT.

       3670-ORDER-ONE-PAIR.
           IF WS-SPL-RUL-LOW (WS-SPL-ORDER (WS-SPL-ORDER-IX))
                   > WS-SPL-RUL-LOW (WS-SPL-ORDER (WS-SPL-ORDER-IX + 1))
               MOVE WS-SPL-ORDER (WS-SPL-ORDER-IX)
                   TO WS-SPL-ORDER-HOLD
               MOVE WS-SPL-ORDER (WS-SPL-ORDER-IX + 1)
                   TO WS-SPL-ORDER (WS-SPL-ORDER-IX)
               MOVE WS-SPL-ORDER-HOLD
                   TO WS-SPL-ORDER (WS-SPL-ORDER-IX + 1)
               MOVE 'Y' TO WS-SPL-SWAPPED-SW
           END-IF.
           ADD 1 TO WS-SPL-ORDER-IX.
       3670-EXIT.
           EXIT.

       3680-SWEEP-ONE-RANGE.
           MOVE WS-SPL-ORDER (WS-SPL-ORDER-IX) TO WS-SPL-IX.
           IF WS-SPL-RUL-LOW (WS-SPL-IX) > WS-SPL-COVERED-TO
               MOVE WS-SPL-COVERED-TO TO WS-SPL-GAP-FROM
               MOVE WS-SPL-RUL-LOW (WS-SPL-IX) TO WS-SPL-GAP-TO
               PERFORM 3690-REPORT-GAP THRU 3690-EXIT
           END-IF.
           IF WS-SPL-RUL-HIGH (WS-SPL-IX) > WS-SPL-COVERED-TO
               MOVE WS-SPL-RUL-HIGH (WS-SPL-IX) TO WS-SPL-COVERED-TO
           END-IF.
           ADD 1 TO WS-SPL-ORDER-IX.
       3680-EXIT.
           EXIT.

       3690-REPORT-GAP.
           MOVE WS-SPL-GAP-FROM TO WS-GAP-FROM.
           IF WS-SPL-GAP-FROM = LOW-VALUES
               MOVE '(START)' TO WS-GAP-FROM
           END-IF.
           MOVE WS-SPL-GAP-TO TO WS-GAP-TO.
           IF WS-SPL-GAP-TO = HIGH-VALUES
               MOVE '(END)' TO WS-GAP-TO
           END-IF.
           MOVE WS-GAP-MESSAGE TO WS-EDIT-MESSAGE.
           IF WS-SPL-TEST-COUNT = ZERO
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
           ELSE
               PERFORM 8010-REPORT-WARNING THRU 8010-EXIT
           END-IF.
       3690-EXIT.
           EXIT.

      ***************************************************************
      *    SOURCE NAMES - EVERY WORKLIST SOURCE MUST BE ON DSNLIST.  *
      ***************************************************************
       4000-CHECK-SOURCES.
           MOVE 'DSNLIST' TO WS-EDIT-DECK.
           PERFORM 8200-START-DECK THRU 8200-EXIT.
           MOVE 'N' TO WS-DSNLIST-EOF-SW.
           OPEN INPUT Dsn-List-File.
           IF NOT WS-DSNLIST-STATUS-OK
               DISPLAY 'DSUPFC0004 - DSNLIST OPEN FAILED - STATUS '
                   WS-DSNLIST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4010-READ-ONE-DSN THRU 4010-EXIT
               UNTIL WS-DSNLIST-EOF.
           CLOSE Dsn-List-File.
           MOVE 'CHECKED' TO WS-DECK-STATUS-TEXT.
           MOVE 1 TO WS-SRC-IX.
           PERFORM 4100-REPORT-ONE-SOURCE THRU 4100-EXIT
               UNTIL WS-SRC-IX > WS-SRC-ENTRY-COUNT.
           PERFORM 8300-END-DECK THRU 8300-EXIT.
       4000-EXIT.
           EXIT.

       4010-READ-ONE-DSN.
           READ Dsn-List-File
               AT END
                   MOVE 'Y' TO WS-DSNLIST-EOF-SW
                   GO TO 4010-EXIT
           END-READ.
           ADD 1 TO WS-DECK-CARD-COUNT.
           MOVE Dsn-List-Rec (1:44) TO WS-LIST-DSN.
           MOVE SPACES TO WS-LIST-BASE-DSN.
           MOVE WS-LIST-DSN TO WS-BASE-LOOKUP-DSN.
           PERFORM 4500-RESOLVE-BASE-NAME THRU 4500-EXIT.
           IF WS-BASE-GENERATION
               MOVE WS-BASE-DSN TO WS-LIST-BASE-DSN
           END-IF.
           MOVE 1 TO WS-SRC-IX.
           PERFORM 4020-MATCH-ONE-SOURCE THRU 4020-EXIT
               UNTIL WS-SRC-IX > WS-SRC-ENTRY-COUNT.
       4010-EXIT.
           EXIT.

       4020-MATCH-ONE-SOURCE.
           IF WS-SRC-DSN (WS-SRC-IX) = WS-LIST-DSN
               MOVE 'Y' TO WS-SRC-FOUND-SW (WS-SRC-IX)
           END-IF.
           IF WS-SRC-BASE-DSN (WS-SRC-IX) NOT = SPACES
               IF WS-SRC-BASE-DSN (WS-SRC-IX) = WS-LIST-DSN
                       OR WS-SRC-BASE-DSN (WS-SRC-IX)
                           = WS-LIST-BASE-DSN
                   MOVE 'Y' TO WS-SRC-FOUND-SW (WS-SRC-IX)
               END-IF
           END-IF.
           ADD 1 TO WS-SRC-IX.
       4020-EXIT.
           EXIT.

       4100-REPORT-ONE-SOURCE.
           IF NOT WS-SRC-FOUND (WS-SRC-IX)
               MOVE 'CTLCARD' TO WS-EDIT-DECK
               MOVE WS-SRC-CARD-NO (WS-SRC-IX) TO WS-EDIT-CARD-NO
               MOVE SPACES TO WS-EDIT-IMAGE
               MOVE 'NOT ON DSNLIST: ' TO WS-EDIT-MESSAGE
               MOVE WS-SRC-DSN (WS-SRC-IX) TO WS-EDIT-MESSAGE (17:44)
               PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
               MOVE 'DSNLIST' TO WS-EDIT-DECK
           END-IF.
           ADD 1 TO WS-SRC-IX.
       4100-EXIT.
           EXIT.

      ***************************************************************
      *    SPLITS A NAME INTO ITS GDG BASE THE WAY DSUDRV DOES FOR   *
      *    THE REGISTRY - NAME(N) IS RELATIVE, A LAST QUALIFIER OF   *
      *    GNNNNVNN IS AN ABSOLUTE GENERATION, ANYTHING ELSE PLAIN.  *
      ***************************************************************
       4500-RESOLVE-BASE-NAME.
           MOVE SPACES TO WS-BASE-DSN.
           MOVE SPACE TO WS-BASE-KIND.
           MOVE ZERO TO WS-BASE-LAST-DOT.
           MOVE ZERO TO WS-BASE-PAREN.
           MOVE 1 TO WS-BASE-SCAN-IX.
           PERFORM 4510-FIND-LAST-DOT THRU 4510-EXIT
               UNTIL WS-BASE-SCAN-IX > 44.
           IF WS-BASE-PAREN > 1
               MOVE WS-BASE-LOOKUP-DSN (1:WS-BASE-PAREN - 1)
                   TO WS-BASE-DSN
               MOVE 'R' TO WS-BASE-KIND
               GO TO 4500-EXIT
           END-IF.
           IF WS-BASE-LAST-DOT < 2 OR WS-BASE-LAST-DOT > 36
               GO TO 4500-EXIT
           END-IF.
           MOVE WS-BASE-LOOKUP-DSN (WS-BASE-LAST-DOT + 1:8)
               TO WS-BASE-GEN-QUAL.
           IF WS-BASE-GEN-G NOT = 'G' OR WS-BASE-GEN-V NOT = 'V'
                   OR WS-BASE-GEN-NUMBER NOT NUMERIC
                   OR WS-BASE-GEN-VERSION NOT NUMERIC
               GO TO 4500-EXIT
           END-IF.
           IF WS-BASE-LAST-DOT < 36
               IF WS-BASE-LOOKUP-DSN (WS-BASE-LAST-DOT + 9:)
                       NOT = SPACES
                   GO TO 4500-EXIT
               END-IF
           END-IF.
           MOVE WS-BASE-LOOKUP-DSN (1:WS-BASE-LAST-DOT - 1)
               TO WS-BASE-DSN.
           MOVE 'G' TO WS-BASE-KIND.
       4500-EXIT.
           EXIT.

       4510-FIND-LAST-DOT.
           IF WS-BASE-LOOKUP-DSN (WS-BASE-SCAN-IX:1) = '.'
                   AND WS-BASE-PAREN = ZERO
               MOVE WS-BASE-SCAN-IX TO WS-BASE-LAST-DOT
           END-IF.
           IF WS-BASE-LOOKUP-DSN (WS-BASE-SCAN-IX:1) = '('
                   AND WS-BASE-PAREN = ZERO
               MOVE WS-BASE-SCAN-IX TO WS-BASE-PAREN
           END-IF.
           ADD 1 TO WS-BASE-SCAN-IX.
       4510-EXIT.
           EXIT.

       5000-WRAPUP.
           IF RETURN-CODE = 16
               DISPLAY 'DSUPFC0005 - PRE-FLIGHT NOT COMPLETED'
               MOVE 'PRE-FLIGHT NOT COMPLETED - A DATASET COULD NOT BE'
                   TO WS-VER-TEXT
               MOVE 'OPENED - HOLD DSUBATCH' TO WS-VER-TEXT (51:22)
               GO TO 5000-CLOSE
           END-IF.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           WRITE Print-Rec FROM WS-SUMMARY-HEADING-LINE.
           MOVE 1 TO WS-SUM-IX.
           PERFORM 5010-WRITE-DECK-SUMMARY THRU 5010-EXIT
               UNTIL WS-SUM-IX > WS-SUM-ENTRY-COUNT.
           MOVE 'TOTAL ERRORS ' TO WS-TOT-ERRORS-LIT.
           MOVE WS-ERROR-COUNT TO WS-TOT-ERRORS.
           MOVE '  TOTAL WARNINGS' TO WS-TOT-WARNINGS-LIT.
           MOVE WS-WARNING-COUNT TO WS-TOT-WARNINGS.
           MOVE SPACES TO Print-Rec.
           WRITE Print-Rec.
           WRITE Print-Rec FROM WS-TOTAL-LINE.
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               MOVE 'PRE-FLIGHT FAILED - HOLD DSUBATCH'
                   TO WS-VER-TEXT
               DISPLAY 'DSUPFC0006 - PRE-FLIGHT FOUND ERRORS'
               GO TO 5000-CLOSE
           END-IF.
           IF WS-WARNING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
               MOVE 'PRE-FLIGHT PASSED WITH WARNINGS - DSUBATCH MAY RUN'
                   TO WS-VER-TEXT
               GO TO 5000-CLOSE
           END-IF.
           MOVE 'PRE-FLIGHT PASSED - DSUBATCH MAY RUN' TO WS-VER-TEXT.
       5000-CLOSE.
           WRITE Print-Rec FROM WS-VERDICT-LINE.
           CLOSE Print-File.
       5000-EXIT.
           EXIT.

       5010-WRITE-DECK-SUMMARY.
           MOVE 'DECK ' TO WS-SUML-DECK-LIT.
           MOVE WS-SUM-DECK (WS-SUM-IX) TO WS-SUML-DECK.
           MOVE '  CARDS ' TO WS-SUML-CARDS-LIT.
           MOVE WS-SUM-CARDS (WS-SUM-IX) TO WS-SUML-CARDS.
           MOVE '  ERRORS ' TO WS-SUML-ERRORS-LIT.
           MOVE WS-SUM-ERRORS (WS-SUM-IX) TO WS-SUML-ERRORS.
           MOVE '  WARNINGS ' TO WS-SUML-WARNINGS-LIT.
           MOVE WS-SUM-WARNINGS (WS-SUM-IX) TO WS-SUML-WARNINGS.
           MOVE WS-SUM-STATUS (WS-SUM-IX) TO WS-SUML-STATUS.
           WRITE Print-Rec FROM WS-SUMMARY-LINE.
           ADD 1 TO WS-SUM-IX.
       5010-EXIT.
           EXIT.

       8000-REPORT-ERROR.
           MOVE 'ERROR' TO WS-EDIT-SEVERITY.
           ADD 1 TO WS-ERROR-COUNT.
           ADD 1 TO WS-DECK-ERRORS.
           PERFORM 8050-WRITE-EDIT-LINE THRU 8050-EXIT.
       8000-EXIT.
           EXIT.

       8010-REPORT-WARNING.
           MOVE 'WARNING' TO WS-EDIT-SEVERITY.
           ADD 1 TO WS-WARNING-COUNT.
           ADD 1 TO WS-DECK-WARNINGS.
           PERFORM 8050-WRITE-EDIT-LINE THRU 8050-EXIT.
       8010-EXIT.
           EXIT.

       8050-WRITE-EDIT-LINE.
           MOVE WS-EDIT-DECK TO WS-EDL-DECK.
           MOVE WS-EDIT-CARD-NO TO WS-EDL-CARD-NO.
           MOVE WS-EDIT-SEVERITY TO WS-EDL-SEVERITY.
           MOVE WS-EDIT-MESSAGE TO WS-EDL-MESSAGE.
           MOVE WS-EDIT-IMAGE TO WS-EDL-IMAGE.
           WRITE Print-Rec FROM WS-EDIT-LINE.
           MOVE SPACES TO WS-EDIT-MESSAGE.
       8050-EXIT.
           EXIT.

       8100-REPORT-DECK-NEEDED.
           MOVE ZERO TO WS-EDIT-CARD-NO.
           MOVE SPACES TO WS-EDIT-IMAGE.
           MOVE WS-DECK-NEED-CARD TO WS-NEED-CARD-NO.
           MOVE WS-NEED-MESSAGE TO WS-EDIT-MESSAGE.
           PERFORM 8000-REPORT-ERROR THRU 8000-EXIT.
       8100-EXIT.
           EXIT.

       8200-START-DECK.
           MOVE ZERO TO WS-DECK-CARD-COUNT.
           MOVE ZERO TO WS-DECK-ERRORS.
           MOVE ZERO TO WS-DECK-WARNINGS.
           MOVE ZERO TO WS-EDIT-CARD-NO.
           MOVE SPACES TO WS-EDIT-MESSAGE.
           MOVE SPACES TO WS-EDIT-IMAGE.
           MOVE 'N' TO WS-DECK-EOF-SW.
       8200-EXIT.
           EXIT.

       8250-COUNT-DECK-CARD.
           ADD 1 TO WS-DECK-CARD-COUNT.
           MOVE WS-DECK-CARD-COUNT TO WS-EDIT-CARD-NO.
       8250-EXIT.
           EXIT.

       8300-END-DECK.
           IF WS-DECK-STATUS-TEXT = 'CHECKED'
                   AND WS-DECK-CARD-COUNT = ZERO
               MOVE 'EMPTY' TO WS-DECK-STATUS-TEXT
           END-IF.
           ADD 1 TO WS-SUM-ENTRY-COUNT.
           MOVE WS-EDIT-DECK TO WS-SUM-DECK (WS-SUM-ENTRY-COUNT).
           MOVE WS-DECK-CARD-COUNT
               TO WS-SUM-CARDS (WS-SUM-ENTRY-COUNT).
           MOVE WS-DECK-ERRORS TO WS-SUM-ERRORS (WS-SUM-ENTRY-COUNT).
           MOVE WS-DECK-WARNINGS
               TO WS-SUM-WARNINGS (WS-SUM-ENTRY-COUNT).
           MOVE WS-DECK-STATUS-TEXT
               TO WS-SUM-STATUS (WS-SUM-ENTRY-COUNT).
       8300-EXIT.
           EXIT.

       End program DSUPFC.
