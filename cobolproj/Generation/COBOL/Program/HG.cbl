      *                MRGRULE DD - FOR MERGE, THE PRECEDENCE CARD
      *                   (SEE COPYBOOK YBMRG)
      *                LAYOUT DD - OPTIONAL FIELD-DICTIONARY CARDS
      *                   NAMING THE RECORD FIELDS THAT VALRULES,
      *                   SELCARD AND MASKRULE CARDS MAY REFERENCE
      *                   BY NAME (SEE COPYBOOK YBDCT).  FOR
      *                   PROFILE IT IS REQUIRED AND NAMES THE
      *                   FIELDS TO BE PROFILED.  FOR EXPORT AND
      *                   IMPORT IT IS REQUIRED AND NAMES THE
      *                   COLUMNS OF THE DELIMITED FILE AFTER THE
      *                   LEADING KEY COLUMN, IN DICTIONARY ORDER.
      *                JRNLIN DD - FOR REPLAY, THE SYNC CHANGE
      *                   JOURNAL TO APPLY (SEE COPYBOOK YBJRN).
      *                   REPLAY READS TGTDS AND JRNLIN ONLY - THE
      *                   GENERATION TO RE-PROMOTE (NAMED IN
      *                   SOURCE-DSN).  RESTORE READS GENDS AND
      *                   WRITES TGTDS - THE SRCDS DD IS NOT USED.
      *                DLMIN DD - FOR IMPORT, THE DELIMITED TEXT
      *                   FILE TO LOAD, VARIABLE LENGTH UP TO 1000
      *                   BYTES.  IMPORT READS DLMIN AND WRITES
      *                   TGTDS - THE SRCDS DD IS NOT USED.
      *                TGTDS DD - FOR COMPARE, SYNC AND MERGE, THE
      *                   SECOND KEYED INPUT
      *                DSPROF DD - OPTIONAL DATASET PROFILE CARDS
      *                   (SEE COPYBOOK YBDSP) DECLARING THE RECORD
      *                   FORMAT, MAXIMUM LENGTH AND KEY OFFSET AND
      *                   LENGTH OF A DATASET.  THE CARD FOR
      *                   SOURCE-DSN (TARGET-DSN FOR REPLAY AND
      *                   IMPORT) GIVES THE SHAPE OF EVERY RECORD THE
      *                   ACTION READS AND WRITES, ON EVERY DD; WITH
      *                   NO CARD THE RECORDS ARE CLASSIC 100-BYTE
      *                   GDS RECORDS.  A PROFILED SRCDS IS READ
      *                   SEQUENTIALLY AND MUST BE IN KEY ORDER.
      *
      *      OUTPUT  = TGTDS DD - TARGET DATASET.  FOR DUPLICAT THE
      *                   CONTROL CARD'S TARGET-ORG FIELD SAYS
      *                   DEFAULT) OR AS AN INDEXED KSDS KEYED ON
      *                   THE 20-BYTE RECORD KEY - THE KSDS CLUSTER
      *                   IS ALLOCATED BY JOB CONTROL (SMS RECORG=KS
      *                   OR A PRIOR IDCAMS DEFINE).  A KSDS TARGET
      *                   TAKES ONLY CLASSIC GDS RECORDS.
      *                IDCAMSCM DD - FOR RENAME/DELETE, THE GENERATED
      *                   IDCAMS ALTER/DELETE COMMAND.  HG DOES NOT
      *                   ALTER THE CATALOG ITSELF - A FOLLOW-ON JOB
      *                   THE ROUTING RULES DO NOT USE.
      *                JRNLOUT DD - FOR SYNC, THE CHANGE JOURNAL
      *                   LISTING EVERY KEY TOUCHED WITH ITS BEFORE
      *                   AND AFTER RECORD IMAGES (SEE COPYBOOK
      *                   YBJRN).
      *                PROFRPT DD - FOR PROFILE, THE PRINTED
      *                   DATA PROFILE REPORT (SEE COPYBOOK YBPRP)
      *                PROFOUT DD - FOR PROFILE, THE FIXED-LAYOUT
      *                   PROFILE FILE, ONE KEY ROW AND ONE ROW PER
      *                   LAYOUT FIELD (SEE COPYBOOK YBPRF)
      *                DLMOUT DD - FOR EXPORT, THE DELIMITED TEXT
      *                   FILE, VARIABLE LENGTH UP TO 1000 BYTES
      *                RJCTOUT DD - FOR DUPLICAT WITH VALIDATION AND
      *                   FOR EXPORT, THE RECORDS THAT FAILED; FOR
      *                   IMPORT, THE ROWS THAT COULD NOT BE LOADED,
      *                   EACH WITH THE WHOLE RECORD OR ROW (SEE
      *                   COPYBOOK YBRJC)
      *                HISTOUT DD - CUMULATIVE RUN-STATISTICS
      *                   HISTORY, ONE RECORD APPENDED PER RUN
      *                   (SEE COPYBOOK YBHST)
      *                  OF THE REWRITTEN TARGET, AND THE RESTORE
      *                  IS ON AUDITLOG LIKE EVERY OTHER CARD.
      *                  THE LIVE TARGET IS WRITTEN SEQUENTIAL.
      *      2026-10-15  ADDED THE PROFILE ACTION - READS THE SOURCE
      *                  ONCE AND, FOR EVERY FIELD ON THE LAYOUT
      *                  DICTIONARY, COUNTS BLANK/LOW-VALUE VALUES,
      *                  NON-NUMERIC ZONED OR PACKED VALUES AND
      *                  INVALID DATES, AND KEEPS THE MINIMUM,
      *                  MAXIMUM AND MOST FREQUENT VALUES, ALONG
      *                  WITH DUPLICATE AND OUT-OF-SEQUENCE GDS-KEY
      *                  COUNTS.  THE PROFILE IS PRINTED ON PROFRPT
      *                  AND WRITTEN AS A FIXED-LAYOUT FILE ON
      *                  PROFOUT (SEE YBPRF) SO TWO RUNS CAN BE
      *                  COMPARED TO SPOT DRIFT IN THE DATA.
      *      2026-10-15  ADDED THE EXPORT AND IMPORT ACTIONS, WHICH
      *                  CONVERT BETWEEN THE FIXED GDS LAYOUT AND
      *                  DELIMITED TEXT BY THE LAYOUT DICTIONARY -
      *                  ONE ROW PER RECORD, THE KEY FIRST AND THEN
      *                  EVERY DICTIONARY FIELD, WITH AN OPTIONAL
      *                  HEADER ROW OF FIELD NAMES.  EXPORT READS
      *                  SRCDS AND WRITES DLMOUT, UNPACKING PACKED
      *                  FIELDS AND EDITING ZONED FIELDS WITH SIGN
      *                  AND DECIMAL POINT (SEE DCT-DECIMALS),
      *                  WRITING DATES AS YYYY-MM-DD, AND QUOTING
      *                  TEXT THAT HOLDS THE DELIMITER OR A QUOTE; A
      *                  RECORD WITH AN INVALID NUMBER OR DATE GOES
      *                  TO RJCTOUT INSTEAD.  IMPORT READS DLMIN AND
      *                  BUILDS FIXED RECORDS ON TGTDS, SENDING ROWS
      *                  IT CANNOT PARSE TO RJCTOUT WITH A REASON
      *                  CODE.  BOTH WRITE THE USUAL RECONCILIATION
      *                  LINE TO RPTOUT (RECORDS OR ROWS READ AGAINST
      *                  RECORDS OR ROWS WRITTEN PLUS REJECTS).  THE
      *                  LAYOUT LOADER NOW EDITS DCT-DECIMALS.
      *      2026-10-15  EVERY ACTION NOW WORKS ON RECORDS OF THE
      *                  SHAPE DECLARED FOR ITS DATASET ON THE
      *                  OPTIONAL DSPROF DECK (SEE YBDSP) - FIXED
      *                  OR VARIABLE LENGTH UP TO 4096 BYTES WITH A
      *                  KEY OF UP TO 20 BYTES AT ANY OFFSET -
      *                  INSTEAD OF ONLY THE 100-BYTE GDS RECORD,
      *                  WHICH REMAINS THE SHAPE OF A DATASET WITH
      *                  NO CARD.  RULE AND DICTIONARY POSITIONS ON
      *                  A PROFILED DATASET COUNT FROM THE START OF
      *                  THE WHOLE RECORD AND MAY REACH ITS LAST
      *                  BYTE (DCT-LONG-POSITION BEYOND BYTE 999); A
      *                  MASKING RULE MAY NOT TOUCH THE KEY.  A
      *                  PROFILED SRCDS IS READ SEQUENTIALLY, SO
      *                  PARTITION, RESUME AND EXTRACT FROM-KEY
      *                  POSITIONING SKIP FORWARD TO THE KEY IN
      *                  PLACE OF A START, AND A RECORD OUT OF KEY
      *                  ORDER OR OUTSIDE THE PROFILED LENGTHS STOPS
      *                  THE RUN.  JRNLOUT NOW CARRIES WHOLE BEFORE
      *                  AND AFTER IMAGES WITH THEIR LENGTHS (SEE
      *                  YBJRN) AND RJCTOUT THE WHOLE RECORD OR
      *                  ROW (SEE YBRJC).  NEWEST MERGE PRECEDENCE
      *                  MAY NAME ITS DATE FIELD FROM THE LAYOUT
      *                  DICTIONARY, AND IMPORT VALUES AND EXPORT
      *                  FIELDS MAY NOW BE UP TO 99 BYTES.
      *
      *********************** HG ******************************
      ***************************************************************
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
           Select Target-Ksds-File Assign To TGTDS
               Organization Is Indexed
               Access Mode Is Sequential
           Select New-Target-File Assign To NEWTGT
               Organization Is Sequential
               File Status Is WS-NEWTGT-STATUS.
           Select New-Target-Fix-File Assign To NEWTGT
               Organization Is Sequential
               File Status Is WS-NEWTGT-STATUS.
           Select New-Target-Var-File Assign To NEWTGT
               Organization Is Sequential
               File Status Is WS-NEWTGT-STATUS.
           Select Journal-File Assign To JRNLOUT
               Organization Is Sequential
               File Status Is WS-JOURNAL-STATUS.
           Select Split1-File Assign To SPLIT1
               Organization Is Sequential
               File Status Is WS-SPLIT1-STATUS.
           Select Split1-Fix-File Assign To SPLIT1
               Organization Is Sequential
               File Status Is WS-SPLIT1-STATUS.
           Select Split1-Var-File Assign To SPLIT1
               Organization Is Sequential
               File Status Is WS-SPLIT1-STATUS.
           Select Split2-File Assign To SPLIT2
               Organization Is Sequential
               File Status Is WS-SPLIT2-STATUS.
           Select Split2-Fix-File Assign To SPLIT2
               Organization Is Sequential
               File Status Is WS-SPLIT2-STATUS.
           Select Split2-Var-File Assign To SPLIT2
               Organization Is Sequential
               File Status Is WS-SPLIT2-STATUS.
           Select Split3-File Assign To SPLIT3
               Organization Is Sequential
               File Status Is WS-SPLIT3-STATUS.
           Select Split3-Fix-File Assign To SPLIT3
               Organization Is Sequential
               File Status Is WS-SPLIT3-STATUS.
           Select Split3-Var-File Assign To SPLIT3
               Organization Is Sequential
               File Status Is WS-SPLIT3-STATUS.
           Select Split4-File Assign To SPLIT4
               Organization Is Sequential
               File Status Is WS-SPLIT4-STATUS.
           Select Split4-Fix-File Assign To SPLIT4
               Organization Is Sequential
               File Status Is WS-SPLIT4-STATUS.
           Select Split4-Var-File Assign To SPLIT4
               Organization Is Sequential
               File Status Is WS-SPLIT4-STATUS.
           Select Generation-File Assign To GENDS
               Organization Is Sequential
               File Status Is WS-GENDS-STATUS.
           Select Generation-Fix-File Assign To GENDS
               Organization Is Sequential
               File Status Is WS-GENDS-STATUS.
           Select Generation-Var-File Assign To GENDS
               Organization Is Sequential
               File Status Is WS-GENDS-STATUS.
           Select Reject-File Assign To RJCTOUT
               Organization Is Sequential
               File Status Is WS-REJECT-STATUS.
           Select Profile-Report-File Assign To PROFRPT
               Organization Is Sequential
               File Status Is WS-PROFRPT-STATUS.
           Select Profile-File Assign To PROFOUT
               Organization Is Sequential
               File Status Is WS-PROFOUT-STATUS.
           Select Export-File Assign To DLMOUT
               Organization Is Sequential
               File Status Is WS-DLMOUT-STATUS.
           Select Import-File Assign To DLMIN
               Organization Is Sequential
               File Status Is WS-DLMIN-STATUS.
           Select History-File Assign To HISTOUT
               Organization Is Sequential
               File Status Is WS-HISTORY-STATUS.
           Select Optional Dataset-Profile-File Assign To DSPROF
               Organization Is Sequential
               File Status Is WS-DSPROF-STATUS.

       Data Division.
        File section.
        FD  Source-File.
        COPY YBREC.
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
        01  Target-Rec-R Redefines Target-Rec.
        01  TGTK-REC.
            05  TGTK-KEY                    PIC X(20).
            05  TGTK-DATA                   PIC X(80).
        FD  Target-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Target-Fix-Rec              Pic X(4096).
        FD  Target-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-TGTV-REC-LEN.
        01  Target-Var-Rec              Pic X(4096).
        FD  Report-File.
        COPY YBRPT.
        COPY YBCMP.
        01  IDCAMS-CMD-REC              Pic X(80).
        FD  New-Target-File.
        01  NEW-TGT-REC                 Pic X(100).
        FD  New-Target-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  New-Target-Fix-Rec          Pic X(4096).
        FD  New-Target-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-NEWV-REC-LEN.
        01  New-Target-Var-Rec          Pic X(4096).
        FD  Journal-File
            Recording Mode Is V
            Record Is Varying In Size From 40 To 8232
                Depending On WS-JRN-REC-LEN.
        COPY YBJRN.
        FD  Selection-Card-File.
        01  Selection-Card-Rec          Pic X(80).
        01  Merge-Rule-Rec              Pic X(80).
        FD  Layout-Card-File.
        01  Layout-Card-Rec             Pic X(80).
        FD  Journal-In-File
            Recording Mode Is V
            Record Is Varying In Size From 40 To 8232
                Depending On WS-JRNI-REC-LEN.
        01  JRNI-RECORD                 Pic X(8232).
        FD  Split-Card-File.
        01  Split-Card-Rec              Pic X(80).
        FD  Split1-File.
        01  Split1-Rec                  Pic X(100).
        FD  Split1-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Split1-Fix-Rec              Pic X(4096).
        FD  Split1-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SPLV-REC-LEN.
        01  Split1-Var-Rec              Pic X(4096).
        FD  Split2-File.
        01  Split2-Rec                  Pic X(100).
        FD  Split2-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Split2-Fix-Rec              Pic X(4096).
        FD  Split2-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SPLV-REC-LEN.
        01  Split2-Var-Rec              Pic X(4096).
        FD  Split3-File.
        01  Split3-Rec                  Pic X(100).
        FD  Split3-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Split3-Fix-Rec              Pic X(4096).
        FD  Split3-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SPLV-REC-LEN.
        01  Split3-Var-Rec              Pic X(4096).
        FD  Split4-File.
        01  Split4-Rec                  Pic X(100).
        FD  Split4-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Split4-Fix-Rec              Pic X(4096).
        FD  Split4-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-SPLV-REC-LEN.
        01  Split4-Var-Rec              Pic X(4096).
        FD  Generation-File.
        01  Generation-Rec              Pic X(100).
        FD  Generation-Fix-File
            Recording Mode Is F
            Record Contains 0 Characters.
        01  Generation-Fix-Rec          Pic X(4096).
        FD  Generation-Var-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 4096
                Depending On WS-GENV-REC-LEN.
        01  Generation-Var-Rec          Pic X(4096).
        FD  Reject-File
            Recording Mode Is V
            Record Is Varying In Size From 10 To 4105
                Depending On WS-RJC-REC-LEN.
        COPY YBRJC.
        FD  Profile-Report-File.
        COPY YBPRP.
        FD  Profile-File.
        COPY YBPRF.
        FD  Export-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 1000
                Depending On WS-DLM-ROW-LEN.
        01  Export-Rec                  Pic X(1000).
        FD  Import-File
            Recording Mode Is V
            Record Is Varying In Size From 1 To 1000
                Depending On WS-DLM-ROW-LEN.
        01  Import-Rec                  Pic X(1000).
        FD  History-File.
        COPY YBHST.
        FD  Dataset-Profile-File.
        01  Dataset-Profile-Rec         Pic X(80).

      *
      *
       COPY YBMRG.
       COPY YBDCT.
       COPY YBSPL.
       COPY YBDSP.
       01  WS-SWITCHES.
           05  WS-SOURCE-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-SOURCE-EOF               VALUE 'Y'.
               88  WS-SPLCARD-EOF               VALUE 'Y'.
           05  WS-GENDS-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-GENDS-EOF                 VALUE 'Y'.
           05  WS-DLMIN-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-DLMIN-EOF                 VALUE 'Y'.
           05  WS-DLMOUT-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-DLMOUT-EOF                VALUE 'Y'.
           05  WS-DSPROF-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-DSPROF-EOF                VALUE 'Y'.
           05  WS-DCT-LOADED-SW            PIC X(01) VALUE 'N'.
               88  WS-DCT-LOADED                VALUE 'Y'.
           05  WS-SOURCE-WINS-SW           PIC X(01) VALUE 'Y'.
               88  WS-REJECT-STATUS-OK          VALUE '00'.
           05  WS-HISTORY-STATUS           PIC X(02).
               88  WS-HISTORY-STATUS-OK         VALUE '00'.
           05  WS-PROFRPT-STATUS           PIC X(02).
               88  WS-PROFRPT-STATUS-OK         VALUE '00'.
           05  WS-PROFOUT-STATUS           PIC X(02).
               88  WS-PROFOUT-STATUS-OK         VALUE '00'.
           05  WS-DLMOUT-STATUS            PIC X(02).
               88  WS-DLMOUT-STATUS-OK          VALUE '00'.
           05  WS-DLMIN-STATUS             PIC X(02).
               88  WS-DLMIN-STATUS-OK           VALUE '00'.
           05  WS-DSPROF-STATUS            PIC X(02).
               88  WS-DSPROF-STATUS-OK          VALUE '00' '05'.
       01  WS-RECONCILE-COUNTERS.
           05  WS-SOURCE-COUNT             PIC 9(09) COMP.
           05  WS-TARGET-COUNT             PIC 9(09) COMP.
           05  WS-INSERTED-COUNT           PIC 9(09) COMP.
           05  WS-MERGE-WRITTEN-COUNT      PIC 9(09) COMP.
       01  WS-MERGE-CONTROLS.
           05  WS-MRG-DATE-POS             PIC 9(04).
           05  WS-MRG-SOURCE-DATE          PIC X(08).
           05  WS-MRG-TARGET-DATE          PIC X(08).
       01  WS-SPLIT-COUNTERS.
                   15  WS-SPL-RUL-TGT      PIC 9(01).
                   15  WS-SPL-RUL-LOW      PIC X(20).
                   15  WS-SPL-RUL-HIGH     PIC X(20).
                   15  WS-SPL-RUL-POS      PIC 9(04).
                   15  WS-SPL-RUL-LEN      PIC 9(02).
                   15  WS-SPL-RUL-VALUE    PIC X(20).
       01  WS-REPLAY-COUNTERS.
                   88  WS-JRN-CHANGE-DELETE    VALUE 'DELETE'.
                   88  WS-JRN-CHANGE-REPLACE   VALUE 'REPLACE'.
               10  FILLER                  PIC X(01).
               10  WS-JRN-BEFORE-LEN-X     PIC X(04).
               10  WS-JRN-BEFORE-LEN REDEFINES WS-JRN-BEFORE-LEN-X
                                           PIC 9(04).
               10  FILLER                  PIC X(01).
               10  WS-JRN-AFTER-LEN-X      PIC X(04).
               10  WS-JRN-AFTER-LEN REDEFINES WS-JRN-AFTER-LEN-X
                                           PIC 9(04).
               10  FILLER                  PIC X(01).
               10  WS-JRN-IMAGES           PIC X(8192).
       01  WS-EXTRACT-COUNTERS.
           05  WS-SELECTED-COUNT           PIC 9(09) COMP.
           05  WS-BYPASSED-COUNT           PIC 9(09) COMP.
                       88  WS-VAL-RUL-REQUIRED  VALUE 'REQUIRED'.
                       88  WS-VAL-RUL-NUMERIC   VALUE 'NUMERIC'.
                       88  WS-VAL-RUL-DATE      VALUE 'DATE'.
                   15  WS-VAL-RUL-POS      PIC 9(04).
                   15  WS-VAL-RUL-LEN      PIC 9(02).
                   15  WS-VAL-RUL-DTYPE    PIC X(06).
                       88  WS-VAL-RUL-PACKED    VALUE 'PACKED'.
           05  WS-MSK-BYTE-IX              PIC 9(04) COMP.
           05  WS-MSK-TGT-IX               PIC 9(04) COMP.
           05  WS-MSK-SRC-IX               PIC 9(04) COMP.
           05  WS-MASK-WORK                PIC X(99).
           05  WS-MSK-RULE-TABLE.
               10  WS-MSK-RULE             OCCURS 20 TIMES.
                   15  WS-MSK-RUL-POS      PIC 9(04).
                   15  WS-MSK-RUL-LEN      PIC 9(02).
                   15  WS-MSK-RUL-STYLE    PIC X(08).
                       88  WS-MSK-RUL-FIXED     VALUE 'FIXED'.
                   15  WS-SEL-TST-TYPE     PIC X(01).
                       88  WS-SEL-TST-INCLUDE   VALUE 'I'.
                       88  WS-SEL-TST-EXCLUDE   VALUE 'E'.
                   15  WS-SEL-TST-POS      PIC 9(04).
                   15  WS-SEL-TST-LEN      PIC 9(02).
                   15  WS-SEL-TST-VALUE    PIC X(20).
       01  WS-RUN-TIMING.
           05  WS-DCT-TABLE.
               10  WS-DCT-ENTRY            OCCURS 50 TIMES.
                   15  WS-DCT-NAME         PIC X(12).
                   15  WS-DCT-POS          PIC 9(04).
                   15  WS-DCT-LEN          PIC 9(02).
                   15  WS-DCT-DATA-TYPE    PIC X(06).
                   15  WS-DCT-DECIMALS     PIC 9(01).
       01  WS-DELIMITED-CONTROLS.
           05  WS-DLM-CHAR                 PIC X(01).
           05  WS-DLM-ROW-LEN              PIC 9(04) COMP.
           05  WS-DLM-PTR                  PIC 9(04) COMP.
           05  WS-DLM-ROW                  PIC X(1000).
           05  WS-DLM-IX                   PIC 9(04) COMP.
           05  WS-DLM-FLD-IX               PIC 9(04) COMP.
           05  WS-DLM-BYTE-IX              PIC 9(04) COMP.
           05  WS-DLM-LAST-IX              PIC 9(04) COMP.
           05  WS-DLM-TALLY                PIC 9(04) COMP.
           05  WS-DLM-POS                  PIC 9(04).
           05  WS-DLM-LEN                  PIC 9(02).
           05  WS-DLM-DECIMALS             PIC 9(01).
           05  WS-DLM-DATA-TYPE            PIC X(06).
           05  WS-DLM-FIELD                PIC X(99).
           05  WS-DLM-FIELD-LEN            PIC 9(04) COMP.
           05  WS-DLM-TEXT                 PIC X(200).
           05  WS-DLM-TEXT-LEN             PIC 9(04) COMP.
           05  WS-DLM-TEXT-PTR             PIC 9(04) COMP.
           05  WS-DLM-BYTE                 PIC X(01).
           05  WS-DLM-IN-QUOTES-SW         PIC X(01).
               88  WS-DLM-IN-QUOTES             VALUE 'Y'.
           05  WS-DLM-NEGATIVE-SW          PIC X(01).
               88  WS-DLM-NEGATIVE              VALUE 'Y'.
           05  WS-DLM-POINT-SW             PIC X(01).
               88  WS-DLM-POINT-SEEN            VALUE 'Y'.
           05  WS-DLM-SIGN-SW              PIC X(01).
               88  WS-DLM-SIGN-SEEN             VALUE 'Y'.
           05  WS-DLM-TRIM-SW              PIC X(01).
               88  WS-DLM-TRIM-DONE             VALUE 'Y'.
           05  WS-DLM-NUM                  PIC S9(18).
           05  WS-DLM-NUM-X REDEFINES WS-DLM-NUM
                                           PIC X(18).
           05  WS-DLM-DIGITS               PIC 9(18).
           05  WS-DLM-DIGITS-X REDEFINES WS-DLM-DIGITS
                                           PIC X(18).
           05  WS-DLM-INT-END              PIC 9(04) COMP.
           05  WS-DLM-MAX-DIGITS           PIC 9(04) COMP.
           05  WS-DLM-INT-CNT              PIC 9(04) COMP.
           05  WS-DLM-FRAC-CNT             PIC 9(04) COMP.
           05  WS-DLM-INT-DIGS             PIC X(18).
           05  WS-DLM-FRAC-DIGS            PIC X(09).
           05  WS-DLM-FLD-COUNT            PIC 9(04) COMP.
           05  WS-DLM-FLD-TABLE.
               10  WS-DLM-FLD              OCCURS 51 TIMES.
                   15  WS-DLM-FLD-TEXT     PIC X(99).
                   15  WS-DLM-FLD-LEN      PIC 9(04) COMP.
           05  WS-IMP-KEY                  PIC X(20).
           05  WS-IMP-REC-LEN              PIC 9(04) COMP.
       01  WS-PROFILE-COUNTERS.
           05  WS-PRF-KEY-BLANK-COUNT      PIC 9(09) COMP.
           05  WS-PRF-KEY-DUP-COUNT        PIC 9(09) COMP.
           05  WS-PRF-KEY-SEQ-COUNT        PIC 9(09) COMP.
       01  WS-PROFILE-CONTROLS.
           05  WS-PRF-PREV-KEY             PIC X(20).
           05  WS-PRF-LOW-KEY              PIC X(20).
           05  WS-PRF-HIGH-KEY             PIC X(20).
           05  WS-PRF-IX                   PIC 9(04) COMP.
           05  WS-PRF-VAL-IX               PIC 9(04) COMP.
           05  WS-PRF-FOUND-IX             PIC 9(04) COMP.
           05  WS-PRF-BEST-IX              PIC 9(04) COMP.
           05  WS-PRF-RANK-IX              PIC 9(04) COMP.
           05  WS-PRF-TOP-USED             PIC 9(04) COMP.
           05  WS-PRF-POS                  PIC 9(04).
           05  WS-PRF-LEN                  PIC 9(02).
           05  WS-PRF-VALUE                PIC X(20).
           05  WS-PRF-NUM-EDIT             PIC -(15)9.
           05  WS-PRF-FIELD-TABLE.
               10  WS-PRF-FIELD            OCCURS 50 TIMES.
                   15  WS-PRF-BLANK-COUNT  PIC 9(09) COMP.
                   15  WS-PRF-INVALID-COUNT
                                           PIC 9(09) COMP.
                   15  WS-PRF-UNTALLIED-COUNT
                                           PIC 9(09) COMP.
                   15  WS-PRF-DISTINCT-COUNT
                                           PIC 9(04) COMP.
                   15  WS-PRF-VALUED-SW    PIC X(01).
                       88  WS-PRF-VALUED        VALUE 'Y'.
                   15  WS-PRF-MIN-VALUE    PIC X(20).
                   15  WS-PRF-MAX-VALUE    PIC X(20).
                   15  WS-PRF-MIN-NUM      PIC S9(15) COMP-3.
                   15  WS-PRF-MAX-NUM      PIC S9(15) COMP-3.
                   15  WS-PRF-TALLY        OCCURS 50 TIMES.
                       20  WS-PRF-TALLY-VALUE
                                           PIC X(20).
                       20  WS-PRF-TALLY-COUNT
                                           PIC 9(09) COMP.
                       20  WS-PRF-TALLY-PICKED-SW
                                           PIC X(01).
                           88  WS-PRF-TALLY-PICKED  VALUE 'Y'.
       01  WS-SHAPE-CONTROLS.
           05  WS-SHP-FORMAT               PIC X(01) VALUE SPACE.
               88  WS-SHP-CLASSIC               VALUE SPACE.
               88  WS-SHP-FIXED                 VALUE 'F'.
               88  WS-SHP-VARIABLE              VALUE 'V'.
           05  WS-SHP-MAX-LEN              PIC 9(04) COMP VALUE 100.
           05  WS-SHP-KEY-POS              PIC 9(04) COMP VALUE 1.
           05  WS-SHP-KEY-LEN              PIC 9(04) COMP VALUE 20.
           05  WS-SHP-KEY-END              PIC 9(04) COMP VALUE 20.
           05  WS-SHP-DATA-BASE            PIC 9(04) COMP VALUE 20.
           05  WS-SHP-MATCHED-SW           PIC X(01).
               88  WS-SHP-MATCHED               VALUE 'Y'.
           05  WS-SHP-ORDER-SW             PIC X(01) VALUE 'N'.
               88  WS-SHP-ORDER-NEEDED          VALUE 'Y'.
           05  WS-SHP-PREV-KEY             PIC X(20).
           05  WS-SHP-SKIP-MODE            PIC X(01) VALUE SPACE.
               88  WS-SHP-SKIP-NONE             VALUE SPACE.
               88  WS-SHP-SKIP-BELOW            VALUE 'B'.
               88  WS-SHP-SKIP-THROUGH          VALUE 'T'.
           05  WS-SHP-SKIP-KEY             PIC X(20).
           05  WS-SHP-TAKEN-SW             PIC X(01).
               88  WS-SHP-TAKEN                 VALUE 'Y'.
           05  WS-SHP-FITS-SW              PIC X(01).
               88  WS-SHP-FIELD-FITS            VALUE 'Y'.
           05  WS-SHP-FLD-POS              PIC 9(04) COMP.
           05  WS-SHP-FLD-LEN              PIC 9(04) COMP.
           05  WS-SRCV-REC-LEN             PIC 9(04) COMP.
           05  WS-TGTV-REC-LEN             PIC 9(04) COMP.
           05  WS-NEWV-REC-LEN             PIC 9(04) COMP.
           05  WS-SPLV-REC-LEN             PIC 9(04) COMP.
           05  WS-GENV-REC-LEN             PIC 9(04) COMP.
           05  WS-RJC-REC-LEN              PIC 9(04) COMP.
           05  WS-JRN-REC-LEN              PIC 9(04) COMP.
           05  WS-JRNI-REC-LEN             PIC 9(04) COMP.
       01  WS-RECORD-AREAS.
           05  WS-SRC-KEY                  PIC X(20).
           05  WS-SRC-LEN                  PIC 9(04) COMP.
           05  WS-SRC-REC                  PIC X(4096).
           05  WS-TGT-KEY                  PIC X(20).
           05  WS-TGT-LEN                  PIC 9(04) COMP.
           05  WS-TGT-REC                  PIC X(4096).
           05  WS-OUT-LEN                  PIC 9(04) COMP.
           05  WS-OUT-REC                  PIC X(4096).
       01  WS-BASE-NAME-CONTROLS.
           05  WS-BASE-LOOKUP-DSN          PIC X(44).
           05  WS-BASE-DSN                 PIC X(44).
           05  WS-BASE-KIND                PIC X(01).
               88  WS-BASE-PLAIN                VALUE SPACE.
               88  WS-BASE-RELATIVE             VALUE 'R'.
               88  WS-BASE-GENERATION           VALUE 'G'.
           05  WS-BASE-LAST-DOT            PIC 9(04) COMP.
           05  WS-BASE-PAREN               PIC 9(04) COMP.
           05  WS-BASE-SCAN-IX             PIC 9(04) COMP.
           05  WS-BASE-GEN-QUAL            PIC X(08).
           05  WS-BASE-GEN-QUAL-R REDEFINES WS-BASE-GEN-QUAL.
               10  WS-BASE-GEN-G           PIC X(01).
               10  WS-BASE-GEN-NUMBER      PIC X(04).
               10  WS-BASE-GEN-V           PIC X(01).
               10  WS-BASE-GEN-VERSION     PIC X(02).

       Linkage Section.
       COPY YB.
       1000-EXIT.
           EXIT.

      *    THE DSPROF CARD FOR THE DATASET THE ACTION WORKS ON SETS
      *    THE RECORD SHAPE OF EVERY FILE THE ACTION READS AND
      *    WRITES.  A DATASET WITH NO CARD, OR A RUN WITH NO DSPROF
      *    DECK, KEEPS THE CLASSIC 100-BYTE GDS SHAPE.  THE SHAPE IS
      *    SET AFRESH ON EVERY CALL AND THE LAYOUT DICTIONARY IS
      *    RELOADED UNDER IT, SINCE ITS POSITIONS DEPEND ON IT.
       1400-LOAD-DATASET-PROFILE.
           MOVE SPACE TO WS-SHP-FORMAT.
           MOVE 100 TO WS-SHP-MAX-LEN.
           MOVE 1 TO WS-SHP-KEY-POS.
           MOVE 20 TO WS-SHP-KEY-LEN.
           MOVE 20 TO WS-SHP-KEY-END.
           MOVE 20 TO WS-SHP-DATA-BASE.
           MOVE 'N' TO WS-SHP-ORDER-SW.
           MOVE SPACE TO WS-SHP-SKIP-MODE.
           MOVE 'N' TO WS-DCT-LOADED-SW.
           IF ACTION-RENAME OR ACTION-DELETE
               GO TO 1400-EXIT
           END-IF.
           IF ACTION-REPLAY OR ACTION-IMPORT
               MOVE TARGET-DSN TO WS-BASE-LOOKUP-DSN
           ELSE
               MOVE SOURCE-DSN TO WS-BASE-LOOKUP-DSN
           END-IF.
           PERFORM 1450-RESOLVE-BASE-NAME THRU 1450-EXIT.
           MOVE 'N' TO WS-SHP-MATCHED-SW.
           MOVE 'N' TO WS-DSPROF-EOF-SW.
           OPEN INPUT Dataset-Profile-File.
           IF NOT WS-DSPROF-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0034 - DSPROF OPEN FAILED'
                   TO RETURN-MESSAGE
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-MATCH-ONE-PROFILE THRU 1410-EXIT
               UNTIL WS-DSPROF-EOF OR WS-SHP-MATCHED.
           CLOSE Dataset-Profile-File.
           IF WS-SHP-MATCHED
               PERFORM 1420-SET-RECORD-SHAPE THRU 1420-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      *    A CARD NAMING A GENERATION DATA GROUP BASE COVERS EVERY
      *    GENERATION AND RELATIVE REFERENCE TO IT.
       1410-MATCH-ONE-PROFILE.
           MOVE SPACES TO DATASET-PROFILE-CARD.
           READ Dataset-Profile-File INTO DATASET-PROFILE-CARD
               AT END
                   MOVE 'Y' TO WS-DSPROF-EOF-SW
                   GO TO 1410-EXIT
           END-READ.
           IF DSP-DSN = SPACES
               GO TO 1410-EXIT
           END-IF.
           IF DSP-DSN = WS-BASE-LOOKUP-DSN
               MOVE 'Y' TO WS-SHP-MATCHED-SW
               GO TO 1410-EXIT
           END-IF.
           IF NOT WS-BASE-PLAIN AND DSP-DSN = WS-BASE-DSN
               MOVE 'Y' TO WS-SHP-MATCHED-SW
           END-IF.
       1410-EXIT.
           EXIT.

      *    A PROFILED RECORD IS ADDRESSED AS A WHOLE - THE KEY AT
      *    ITS PROFILED OFFSET AND RULE POSITIONS FROM BYTE 1.  THE
      *    KSDS TARGET CLUSTER IS DEFINED FOR THE CLASSIC RECORD, SO
      *    A PROFILED DATASET MAY NOT BE WRITTEN TO ONE.
       1420-SET-RECORD-SHAPE.
           IF NOT DSP-FIXED AND NOT DSP-VARIABLE
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0034 - DSPROF RECORD FORMAT NOT F OR V'
                   TO RETURN-MESSAGE
               GO TO 1420-EXIT
           END-IF.
           IF DSP-MAX-LENGTH NOT NUMERIC
                   OR DSP-KEY-OFFSET NOT NUMERIC
                   OR DSP-KEY-LENGTH NOT NUMERIC
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0034 - DSPROF LENGTH OR KEY NOT NUMERIC'
                   TO RETURN-MESSAGE
               GO TO 1420-EXIT
           END-IF.
           IF DSP-MAX-LENGTH < 1 OR DSP-MAX-LENGTH > 4096
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0034 - DSPROF MAXIMUM LENGTH NOT 0001-4096'
                   TO RETURN-MESSAGE
               GO TO 1420-EXIT
           END-IF.
           IF DSP-KEY-LENGTH < 1 OR DSP-KEY-LENGTH > 20
                   OR DSP-KEY-OFFSET + DSP-KEY-LENGTH > DSP-MAX-LENGTH
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0034 - DSPROF KEY OUTSIDE THE RECORD'
                   TO RETURN-MESSAGE
               GO TO 1420-EXIT
           END-IF.
           IF TARGET-ORG-KSDS AND (ACTION-DUPLICAT OR ACTION-IMPORT)
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0034 - PROFILED DATASET CANNOT GO TO A KSDS'
                   TO RETURN-MESSAGE
               GO TO 1420-EXIT
           END-IF.
           MOVE DSP-RECORD-FORMAT TO WS-SHP-FORMAT.
           MOVE DSP-MAX-LENGTH TO WS-SHP-MAX-LEN.
           COMPUTE WS-SHP-KEY-POS = DSP-KEY-OFFSET + 1.
           MOVE DSP-KEY-LENGTH TO WS-SHP-KEY-LEN.
           COMPUTE WS-SHP-KEY-END = DSP-KEY-OFFSET + DSP-KEY-LENGTH.
           MOVE ZERO TO WS-SHP-DATA-BASE.
       1420-EXIT.
           EXIT.

      *    SPLITS A NAME INTO ITS GDG BASE THE WAY DSUDRV DOES FOR
      *    THE REGISTRY - NAME(N) IS RELATIVE, A LAST QUALIFIER OF
      *    GNNNNVNN IS AN ABSOLUTE GENERATION, ANYTHING ELSE PLAIN.
       1450-RESOLVE-BASE-NAME.
           MOVE SPACES TO WS-BASE-DSN.
           MOVE SPACE TO WS-BASE-KIND.
           MOVE ZERO TO WS-BASE-LAST-DOT.
           MOVE ZERO TO WS-BASE-PAREN.
           MOVE 1 TO WS-BASE-SCAN-IX.
           PERFORM 1460-FIND-LAST-DOT THRU 1460-EXIT
               UNTIL WS-BASE-SCAN-IX > 44.
           IF WS-BASE-PAREN > 1
               MOVE WS-BASE-LOOKUP-DSN (1:WS-BASE-PAREN - 1)
                   TO WS-BASE-DSN
               MOVE 'R' TO WS-BASE-KIND
               GO TO 1450-EXIT
           END-IF.
           IF WS-BASE-LAST-DOT < 2 OR WS-BASE-LAST-DOT > 36
               GO TO 1450-EXIT
           END-IF.
           MOVE WS-BASE-LOOKUP-DSN (WS-BASE-LAST-DOT + 1:8)
               TO WS-BASE-GEN-QUAL.
           IF WS-BASE-GEN-G NOT = 'G' OR WS-BASE-GEN-V NOT = 'V'
                   OR WS-BASE-GEN-NUMBER NOT NUMERIC
                   OR WS-BASE-GEN-VERSION NOT NUMERIC
               GO TO 1450-EXIT
           END-IF.
           IF WS-BASE-LAST-DOT < 36
               IF WS-BASE-LOOKUP-DSN (WS-BASE-LAST-DOT + 9:)
                       NOT = SPACES
                   GO TO 1450-EXIT
               END-IF
           END-IF.
           MOVE WS-BASE-LOOKUP-DSN (1:WS-BASE-LAST-DOT - 1)
               TO WS-BASE-DSN.
           MOVE 'G' TO WS-BASE-KIND.
       1450-EXIT.
           EXIT.

       1460-FIND-LAST-DOT.
           IF WS-BASE-LOOKUP-DSN (WS-BASE-SCAN-IX:1) = '.'
                   AND WS-BASE-PAREN = ZERO
               MOVE WS-BASE-SCAN-IX TO WS-BASE-LAST-DOT
           END-IF.
           IF WS-BASE-LOOKUP-DSN (WS-BASE-SCAN-IX:1) = '('
                   AND WS-BASE-PAREN = ZERO
               MOVE WS-BASE-SCAN-IX TO WS-BASE-PAREN
           END-IF.
           ADD 1 TO WS-BASE-SCAN-IX.
       1460-EXIT.
           EXIT.

       1500-LOAD-LAYOUT-DICT.
           IF WS-DCT-LOADED
               GO TO 1500-EXIT
                   TO RETURN-MESSAGE
               GO TO 1510-EXIT
           END-IF.
           IF DCT-LONG-POSITION-X NOT = SPACES
               IF DCT-LONG-POSITION NOT NUMERIC
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0018 - LAYOUT FIELD POSITION BAD'
                       TO RETURN-MESSAGE
                   GO TO 1510-EXIT
               END-IF
               MOVE DCT-LONG-POSITION TO WS-SHP-FLD-POS
           ELSE
               IF DCT-POSITION NOT NUMERIC
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0018 - LAYOUT FIELD POSITION BAD'
                       TO RETURN-MESSAGE
                   GO TO 1510-EXIT
               END-IF
               MOVE DCT-POSITION TO WS-SHP-FLD-POS
           END-IF.
           IF DCT-LENGTH NOT NUMERIC
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0018 - LAYOUT FIELD POSITION BAD'
                   TO RETURN-MESSAGE
               GO TO 1510-EXIT
           END-IF.
           ADD WS-SHP-DATA-BASE TO WS-SHP-FLD-POS.
           MOVE DCT-LENGTH TO WS-SHP-FLD-LEN.
           PERFORM 1780-CHECK-FIELD-BOUNDS THRU 1780-EXIT.
           IF NOT WS-SHP-FIELD-FITS
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0018 - LAYOUT FIELD POSITION BAD'
                   TO RETURN-MESSAGE
                   TO RETURN-MESSAGE
               GO TO 1510-EXIT
           END-IF.
           IF DCT-DECIMALS-X = SPACE
               MOVE ZERO TO DCT-DECIMALS
           END-IF.
           IF DCT-DECIMALS NOT NUMERIC
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0018 - LAYOUT FIELD DECIMALS BAD'
                   TO RETURN-MESSAGE
               GO TO 1510-EXIT
           END-IF.
           IF ((DCT-TYPE-CHAR OR DCT-TYPE-DATE)
                   AND DCT-DECIMALS > ZERO)
                   OR (DCT-TYPE-ZONED AND DCT-DECIMALS > DCT-LENGTH)
                   OR (DCT-TYPE-PACKED
                       AND DCT-DECIMALS > DCT-LENGTH * 2 - 1)
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0018 - LAYOUT FIELD DECIMALS BAD'
                   TO RETURN-MESSAGE
               GO TO 1510-EXIT
           END-IF.
           MOVE DCT-FIELD-NAME TO WS-DCT-LOOKUP-NAME.
           PERFORM 1550-FIND-DICT-FIELD THRU 1550-EXIT.
           IF WS-DCT-FOUND-IX > ZERO
           ADD 1 TO WS-DCT-ENTRY-COUNT.
           MOVE DCT-FIELD-NAME
               TO WS-DCT-NAME (WS-DCT-ENTRY-COUNT).
           MOVE WS-SHP-FLD-POS
               TO WS-DCT-POS (WS-DCT-ENTRY-COUNT).
           MOVE DCT-LENGTH
               TO WS-DCT-LEN (WS-DCT-ENTRY-COUNT).
           MOVE DCT-TYPE
               TO WS-DCT-DATA-TYPE (WS-DCT-ENTRY-COUNT).
           MOVE DCT-DECIMALS
               TO WS-DCT-DECIMALS (WS-DCT-ENTRY-COUNT).
       1510-EXIT.
           EXIT.

       1560-EXIT.
           EXIT.

      *    EXPORT AND IMPORT - THE LAYOUT DICTIONARY NAMES THE
      *    COLUMNS, SO IT MUST BE PRESENT, AND A ZONED FIELD MUST
      *    FIT THE 18-DIGIT NUMERIC WORK AREA.  A BLANK DELIMITER
      *    MEANS A COMMA; A QUOTE IS RESERVED FOR QUOTING.
       1600-PREPARE-DELIMITED.
           PERFORM 1500-LOAD-LAYOUT-DICT THRU 1500-EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 1600-EXIT
           END-IF.
           IF WS-DCT-ENTRY-COUNT = ZERO
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0029 - EXPORT/IMPORT NEEDS LAYOUT FIELDS'
                   TO RETURN-MESSAGE
               GO TO 1600-EXIT
           END-IF.
           MOVE 1 TO WS-DLM-IX.
           PERFORM 1610-CHECK-ONE-DLM-FIELD THRU 1610-EXIT
               UNTIL WS-DLM-IX > WS-DCT-ENTRY-COUNT
                   OR RETURN-STATUS-ERROR.
           IF RETURN-STATUS-ERROR
               GO TO 1600-EXIT
           END-IF.
           EVALUATE FIELD-DELIMITER
               WHEN SPACE
                   MOVE ',' TO WS-DLM-CHAR
               WHEN '"'
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0029 - A QUOTE CANNOT BE THE DELIMITER'
                       TO RETURN-MESSAGE
               WHEN OTHER
                   MOVE FIELD-DELIMITER TO WS-DLM-CHAR
           END-EVALUATE.
       1600-EXIT.
           EXIT.

       1610-CHECK-ONE-DLM-FIELD.
           IF WS-DCT-DATA-TYPE (WS-DLM-IX) = 'ZONED'
                   AND WS-DCT-LEN (WS-DLM-IX) > 18
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0029 - ZONED FIELD OVER 18 DIGITS'
                   TO RETURN-MESSAGE
           END-IF.
           ADD 1 TO WS-DLM-IX.
       1610-EXIT.
           EXIT.

      *    DROPS THE TRAILING SPACES FROM WS-DLM-FIELD BY SHORTENING
      *    WS-DLM-FIELD-LEN - ZERO WHEN THE FIELD IS ALL SPACES.
       1620-TRIM-FIELD.
           MOVE 'N' TO WS-DLM-TRIM-SW.
           PERFORM 1630-TRIM-ONE-BYTE THRU 1630-EXIT
               UNTIL WS-DLM-TRIM-DONE.
       1620-EXIT.
           EXIT.

       1630-TRIM-ONE-BYTE.
           IF WS-DLM-FIELD-LEN = ZERO
               MOVE 'Y' TO WS-DLM-TRIM-SW
               GO TO 1630-EXIT
           END-IF.
           IF WS-DLM-FIELD (WS-DLM-FIELD-LEN:1) NOT = SPACE
               MOVE 'Y' TO WS-DLM-TRIM-SW
               GO TO 1630-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-DLM-FIELD-LEN.
       1630-EXIT.
           EXIT.

      *    EVERY SOURCE, TARGET, NEW TARGET, SPLIT AND GENERATION
      *    RECORD PASSES THROUGH THE PARAGRAPHS BELOW, WHICH USE THE
      *    CLASSIC FILE OR ITS FIXED OR VARIABLE PROFILED TWIN ON THE
      *    SAME DD.  A RECORD IS READ INTO WS-SRC-REC, WS-TGT-REC OR
      *    WS-OUT-REC WITH ITS LENGTH (AND KEY), AND WRITTEN FROM
      *    WS-OUT-REC FOR WS-OUT-LEN BYTES.
       1700-OPEN-SOURCE.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN INPUT Source-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN INPUT Source-Var-File
               WHEN OTHER
                   OPEN INPUT Source-File
           END-EVALUATE.
           MOVE SPACE TO WS-SHP-SKIP-MODE.
           MOVE LOW-VALUES TO WS-SHP-PREV-KEY.
       1700-EXIT.
           EXIT.

       1705-CLOSE-SOURCE.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Source-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Source-Var-File
               WHEN OTHER
                   CLOSE Source-File
           END-EVALUATE.
       1705-EXIT.
           EXIT.

      *    A PROFILED SOURCE IS READ SEQUENTIALLY, SO RECORDS BELOW
      *    (OR THROUGH) WS-SHP-SKIP-KEY ARE PASSED OVER HERE IN PLACE
      *    OF THE START A CLASSIC KSDS SOURCE IS POSITIONED WITH.
      *    WHERE THE ACTION DEPENDS ON KEY ORDER, A PROFILED SOURCE
      *    OUT OF ORDER STOPS THE RUN.
       1710-READ-SOURCE.
           MOVE 'N' TO WS-SHP-TAKEN-SW.
           PERFORM 1712-READ-ONE-SOURCE THRU 1712-EXIT
               UNTIL WS-SOURCE-EOF OR WS-SHP-TAKEN.
       1710-EXIT.
           EXIT.

       1712-READ-ONE-SOURCE.
           MOVE SPACES TO WS-SRC-REC.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Source-Fix-File
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-SW
                           GO TO 1712-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-SRC-LEN
               WHEN WS-SHP-VARIABLE
                   READ Source-Var-File
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-SW
                           GO TO 1712-EXIT
                   END-READ
                   MOVE WS-SRCV-REC-LEN TO WS-SRC-LEN
               WHEN OTHER
                   READ Source-File
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-SW
                           GO TO 1712-EXIT
                   END-READ
                   MOVE 100 TO WS-SRC-LEN
                   MOVE GDS-RECORD TO WS-SRC-REC
           END-EVALUATE.
           IF WS-SRC-LEN > WS-SHP-MAX-LEN
                   OR WS-SRC-LEN < WS-SHP-KEY-END
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0035 - SRCDS RECORD LENGTH OUTSIDE PROFILE'
                   TO RETURN-MESSAGE
               MOVE 'Y' TO WS-SOURCE-EOF-SW
               GO TO 1712-EXIT
           END-IF.
           IF WS-SHP-FIXED
               MOVE Source-Fix-Rec (1:WS-SRC-LEN) TO WS-SRC-REC
           END-IF.
           IF WS-SHP-VARIABLE
               MOVE Source-Var-Rec (1:WS-SRC-LEN) TO WS-SRC-REC
           END-IF.
           MOVE WS-SRC-REC (WS-SHP-KEY-POS:WS-SHP-KEY-LEN)
               TO WS-SRC-KEY.
           IF WS-SHP-ORDER-NEEDED AND NOT WS-SHP-CLASSIC
               IF WS-SRC-KEY < WS-SHP-PREV-KEY
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0035 - SRCDS RECORDS NOT IN KEY ORDER'
                       TO RETURN-MESSAGE
                   MOVE 'Y' TO WS-SOURCE-EOF-SW
                   GO TO 1712-EXIT
               END-IF
               MOVE WS-SRC-KEY TO WS-SHP-PREV-KEY
           END-IF.
           IF WS-SHP-SKIP-BELOW AND WS-SRC-KEY < WS-SHP-SKIP-KEY
               GO TO 1712-EXIT
           END-IF.
           IF WS-SHP-SKIP-THROUGH
                   AND WS-SRC-KEY NOT > WS-SHP-SKIP-KEY
               GO TO 1712-EXIT
           END-IF.
           MOVE SPACE TO WS-SHP-SKIP-MODE.
           MOVE 'Y' TO WS-SHP-TAKEN-SW.
       1712-EXIT.
           EXIT.

      *    POSITIONS THE SOURCE PAST THE RECORDS WS-SHP-SKIP-MODE
      *    AND WS-SHP-SKIP-KEY PASS OVER - BY A START ON THE CLASSIC
      *    KSDS, OR LEFT TO 1712 ON A PROFILED SOURCE.
       1715-POSITION-SOURCE.
           IF NOT WS-SHP-CLASSIC
               GO TO 1715-EXIT
           END-IF.
           MOVE WS-SHP-SKIP-KEY TO GDS-KEY.
           IF WS-SHP-SKIP-BELOW
               START Source-File KEY IS NOT LESS THAN GDS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SOURCE-EOF-SW
               END-START
           ELSE
               START Source-File KEY IS GREATER THAN GDS-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SOURCE-EOF-SW
               END-START
           END-IF.
           MOVE SPACE TO WS-SHP-SKIP-MODE.
       1715-EXIT.
           EXIT.

       1720-OPEN-TARGET-INPUT.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN INPUT Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN INPUT Target-Var-File
               WHEN OTHER
                   OPEN INPUT Target-File
           END-EVALUATE.
       1720-EXIT.
           EXIT.

       1721-OPEN-TARGET-OUTPUT.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN OUTPUT Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN OUTPUT Target-Var-File
               WHEN OTHER
                   OPEN OUTPUT Target-File
           END-EVALUATE.
       1721-EXIT.
           EXIT.

       1722-OPEN-TARGET-EXTEND.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN EXTEND Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN EXTEND Target-Var-File
               WHEN OTHER
                   OPEN EXTEND Target-File
           END-EVALUATE.
       1722-EXIT.
           EXIT.

       1725-CLOSE-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Target-Var-File
               WHEN OTHER
                   CLOSE Target-File
           END-EVALUATE.
       1725-EXIT.
           EXIT.

       1730-READ-TARGET.
           MOVE SPACES TO WS-TGT-REC.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Target-Fix-File
                       AT END
                           MOVE 'Y' TO WS-TARGET-EOF-SW
                           GO TO 1730-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-TGT-LEN
               WHEN WS-SHP-VARIABLE
                   READ Target-Var-File
                       AT END
                           MOVE 'Y' TO WS-TARGET-EOF-SW
                           GO TO 1730-EXIT
                   END-READ
                   MOVE WS-TGTV-REC-LEN TO WS-TGT-LEN
               WHEN OTHER
                   READ Target-File
                       AT END
                           MOVE 'Y' TO WS-TARGET-EOF-SW
                           GO TO 1730-EXIT
                   END-READ
                   MOVE 100 TO WS-TGT-LEN
                   MOVE Target-Rec TO WS-TGT-REC
           END-EVALUATE.
           IF WS-TGT-LEN > WS-SHP-MAX-LEN
                   OR WS-TGT-LEN < WS-SHP-KEY-END
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0035 - TGTDS RECORD LENGTH OUTSIDE PROFILE'
                   TO RETURN-MESSAGE
               MOVE 'Y' TO WS-TARGET-EOF-SW
               GO TO 1730-EXIT
           END-IF.
           IF WS-SHP-FIXED
               MOVE Target-Fix-Rec (1:WS-TGT-LEN) TO WS-TGT-REC
           END-IF.
           IF WS-SHP-VARIABLE
               MOVE Target-Var-Rec (1:WS-TGT-LEN) TO WS-TGT-REC
           END-IF.
           MOVE WS-TGT-REC (WS-SHP-KEY-POS:WS-SHP-KEY-LEN)
               TO WS-TGT-KEY.
       1730-EXIT.
           EXIT.

       1735-WRITE-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   MOVE WS-OUT-REC (1:WS-SHP-MAX-LEN) TO Target-Fix-Rec
                   WRITE Target-Fix-Rec
               WHEN WS-SHP-VARIABLE
                   MOVE WS-OUT-LEN TO WS-TGTV-REC-LEN
                   MOVE WS-OUT-REC (1:WS-OUT-LEN) TO Target-Var-Rec
                   WRITE Target-Var-Rec
               WHEN OTHER
                   MOVE WS-OUT-REC (1:100) TO Target-Rec
                   WRITE Target-Rec
           END-EVALUATE.
       1735-EXIT.
           EXIT.

       1740-OPEN-NEW-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN OUTPUT New-Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN OUTPUT New-Target-Var-File
               WHEN OTHER
                   OPEN OUTPUT New-Target-File
           END-EVALUATE.
       1740-EXIT.
           EXIT.

       1745-CLOSE-NEW-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE New-Target-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE New-Target-Var-File
               WHEN OTHER
                   CLOSE New-Target-File
           END-EVALUATE.
       1745-EXIT.
           EXIT.

       1748-WRITE-NEW-TARGET.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   MOVE WS-OUT-REC (1:WS-SHP-MAX-LEN)
                       TO New-Target-Fix-Rec
                   WRITE New-Target-Fix-Rec
               WHEN WS-SHP-VARIABLE
                   MOVE WS-OUT-LEN TO WS-NEWV-REC-LEN
                   MOVE WS-OUT-REC (1:WS-OUT-LEN) TO New-Target-Var-Rec
                   WRITE New-Target-Var-Rec
               WHEN OTHER
                   MOVE WS-OUT-REC (1:100) TO NEW-TGT-REC
                   WRITE NEW-TGT-REC
           END-EVALUATE.
       1748-EXIT.
           EXIT.

       1750-OPEN-SPLITS.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN OUTPUT Split1-Fix-File
                   OPEN OUTPUT Split2-Fix-File
                   OPEN OUTPUT Split3-Fix-File
                   OPEN OUTPUT Split4-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN OUTPUT Split1-Var-File
                   OPEN OUTPUT Split2-Var-File
                   OPEN OUTPUT Split3-Var-File
                   OPEN OUTPUT Split4-Var-File
               WHEN OTHER
                   OPEN OUTPUT Split1-File
                   OPEN OUTPUT Split2-File
                   OPEN OUTPUT Split3-File
                   OPEN OUTPUT Split4-File
           END-EVALUATE.
       1750-EXIT.
           EXIT.

       1755-CLOSE-SPLITS.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Split1-Fix-File
                   CLOSE Split2-Fix-File
                   CLOSE Split3-Fix-File
                   CLOSE Split4-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Split1-Var-File
                   CLOSE Split2-Var-File
                   CLOSE Split3-Var-File
                   CLOSE Split4-Var-File
               WHEN OTHER
                   CLOSE Split1-File
                   CLOSE Split2-File
                   CLOSE Split3-File
                   CLOSE Split4-File
           END-EVALUATE.
       1755-EXIT.
           EXIT.

       1758-WRITE-SPLIT.
           MOVE WS-OUT-LEN TO WS-SPLV-REC-LEN.
           EVALUATE WS-SPL-TARGET-PICK
               WHEN 1
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           MOVE WS-OUT-REC (1:WS-SHP-MAX-LEN)
                               TO Split1-Fix-Rec
                           WRITE Split1-Fix-Rec
                       WHEN WS-SHP-VARIABLE
                           MOVE WS-OUT-REC (1:WS-OUT-LEN)
                               TO Split1-Var-Rec
                           WRITE Split1-Var-Rec
                       WHEN OTHER
                           MOVE WS-OUT-REC (1:100) TO Split1-Rec
                           WRITE Split1-Rec
                   END-EVALUATE
               WHEN 2
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           MOVE WS-OUT-REC (1:WS-SHP-MAX-LEN)
                               TO Split2-Fix-Rec
                           WRITE Split2-Fix-Rec
                       WHEN WS-SHP-VARIABLE
                           MOVE WS-OUT-REC (1:WS-OUT-LEN)
                               TO Split2-Var-Rec
                           WRITE Split2-Var-Rec
                       WHEN OTHER
                           MOVE WS-OUT-REC (1:100) TO Split2-Rec
                           WRITE Split2-Rec
                   END-EVALUATE
               WHEN 3
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           MOVE WS-OUT-REC (1:WS-SHP-MAX-LEN)
                               TO Split3-Fix-Rec
                           WRITE Split3-Fix-Rec
                       WHEN WS-SHP-VARIABLE
                           MOVE WS-OUT-REC (1:WS-OUT-LEN)
                               TO Split3-Var-Rec
                           WRITE Split3-Var-Rec
                       WHEN OTHER
                           MOVE WS-OUT-REC (1:100) TO Split3-Rec
                           WRITE Split3-Rec
                   END-EVALUATE
               WHEN 4
                   EVALUATE TRUE
                       WHEN WS-SHP-FIXED
                           MOVE WS-OUT-REC (1:WS-SHP-MAX-LEN)
                               TO Split4-Fix-Rec
                           WRITE Split4-Fix-Rec
                       WHEN WS-SHP-VARIABLE
                           MOVE WS-OUT-REC (1:WS-OUT-LEN)
                               TO Split4-Var-Rec
                           WRITE Split4-Var-Rec
                       WHEN OTHER
                           MOVE WS-OUT-REC (1:100) TO Split4-Rec
                           WRITE Split4-Rec
                   END-EVALUATE
           END-EVALUATE.
       1758-EXIT.
           EXIT.

       1760-OPEN-GENERATION.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   OPEN INPUT Generation-Fix-File
               WHEN WS-SHP-VARIABLE
                   OPEN INPUT Generation-Var-File
               WHEN OTHER
                   OPEN INPUT Generation-File
           END-EVALUATE.
       1760-EXIT.
           EXIT.

       1765-CLOSE-GENERATION.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   CLOSE Generation-Fix-File
               WHEN WS-SHP-VARIABLE
                   CLOSE Generation-Var-File
               WHEN OTHER
                   CLOSE Generation-File
           END-EVALUATE.
       1765-EXIT.
           EXIT.

       1768-READ-GENERATION.
           MOVE SPACES TO WS-OUT-REC.
           EVALUATE TRUE
               WHEN WS-SHP-FIXED
                   READ Generation-Fix-File
                       AT END
                           MOVE 'Y' TO WS-GENDS-EOF-SW
                           GO TO 1768-EXIT
                   END-READ
                   MOVE WS-SHP-MAX-LEN TO WS-OUT-LEN
               WHEN WS-SHP-VARIABLE
                   READ Generation-Var-File
                       AT END
                           MOVE 'Y' TO WS-GENDS-EOF-SW
                           GO TO 1768-EXIT
                   END-READ
                   MOVE WS-GENV-REC-LEN TO WS-OUT-LEN
               WHEN OTHER
                   READ Generation-File
                       AT END
                           MOVE 'Y' TO WS-GENDS-EOF-SW
                           GO TO 1768-EXIT
                   END-READ
                   MOVE 100 TO WS-OUT-LEN
                   MOVE Generation-Rec TO WS-OUT-REC
           END-EVALUATE.
           IF WS-OUT-LEN > WS-SHP-MAX-LEN
                   OR WS-OUT-LEN < WS-SHP-KEY-END
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0035 - GENDS RECORD LENGTH OUTSIDE PROFILE'
                   TO RETURN-MESSAGE
               MOVE 'Y' TO WS-GENDS-EOF-SW
               GO TO 1768-EXIT
           END-IF.
           IF WS-SHP-FIXED
               MOVE Generation-Fix-Rec (1:WS-OUT-LEN) TO WS-OUT-REC
           END-IF.
           IF WS-SHP-VARIABLE
               MOVE Generation-Var-Rec (1:WS-OUT-LEN) TO WS-OUT-REC
           END-IF.
       1768-EXIT.
           EXIT.

      *    A RULE OR DICTIONARY FIELD AT WS-SHP-FLD-POS FOR
      *    WS-SHP-FLD-LEN BYTES MUST LIE WITHIN THE RECORD - WITHIN
      *    GDS-DATA ON A CLASSIC RECORD.
       1780-CHECK-FIELD-BOUNDS.
           MOVE 'N' TO WS-SHP-FITS-SW.
           IF WS-SHP-FLD-POS NOT > WS-SHP-DATA-BASE
                   OR WS-SHP-FLD-LEN < 1
                   OR WS-SHP-FLD-POS + WS-SHP-FLD-LEN - 1
                       > WS-SHP-MAX-LEN
               GO TO 1780-EXIT
           END-IF.
           MOVE 'Y' TO WS-SHP-FITS-SW.
       1780-EXIT.
           EXIT.

       2000-PROCESS-ACTION.
           PERFORM 1400-LOAD-DATASET-PROFILE THRU 1400-EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ACTION-DUPLICAT
                   PERFORM 3000-DUPLICATE THRU 3000-EXIT
               WHEN ACTION-RENAME
                   PERFORM 4000-RENAME THRU 4000-EXIT
               WHEN ACTION-DELETE
                   PERFORM 5000-DELETE THRU 5000-EXIT
               WHEN ACTION-COMPARE
                   PERFORM 6000-COMPARE THRU 6000-EXIT
               WHEN ACTION-SYNC
                   PERFORM 7000-SYNC THRU 7000-EXIT
               WHEN ACTION-EXTRACT
                   PERFORM 8000-EXTRACT THRU 8000-EXIT
               WHEN ACTION-MASK
                   PERFORM 9000-MASK THRU 9000-EXIT
               WHEN ACTION-MERGE
                   PERFORM 6500-MERGE THRU 6500-EXIT
               WHEN ACTION-REPLAY
                   PERFORM 7500-REPLAY THRU 7500-EXIT
               WHEN ACTION-SPLIT
                   PERFORM 8500-SPLIT THRU 8500-EXIT
               WHEN ACTION-RESTORE
                   PERFORM 4500-RESTORE THRU 4500-EXIT
               WHEN ACTION-PROFILE
                   PERFORM 5500-PROFILE THRU 5500-EXIT
               WHEN ACTION-EXPORT
                   PERFORM 5800-EXPORT THRU 5800-EXIT
               WHEN ACTION-IMPORT
                   PERFORM 3500-IMPORT THRU 3500-EXIT
               WHEN OTHER
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0001 - UNRECOGNIZED ACTION CODE'
                       TO RETURN-MESSAGE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       3000-DUPLICATE.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-TARGET-COUNT.
           MOVE ZERO TO WS-COPIED-COUNT.
           MOVE ZERO TO WS-DUPKEY-COUNT.
           MOVE ZERO TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-RESUME-KEY.
           IF VALIDATE-SOURCE
               PERFORM 3400-LOAD-VAL-RULES THRU 3400-EXIT
               IF RETURN-STATUS-ERROR
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF RESUME-FROM-CHECKPOINT
               PERFORM 3050-READ-LAST-CHECKPOINT THRU 3050-EXIT
               MOVE WS-COPIED-COUNT TO WS-SOURCE-COUNT
           END-IF.
           MOVE 'Y' TO WS-SHP-ORDER-SW.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 3020-OPEN-TARGET THRU 3020-EXIT.
           IF RESUME-FROM-CHECKPOINT
               OPEN EXTEND Checkpoint-File
           ELSE
               OPEN OUTPUT Checkpoint-File
           END-IF.
           OPEN OUTPUT Report-File.
           IF VALIDATE-SOURCE
               IF RESUME-FROM-CHECKPOINT
                   OPEN EXTEND Reject-File
               ELSE
                   OPEN OUTPUT Reject-File
               END-IF
           END-IF.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-TARGET-STATUS-OK
                   OR NOT WS-CHECKPOINT-STATUS-OK
                   OR NOT WS-REPORT-STATUS-OK
                   OR (VALIDATE-SOURCE
                       AND NOT WS-REJECT-STATUS-OK)
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0002 - OPEN FAILED FOR DUPLICAT'
                   TO RETURN-MESSAGE
               GO TO 3000-EXIT
           END-IF.
           IF RESUME-FROM-CHECKPOINT
               IF WS-RESUME-KEY = SPACES
                       AND PART-LOW-KEY NOT = SPACES
                   MOVE PART-LOW-KEY TO WS-SHP-SKIP-KEY
                   MOVE 'B' TO WS-SHP-SKIP-MODE
               ELSE
                   MOVE WS-RESUME-KEY TO WS-SHP-SKIP-KEY
                   MOVE 'T' TO WS-SHP-SKIP-MODE
               END-IF
           ELSE
               IF PART-LOW-KEY NOT = SPACES
                   MOVE PART-LOW-KEY TO WS-SHP-SKIP-KEY
                   MOVE 'B' TO WS-SHP-SKIP-MODE
               END-IF
           END-IF.
           IF NOT WS-SHP-SKIP-NONE
               PERFORM 1715-POSITION-SOURCE THRU 1715-EXIT
           END-IF.
           PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-SOURCE-EOF.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 3030-CLOSE-TARGET THRU 3030-EXIT.
           CLOSE Checkpoint-File.
           IF VALIDATE-SOURCE
               CLOSE Reject-File
           END-IF.
           PERFORM 3200-COUNT-TARGET THRU 3200-EXIT.
           PERFORM 3300-WRITE-RECONCILE-REPORT THRU 3300-EXIT.
           CLOSE Report-File.
       3000-EXIT.
           EXIT.

       3020-OPEN-TARGET.
           IF TARGET-ORG-KSDS
               IF RESUME-FROM-CHECKPOINT
                   OPEN EXTEND Target-Ksds-File
               ELSE
                   OPEN OUTPUT Target-Ksds-File
               END-IF
               MOVE WS-TGTKSDS-STATUS TO WS-TARGET-STATUS
           ELSE
               IF RESUME-FROM-CHECKPOINT
                   PERFORM 1722-OPEN-TARGET-EXTEND THRU 1722-EXIT
               ELSE
                   PERFORM 1721-OPEN-TARGET-OUTPUT THRU 1721-EXIT
               END-IF
           END-IF.
       3020-EXIT.
           EXIT.

       3030-CLOSE-TARGET.
           IF TARGET-ORG-KSDS
               CLOSE Target-Ksds-File
           ELSE
               PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT
           END-IF.
       3030-EXIT.
           EXIT.

       3050-READ-LAST-CHECKPOINT.
           EXIT.

       3100-COPY-ONE-RECORD.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               GO TO 3100-EXIT
           END-IF.
           IF PART-HIGH-KEY NOT = SPACES
                   AND WS-SRC-KEY NOT < PART-HIGH-KEY
               MOVE 'Y' TO WS-SOURCE-EOF-SW
               GO TO 3100-EXIT
           END-IF.
               END-IF
           END-IF.
           IF TARGET-ORG-KSDS
               MOVE WS-SRC-REC (1:100) TO TGTK-REC
               WRITE TGTK-REC
                   INVALID KEY
                       PERFORM 3120-REPORT-DUPLICATE-KEY
                       GO TO 3100-EXIT
               END-WRITE
           ELSE
               MOVE WS-SRC-LEN TO WS-OUT-LEN
               MOVE WS-SRC-REC TO WS-OUT-REC
               PERFORM 1735-WRITE-TARGET THRU 1735-EXIT
           END-IF.
           ADD 1 TO WS-COPIED-COUNT.
           PERFORM 3150-WRITE-CHECKPOINT THRU 3150-EXIT.

       3120-REPORT-DUPLICATE-KEY.
           MOVE SPACES TO CMP-DETAIL-RECORD.
           MOVE WS-SRC-KEY TO CMP-KEY.
           MOVE 'DUPLICATE KEY' TO CMP-STATUS.
           WRITE CMP-DETAIL-RECORD.
           ADD 1 TO WS-DUPKEY-COUNT.
       3140-APPLY-ONE-VAL-RULE.
           EVALUATE TRUE
               WHEN WS-VAL-RUL-KEY (WS-VAL-IX)
                   IF WS-SRC-KEY = SPACES
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'KEYBLANK' TO WS-REJECT-REASON
                   END-IF
               WHEN WS-VAL-RUL-REQUIRED (WS-VAL-IX)
                   IF WS-SRC-REC (WS-VAL-RUL-POS (WS-VAL-IX):
                           WS-VAL-RUL-LEN (WS-VAL-IX)) = SPACES
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'REQUIRED' TO WS-REJECT-REASON
                   IF WS-VAL-RUL-PACKED (WS-VAL-IX)
                       PERFORM 3142-TEST-PACKED-FIELD THRU 3142-EXIT
                   ELSE
                       IF WS-SRC-REC (WS-VAL-RUL-POS (WS-VAL-IX):
                               WS-VAL-RUL-LEN (WS-VAL-IX))
                               NOT NUMERIC
                           MOVE 'N' TO WS-RECORD-VALID-SW
                       END-IF
                   END-IF
               WHEN WS-VAL-RUL-DATE (WS-VAL-IX)
                   MOVE WS-SRC-REC (WS-VAL-RUL-POS (WS-VAL-IX):8)
                       TO WS-VAL-DATE-WORK
                   IF WS-VAL-DATE-WORK NOT NUMERIC
                           OR WS-VAL-DATE-MM < 1
           MOVE LOW-VALUES TO WS-VAL-PACKED-BYTES.
           COMPUTE WS-VAL-PACKED-OFF
               = 9 - WS-VAL-RUL-LEN (WS-VAL-IX).
           MOVE WS-SRC-REC (WS-VAL-RUL-POS (WS-VAL-IX):
               WS-VAL-RUL-LEN (WS-VAL-IX))
               TO WS-VAL-PACKED-BYTES (WS-VAL-PACKED-OFF:
                   WS-VAL-RUL-LEN (WS-VAL-IX)).
       3145-WRITE-REJECT.
           MOVE SPACES TO RJC-RECORD.
           MOVE WS-REJECT-REASON TO RJC-REASON-CODE.
           MOVE WS-SRC-REC (1:WS-SRC-LEN) TO RJC-RECORD-DATA.
           COMPUTE WS-RJC-REC-LEN = WS-SRC-LEN + 9.
           WRITE RJC-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       3145-EXIT.
           EXIT.

       3150-WRITE-CHECKPOINT.
           MOVE WS-SRC-KEY TO CKPT-LAST-KEY.
           ACCEPT CKPT-DATE FROM DATE.
           ACCEPT CKPT-TIME FROM TIME.
           MOVE WS-COPIED-COUNT TO CKPT-COPIED-COUNT.
                   UNTIL WS-TARGET-EOF
               CLOSE Target-Ksds-File
           ELSE
               PERFORM 1720-OPEN-TARGET-INPUT THRU 1720-EXIT
               PERFORM 3210-COUNT-ONE-TARGET THRU 3210-EXIT
                   UNTIL WS-TARGET-EOF
               PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

       3210-COUNT-ONE-TARGET.
           PERFORM 1730-READ-TARGET THRU 1730-EXIT.
           IF WS-TARGET-EOF
               GO TO 3210-EXIT
           END-IF.
           ADD 1 TO WS-TARGET-COUNT.
       3210-EXIT.
           EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 3400-EXIT
           END-IF.
           IF WS-VAL-RULE-COUNT = ZERO
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0012 - NO VALIDATION RULE SUPPLIED'
                   TO RETURN-MESSAGE
           END-IF.
       3400-EXIT.
           EXIT.

       3410-LOAD-ONE-VAL-RULE.
           MOVE SPACES TO VALIDATION-RULE-CARD.
           READ Validation-Rule-File INTO VALIDATION-RULE-CARD
               AT END
                   MOVE 'Y' TO WS-VALRULES-EOF-SW
                   GO TO 3410-EXIT
           END-READ.
           IF VAL-RULE-LIMIT
               IF VAL-LIMIT NOT NUMERIC
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0012 - REJECT LIMIT NOT NUMERIC'
                       TO RETURN-MESSAGE
               ELSE
                   MOVE VAL-LIMIT TO WS-REJECT-LIMIT
               END-IF
               GO TO 3410-EXIT
           END-IF.
           IF NOT VAL-RULE-KEY AND NOT VAL-RULE-REQUIRED
                   AND NOT VAL-RULE-NUMERIC AND NOT VAL-RULE-DATE
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0012 - VALIDATION RULE TYPE UNKNOWN'
                   TO RETURN-MESSAGE
               GO TO 3410-EXIT
           END-IF.
           MOVE 'ZONED' TO WS-VAL-CARD-DTYPE.
           MOVE ZERO TO WS-SHP-FLD-POS.
           MOVE ZERO TO WS-SHP-FLD-LEN.
           IF NOT VAL-RULE-KEY
               IF VAL-FIELD-NAME NOT = SPACES
                   MOVE VAL-FIELD-NAME TO WS-DCT-LOOKUP-NAME
                   PERFORM 1550-FIND-DICT-FIELD THRU 1550-EXIT
                   IF WS-DCT-FOUND-IX = ZERO
                       SET RETURN-STATUS-ERROR TO TRUE
                       MOVE 'HG0019 - FIELD NAME NOT IN LAYOUT'
                           TO RETURN-MESSAGE
                       GO TO 3410-EXIT
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
                       SET RETURN-STATUS-ERROR TO TRUE
                       MOVE 'HG0012 - VALIDATION RULE POSITION BAD'
                           TO RETURN-MESSAGE
                       GO TO 3410-EXIT
                   END-IF
                   COMPUTE WS-SHP-FLD-POS
                       = VAL-POSITION + WS-SHP-DATA-BASE
                   MOVE VAL-LENGTH TO WS-SHP-FLD-LEN
               END-IF
               PERFORM 1780-CHECK-FIELD-BOUNDS THRU 1780-EXIT
               IF NOT WS-SHP-FIELD-FITS
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0012 - VALIDATION RULE POSITION BAD'
                       TO RETURN-MESSAGE
                   GO TO 3410-EXIT
               END-IF
               IF VAL-RULE-DATE AND WS-SHP-FLD-LEN NOT = 8
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0012 - DATE RULE LENGTH MUST BE 08'
                       TO RETURN-MESSAGE
                   GO TO 3410-EXIT
               END-IF
           END-IF.
           IF WS-VAL-RULE-COUNT = 20
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0012 - MORE THAN 20 VALIDATION RULES'
                   TO RETURN-MESSAGE
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO WS-VAL-RULE-COUNT.
           MOVE VAL-RULE-TYPE
               TO WS-VAL-RUL-TYPE (WS-VAL-RULE-COUNT).
           MOVE WS-SHP-FLD-POS
               TO WS-VAL-RUL-POS (WS-VAL-RULE-COUNT).
           MOVE WS-SHP-FLD-LEN
               TO WS-VAL-RUL-LEN (WS-VAL-RULE-COUNT).
           MOVE WS-VAL-CARD-DTYPE
               TO WS-VAL-RUL-DTYPE (WS-VAL-RULE-COUNT).
       3410-EXIT.
           EXIT.

      *    IMPORT - EVERY DLMIN ROW (AFTER THE HEADER ROW, WHEN THE
      *    CARD SAYS THERE IS ONE) IS SPLIT AT THE DELIMITER, HONORING
      *    QUOTED VALUES, AND MUST HOLD THE KEY AND ONE VALUE PER
      *    LAYOUT FIELD.  A ROW THAT CANNOT BE LOADED GOES TO RJCTOUT
      *    AS TEXT WITH ITS REASON - FIELDCNT, TOOLONG, NUMERIC,
      *    BADDATE, KEYBLANK OR BADQUOTE, OR KEYSEQ WHEN A KSDS
      *    TARGET REFUSES THE KEY (DUPLICATE OR OUT OF SEQUENCE).
      *    AN EMPTY VALUE LEAVES THE FIELD AS SPACES, AS DO BYTES NO
      *    LAYOUT FIELD COVERS.
       3500-IMPORT.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-TARGET-COUNT.
           MOVE ZERO TO WS-DUPKEY-COUNT.
           MOVE ZERO TO WS-REJECT-COUNT.
           MOVE 'N' TO WS-DLMIN-EOF-SW.
           PERFORM 1600-PREPARE-DELIMITED THRU 1600-EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3520-SET-IMPORT-LENGTH THRU 3520-EXIT.
           OPEN INPUT Import-File.
           IF TARGET-ORG-KSDS
               OPEN OUTPUT Target-Ksds-File
               MOVE WS-TGTKSDS-STATUS TO WS-TARGET-STATUS
           ELSE
               PERFORM 1721-OPEN-TARGET-OUTPUT THRU 1721-EXIT
           END-IF.
           OPEN OUTPUT Reject-File.
           OPEN OUTPUT Report-File.
           IF NOT WS-DLMIN-STATUS-OK OR NOT WS-TARGET-STATUS-OK
                   OR NOT WS-REJECT-STATUS-OK
                   OR NOT WS-REPORT-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0032 - OPEN FAILED FOR IMPORT'
                   TO RETURN-MESSAGE
               GO TO 3500-EXIT
           END-IF.
           IF HEADER-ROW
               PERFORM 3510-READ-IMPORT-ROW THRU 3510-EXIT
           END-IF.
           PERFORM 3550-IMPORT-ONE-ROW THRU 3550-EXIT
               UNTIL WS-DLMIN-EOF.
           CLOSE Import-File.
           PERFORM 3030-CLOSE-TARGET THRU 3030-EXIT.
           CLOSE Reject-File.
           PERFORM 3200-COUNT-TARGET THRU 3200-EXIT.
           PERFORM 3590-WRITE-IMPORT-REPORT THRU 3590-EXIT.
           CLOSE Report-File.
       3500-EXIT.
           EXIT.

       3510-READ-IMPORT-ROW.
           MOVE SPACES TO WS-DLM-ROW.
           READ Import-File
               AT END
                   MOVE 'Y' TO WS-DLMIN-EOF-SW
                   GO TO 3510-EXIT
           END-READ.
           MOVE Import-Rec (1:WS-DLM-ROW-LEN) TO WS-DLM-ROW.
       3510-EXIT.
           EXIT.

      *    A FIXED OR CLASSIC RECORD IS BUILT AT ITS FULL LENGTH; A
      *    VARIABLE ONE JUST LONG ENOUGH FOR THE KEY AND EVERY
      *    LAYOUT FIELD.
       3520-SET-IMPORT-LENGTH.
           MOVE WS-SHP-MAX-LEN TO WS-IMP-REC-LEN.
           IF NOT WS-SHP-VARIABLE
               GO TO 3520-EXIT
           END-IF.
           MOVE WS-SHP-KEY-END TO WS-IMP-REC-LEN.
           MOVE 1 TO WS-DCT-IX.
           PERFORM 3525-WIDEN-IMPORT-LENGTH THRU 3525-EXIT
               UNTIL WS-DCT-IX > WS-DCT-ENTRY-COUNT.
       3520-EXIT.
           EXIT.

       3525-WIDEN-IMPORT-LENGTH.
           IF WS-DCT-POS (WS-DCT-IX) + WS-DCT-LEN (WS-DCT-IX) - 1
                   > WS-IMP-REC-LEN
               COMPUTE WS-IMP-REC-LEN = WS-DCT-POS (WS-DCT-IX)
                   + WS-DCT-LEN (WS-DCT-IX) - 1
           END-IF.
           ADD 1 TO WS-DCT-IX.
       3525-EXIT.
           EXIT.

       3550-IMPORT-ONE-ROW.
           PERFORM 3510-READ-IMPORT-ROW THRU 3510-EXIT.
           IF WS-DLMIN-EOF
               GO TO 3550-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 3600-SPLIT-ROW THRU 3600-EXIT.
           IF WS-REJECT-REASON = SPACES
                   AND WS-DLM-FLD-COUNT NOT = WS-DCT-ENTRY-COUNT + 1
               MOVE 'FIELDCNT' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3580-WRITE-IMPORT-REJECT THRU 3580-EXIT
               GO TO 3550-EXIT
           END-IF.
           MOVE SPACES TO WS-IMP-KEY.
           MOVE SPACES TO WS-OUT-REC.
           MOVE WS-IMP-REC-LEN TO WS-OUT-LEN.
           IF WS-DLM-FLD-LEN (1) > WS-SHP-KEY-LEN
               MOVE 'TOOLONG' TO WS-REJECT-REASON
               PERFORM 3580-WRITE-IMPORT-REJECT THRU 3580-EXIT
               GO TO 3550-EXIT
           END-IF.
           IF WS-DLM-FLD-LEN (1) > ZERO
               MOVE WS-DLM-FLD-TEXT (1) (1:WS-DLM-FLD-LEN (1))
                   TO WS-IMP-KEY
           END-IF.
           IF WS-IMP-KEY = SPACES
               MOVE 'KEYBLANK' TO WS-REJECT-REASON
               PERFORM 3580-WRITE-IMPORT-REJECT THRU 3580-EXIT
               GO TO 3550-EXIT
           END-IF.
           MOVE 1 TO WS-DLM-IX.
           PERFORM 3650-IMPORT-ONE-FIELD THRU 3650-EXIT
               UNTIL WS-DLM-IX > WS-DCT-ENTRY-COUNT
                   OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3580-WRITE-IMPORT-REJECT THRU 3580-EXIT
               GO TO 3550-EXIT
           END-IF.
           MOVE WS-IMP-KEY
               TO WS-OUT-REC (WS-SHP-KEY-POS:WS-SHP-KEY-LEN).
           IF TARGET-ORG-KSDS
               MOVE WS-OUT-REC (1:100) TO TGTK-REC
               WRITE TGTK-REC
                   INVALID KEY
                       MOVE 'KEYSEQ' TO WS-REJECT-REASON
                       PERFORM 3580-WRITE-IMPORT-REJECT THRU 3580-EXIT
               END-WRITE
           ELSE
               PERFORM 1735-WRITE-TARGET THRU 1735-EXIT
           END-IF.
       3550-EXIT.
           EXIT.

       3580-WRITE-IMPORT-REJECT.
           MOVE SPACES TO RJC-RECORD.
           MOVE WS-REJECT-REASON TO RJC-REASON-CODE.
           MOVE WS-DLM-ROW (1:WS-DLM-ROW-LEN) TO RJC-RECORD-DATA.
           COMPUTE WS-RJC-REC-LEN = WS-DLM-ROW-LEN + 9.
           WRITE RJC-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       3580-EXIT.
           EXIT.

       3590-WRITE-IMPORT-REPORT.
           MOVE SPACES TO RPT-RECORD.
           MOVE SOURCE-DSN TO RPT-SOURCE-DSN.
           MOVE TARGET-DSN TO RPT-TARGET-DSN.
           MOVE WS-SOURCE-COUNT TO RPT-SOURCE-COUNT.
           MOVE WS-TARGET-COUNT TO RPT-TARGET-COUNT.
           MOVE 'DUPKEY=' TO RPT-DUPKEY-LIT.
           MOVE WS-DUPKEY-COUNT TO RPT-DUPKEY-COUNT.
           MOVE 'REJECTS=' TO RPT-REJECTS-LIT.
           MOVE WS-REJECT-COUNT TO RPT-REJECTS-COUNT.
           IF WS-SOURCE-COUNT = WS-TARGET-COUNT + WS-REJECT-COUNT
               MOVE 'MATCH' TO RPT-MATCH-FLAG
           ELSE
               MOVE 'MISMATCH' TO RPT-MATCH-FLAG
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0033 - IMPORT ROW COUNT MISMATCH'
                   TO RETURN-MESSAGE
           END-IF.
           WRITE RPT-RECORD.
       3590-EXIT.
           EXIT.

      *    SPLITS WS-DLM-ROW INTO WS-DLM-FLD.  A VALUE STARTING WITH
      *    A QUOTE RUNS TO THE MATCHING QUOTE, AND A DOUBLED QUOTE
      *    INSIDE IT STANDS FOR ONE QUOTE.
       3600-SPLIT-ROW.
           MOVE 1 TO WS-DLM-FLD-COUNT.
           MOVE ZERO TO WS-DLM-FLD-LEN (1).
           MOVE SPACES TO WS-DLM-FLD-TEXT (1).
           MOVE 'N' TO WS-DLM-IN-QUOTES-SW.
           MOVE 1 TO WS-DLM-BYTE-IX.
           PERFORM 3610-SPLIT-ONE-BYTE THRU 3610-EXIT
               UNTIL WS-DLM-BYTE-IX > WS-DLM-ROW-LEN
                   OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON = SPACES AND WS-DLM-IN-QUOTES
               MOVE 'BADQUOTE' TO WS-REJECT-REASON
           END-IF.
       3600-EXIT.
           EXIT.

       3610-SPLIT-ONE-BYTE.
           MOVE WS-DLM-ROW (WS-DLM-BYTE-IX:1) TO WS-DLM-BYTE.
           ADD 1 TO WS-DLM-BYTE-IX.
           IF WS-DLM-IN-QUOTES
               IF WS-DLM-BYTE NOT = '"'
                   PERFORM 3620-ADD-FIELD-BYTE THRU 3620-EXIT
                   GO TO 3610-EXIT
               END-IF
               MOVE 'N' TO WS-DLM-IN-QUOTES-SW
               IF WS-DLM-BYTE-IX NOT > WS-DLM-ROW-LEN
                   IF WS-DLM-ROW (WS-DLM-BYTE-IX:1) = '"'
                       MOVE 'Y' TO WS-DLM-IN-QUOTES-SW
                       ADD 1 TO WS-DLM-BYTE-IX
                       PERFORM 3620-ADD-FIELD-BYTE THRU 3620-EXIT
                   END-IF
               END-IF
               GO TO 3610-EXIT
           END-IF.
           IF WS-DLM-BYTE = WS-DLM-CHAR
               IF WS-DLM-FLD-COUNT = 51
                   MOVE 'FIELDCNT' TO WS-REJECT-REASON
                   GO TO 3610-EXIT
               END-IF
               ADD 1 TO WS-DLM-FLD-COUNT
               MOVE ZERO TO WS-DLM-FLD-LEN (WS-DLM-FLD-COUNT)
               MOVE SPACES TO WS-DLM-FLD-TEXT (WS-DLM-FLD-COUNT)
               GO TO 3610-EXIT
           END-IF.
           IF WS-DLM-BYTE = '"'
                   AND WS-DLM-FLD-LEN (WS-DLM-FLD-COUNT) = ZERO
               MOVE 'Y' TO WS-DLM-IN-QUOTES-SW
               GO TO 3610-EXIT
           END-IF.
           PERFORM 3620-ADD-FIELD-BYTE THRU 3620-EXIT.
       3610-EXIT.
           EXIT.

       3620-ADD-FIELD-BYTE.
           IF WS-DLM-FLD-LEN (WS-DLM-FLD-COUNT) = 99
               MOVE 'TOOLONG' TO WS-REJECT-REASON
               GO TO 3620-EXIT
           END-IF.
           ADD 1 TO WS-DLM-FLD-LEN (WS-DLM-FLD-COUNT).
           MOVE WS-DLM-FLD-LEN (WS-DLM-FLD-COUNT) TO WS-DLM-LAST-IX.
           MOVE WS-DLM-BYTE
               TO WS-DLM-FLD-TEXT (WS-DLM-FLD-COUNT) (WS-DLM-LAST-IX:1).
       3620-EXIT.
           EXIT.

      *    VALUE N+1 OF THE ROW LOADS LAYOUT FIELD N - THE KEY IS
      *    VALUE 1.
       3650-IMPORT-ONE-FIELD.
           MOVE WS-DCT-POS (WS-DLM-IX) TO WS-DLM-POS.
           MOVE WS-DCT-LEN (WS-DLM-IX) TO WS-DLM-LEN.
           MOVE WS-DCT-DECIMALS (WS-DLM-IX) TO WS-DLM-DECIMALS.
           MOVE WS-DCT-DATA-TYPE (WS-DLM-IX) TO WS-DLM-DATA-TYPE.
           ADD 1 TO WS-DLM-IX.
           MOVE WS-DLM-IX TO WS-DLM-FLD-IX.
           MOVE WS-DLM-FLD-TEXT (WS-DLM-FLD-IX) TO WS-DLM-FIELD.
           MOVE WS-DLM-FLD-LEN (WS-DLM-FLD-IX) TO WS-DLM-FIELD-LEN.
           PERFORM 1620-TRIM-FIELD THRU 1620-EXIT.
           IF WS-DLM-FIELD-LEN = ZERO
               GO TO 3650-EXIT
           END-IF.
           EVALUATE WS-DLM-DATA-TYPE
               WHEN 'ZONED'
                   MOVE WS-DLM-LEN TO WS-DLM-MAX-DIGITS
                   PERFORM 3700-PARSE-NUMBER THRU 3700-EXIT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 3710-STORE-ZONED-FIELD THRU 3710-EXIT
                   END-IF
               WHEN 'PACKED'
                   COMPUTE WS-DLM-MAX-DIGITS = WS-DLM-LEN * 2 - 1
                   PERFORM 3700-PARSE-NUMBER THRU 3700-EXIT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 3720-STORE-PACKED-FIELD THRU 3720-EXIT
                   END-IF
               WHEN 'DATE'
                   PERFORM 3730-STORE-DATE-FIELD THRU 3730-EXIT
               WHEN OTHER
                   IF WS-DLM-FIELD-LEN > WS-DLM-LEN
                       MOVE 'TOOLONG' TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-DLM-FIELD (1:WS-DLM-FIELD-LEN)
                           TO WS-OUT-REC (WS-DLM-POS:WS-DLM-LEN)
                   END-IF
           END-EVALUATE.
       3650-EXIT.
           EXIT.

      *    READS AN OPTIONALLY SIGNED DECIMAL NUMBER (LEADING SPACES
      *    ALLOWED) INTO WS-DLM-NUM, SCALED BY THE FIELD'S DECIMALS.
      *    MORE INTEGER DIGITS THAN THE FIELD HOLDS, OR MORE
      *    DECIMAL PLACES THAN IT KEEPS, IS TOOLONG.
       3700-PARSE-NUMBER.
           MOVE 'N' TO WS-DLM-NEGATIVE-SW.
           MOVE 'N' TO WS-DLM-SIGN-SW.
           MOVE 'N' TO WS-DLM-POINT-SW.
           MOVE ZERO TO WS-DLM-INT-CNT.
           MOVE ZERO TO WS-DLM-FRAC-CNT.
           MOVE ZERO TO WS-DLM-TALLY.
           MOVE 1 TO WS-DLM-BYTE-IX.
           PERFORM 3705-PARSE-ONE-BYTE THRU 3705-EXIT
               UNTIL WS-DLM-BYTE-IX > WS-DLM-FIELD-LEN
                   OR WS-REJECT-REASON NOT = SPACES.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3700-EXIT
           END-IF.
           IF WS-DLM-TALLY = ZERO
               MOVE 'NUMERIC' TO WS-REJECT-REASON
               GO TO 3700-EXIT
           END-IF.
           IF WS-DLM-INT-CNT > WS-DLM-MAX-DIGITS - WS-DLM-DECIMALS
                   OR WS-DLM-FRAC-CNT > WS-DLM-DECIMALS
               MOVE 'TOOLONG' TO WS-REJECT-REASON
               GO TO 3700-EXIT
           END-IF.
           MOVE ALL '0' TO WS-DLM-DIGITS-X.
           COMPUTE WS-DLM-INT-END = 18 - WS-DLM-DECIMALS.
           IF WS-DLM-INT-CNT > ZERO
               MOVE WS-DLM-INT-DIGS (1:WS-DLM-INT-CNT)
                   TO WS-DLM-DIGITS-X (WS-DLM-INT-END - WS-DLM-INT-CNT
                       + 1:WS-DLM-INT-CNT)
           END-IF.
           IF WS-DLM-FRAC-CNT > ZERO
               MOVE WS-DLM-FRAC-DIGS (1:WS-DLM-FRAC-CNT)
                   TO WS-DLM-DIGITS-X (WS-DLM-INT-END + 1:
                       WS-DLM-FRAC-CNT)
           END-IF.
           MOVE WS-DLM-DIGITS TO WS-DLM-NUM.
           IF WS-DLM-NEGATIVE
               COMPUTE WS-DLM-NUM = ZERO - WS-DLM-NUM
           END-IF.
       3700-EXIT.
           EXIT.

       3705-PARSE-ONE-BYTE.
           MOVE WS-DLM-FIELD (WS-DLM-BYTE-IX:1) TO WS-DLM-BYTE.
           ADD 1 TO WS-DLM-BYTE-IX.
           IF WS-DLM-BYTE = SPACE AND WS-DLM-TALLY = ZERO
                   AND NOT WS-DLM-SIGN-SEEN AND NOT WS-DLM-POINT-SEEN
               GO TO 3705-EXIT
           END-IF.
           IF WS-DLM-BYTE = '-' OR WS-DLM-BYTE = '+'
               IF WS-DLM-TALLY > ZERO OR WS-DLM-SIGN-SEEN
                       OR WS-DLM-POINT-SEEN
                   MOVE 'NUMERIC' TO WS-REJECT-REASON
                   GO TO 3705-EXIT
               END-IF
               MOVE 'Y' TO WS-DLM-SIGN-SW
               IF WS-DLM-BYTE = '-'
                   MOVE 'Y' TO WS-DLM-NEGATIVE-SW
               END-IF
               GO TO 3705-EXIT
           END-IF.
           IF WS-DLM-BYTE = '.'
               IF WS-DLM-POINT-SEEN
                   MOVE 'NUMERIC' TO WS-REJECT-REASON
               END-IF
               MOVE 'Y' TO WS-DLM-POINT-SW
               GO TO 3705-EXIT
           END-IF.
           IF WS-DLM-BYTE NOT NUMERIC
               MOVE 'NUMERIC' TO WS-REJECT-REASON
               GO TO 3705-EXIT
           END-IF.
           ADD 1 TO WS-DLM-TALLY.
           IF WS-DLM-POINT-SEEN
               IF WS-DLM-FRAC-CNT = 9
                   MOVE 'TOOLONG' TO WS-REJECT-REASON
                   GO TO 3705-EXIT
               END-IF
               ADD 1 TO WS-DLM-FRAC-CNT
               MOVE WS-DLM-BYTE TO WS-DLM-FRAC-DIGS (WS-DLM-FRAC-CNT:1)
               GO TO 3705-EXIT
           END-IF.
           IF WS-DLM-INT-CNT = ZERO AND WS-DLM-BYTE = '0'
               GO TO 3705-EXIT
           END-IF.
           IF WS-DLM-INT-CNT = 18
               MOVE 'TOOLONG' TO WS-REJECT-REASON
               GO TO 3705-EXIT
           END-IF.
           ADD 1 TO WS-DLM-INT-CNT.
           MOVE WS-DLM-BYTE TO WS-DLM-INT-DIGS (WS-DLM-INT-CNT:1).
       3705-EXIT.
           EXIT.

      *    A NEGATIVE VALUE IS STORED WITH THE SIGN OVERPUNCHED ON
      *    THE LAST DIGIT, ANY OTHER AS PLAIN DIGITS.
       3710-STORE-ZONED-FIELD.
           IF WS-DLM-NUM < ZERO
               MOVE WS-DLM-NUM-X (19 - WS-DLM-LEN:WS-DLM-LEN)
                   TO WS-OUT-REC (WS-DLM-POS:WS-DLM-LEN)
           ELSE
               MOVE WS-DLM-DIGITS-X (19 - WS-DLM-LEN:WS-DLM-LEN)
                   TO WS-OUT-REC (WS-DLM-POS:WS-DLM-LEN)
           END-IF.
       3710-EXIT.
           EXIT.

       3720-STORE-PACKED-FIELD.
           MOVE WS-DLM-NUM TO WS-VAL-PACKED-NUM.
           COMPUTE WS-VAL-PACKED-OFF = 9 - WS-DLM-LEN.
           MOVE WS-VAL-PACKED-BYTES (WS-VAL-PACKED-OFF:WS-DLM-LEN)
               TO WS-OUT-REC (WS-DLM-POS:WS-DLM-LEN).
       3720-EXIT.
           EXIT.

      *    A DATE IS LOADED FROM YYYY-MM-DD, AS EXPORT WRITES IT, OR
      *    FROM A PLAIN YYYYMMDD.
       3730-STORE-DATE-FIELD.
           MOVE SPACES TO WS-VAL-DATE-WORK.
           IF WS-DLM-FIELD-LEN = 10
               IF WS-DLM-FIELD (5:1) = '-' AND WS-DLM-FIELD (8:1) = '-'
                   MOVE WS-DLM-FIELD (1:4) TO WS-VAL-DATE-WORK (1:4)
                   MOVE WS-DLM-FIELD (6:2) TO WS-VAL-DATE-WORK (5:2)
                   MOVE WS-DLM-FIELD (9:2) TO WS-VAL-DATE-WORK (7:2)
               END-IF
           END-IF.
           IF WS-DLM-FIELD-LEN = 8
               MOVE WS-DLM-FIELD (1:8) TO WS-VAL-DATE-WORK
           END-IF.
           IF WS-VAL-DATE-WORK NOT NUMERIC
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO 3730-EXIT
           END-IF.
           IF WS-VAL-DATE-MM < 1 OR WS-VAL-DATE-MM > 12
                   OR WS-VAL-DATE-DD < 1 OR WS-VAL-DATE-DD > 31
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO 3730-EXIT
           END-IF.
           MOVE WS-VAL-DATE-WORK TO WS-OUT-REC (WS-DLM-POS:8).
       3730-EXIT.
           EXIT.

       4000-RENAME.
           MOVE SPACES TO IDCAMS-CMD-REC.
           STRING 'ALTER ' DELIMITED BY SIZE
                   SOURCE-DSN DELIMITED BY SPACE
                   ' NEWNAME(' DELIMITED BY SIZE
                   TARGET-DSN DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
               INTO IDCAMS-CMD-REC
               ON OVERFLOW
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0003 - RENAME COMMAND TOO LONG'
                       TO RETURN-MESSAGE
                   GO TO 4000-EXIT
           END-STRING.
           OPEN EXTEND Idcams-Cmd-File.
           IF NOT WS-IDCAMS-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0003 - IDCAMSCM OPEN FAILED FOR RENAME'
                   TO RETURN-MESSAGE
               GO TO 4000-EXIT
           END-IF.
           WRITE IDCAMS-CMD-REC.
           IF NOT WS-IDCAMS-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0003 - IDCAMSCM WRITE FAILED FOR RENAME'
                   TO RETURN-MESSAGE
           END-IF.
           CLOSE Idcams-Cmd-File.
       4000-EXIT.
           EXIT.

       4500-RESTORE.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-TARGET-COUNT.
           MOVE ZERO TO WS-DUPKEY-COUNT.
           MOVE ZERO TO WS-REJECT-COUNT.
           MOVE 'N' TO WS-GENDS-EOF-SW.
           PERFORM 1760-OPEN-GENERATION THRU 1760-EXIT.
           PERFORM 1721-OPEN-TARGET-OUTPUT THRU 1721-EXIT.
           OPEN OUTPUT Report-File.
           IF NOT WS-GENDS-STATUS-OK OR NOT WS-TARGET-STATUS-OK
                   OR NOT WS-REPORT-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0025 - OPEN FAILED FOR RESTORE'
                   TO RETURN-MESSAGE
               GO TO 4500-EXIT
           END-IF.
           PERFORM 4550-RESTORE-ONE-RECORD THRU 4550-EXIT
               UNTIL WS-GENDS-EOF.
           PERFORM 1765-CLOSE-GENERATION THRU 1765-EXIT.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           PERFORM 3200-COUNT-TARGET THRU 3200-EXIT.
           PERFORM 4600-WRITE-RESTORE-REPORT THRU 4600-EXIT.
           CLOSE Report-File.
       4500-EXIT.
           EXIT.

       4550-RESTORE-ONE-RECORD.
           PERFORM 1768-READ-GENERATION THRU 1768-EXIT.
           IF WS-GENDS-EOF
               GO TO 4550-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           PERFORM 1735-WRITE-TARGET THRU 1735-EXIT.
       4550-EXIT.
           EXIT.

       4600-WRITE-RESTORE-REPORT.
           MOVE SPACES TO RPT-RECORD.
           MOVE SOURCE-DSN TO RPT-SOURCE-DSN.
           MOVE TARGET-DSN TO RPT-TARGET-DSN.
           MOVE WS-SOURCE-COUNT TO RPT-SOURCE-COUNT.
           MOVE WS-TARGET-COUNT TO RPT-TARGET-COUNT.
           MOVE 'DUPKEY=' TO RPT-DUPKEY-LIT.
           MOVE WS-DUPKEY-COUNT TO RPT-DUPKEY-COUNT.
           MOVE 'REJECTS=' TO RPT-REJECTS-LIT.
           MOVE WS-REJECT-COUNT TO RPT-REJECTS-COUNT.
           IF WS-SOURCE-COUNT = WS-TARGET-COUNT
               MOVE 'MATCH' TO RPT-MATCH-FLAG
           ELSE
               MOVE 'MISMATCH' TO RPT-MATCH-FLAG
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0026 - RESTORE RECORD COUNT MISMATCH'
                   TO RETURN-MESSAGE
           END-IF.
           WRITE RPT-RECORD.
       4600-EXIT.
           EXIT.

       5000-DELETE.
           MOVE SPACES TO IDCAMS-CMD-REC.
           STRING 'DELETE ' DELIMITED BY SIZE
                   SOURCE-DSN DELIMITED BY SPACE
               INTO IDCAMS-CMD-REC.
           OPEN EXTEND Idcams-Cmd-File.
           IF NOT WS-IDCAMS-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0004 - IDCAMSCM OPEN FAILED FOR DELETE'
                   TO RETURN-MESSAGE
               GO TO 5000-EXIT
           END-IF.
           WRITE IDCAMS-CMD-REC.
           IF NOT WS-IDCAMS-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0004 - IDCAMSCM WRITE FAILED FOR DELETE'
                   TO RETURN-MESSAGE
           END-IF.
           CLOSE Idcams-Cmd-File.
       5000-EXIT.
           EXIT.

       5500-PROFILE.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-PRF-KEY-BLANK-COUNT.
           MOVE ZERO TO WS-PRF-KEY-DUP-COUNT.
           MOVE ZERO TO WS-PRF-KEY-SEQ-COUNT.
           MOVE SPACES TO WS-PRF-LOW-KEY.
           MOVE SPACES TO WS-PRF-HIGH-KEY.
           MOVE 'N' TO WS-SOURCE-EOF-SW.
           PERFORM 1500-LOAD-LAYOUT-DICT THRU 1500-EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 5500-EXIT
           END-IF.
           IF WS-DCT-ENTRY-COUNT = ZERO
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0027 - PROFILE NEEDS LAYOUT FIELDS'
                   TO RETURN-MESSAGE
               GO TO 5500-EXIT
           END-IF.
           MOVE 1 TO WS-PRF-IX.
           PERFORM 5510-ZERO-ONE-FIELD THRU 5510-EXIT
               UNTIL WS-PRF-IX > WS-DCT-ENTRY-COUNT.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           OPEN OUTPUT Profile-Report-File.
           OPEN OUTPUT Profile-File.
           IF NOT WS-SOURCE-STATUS-OK
                   OR NOT WS-PROFRPT-STATUS-OK
                   OR NOT WS-PROFOUT-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0028 - OPEN FAILED FOR PROFILE'
                   TO RETURN-MESSAGE
               GO TO 5500-EXIT
           END-IF.
           PERFORM 5600-PROFILE-ONE-RECORD THRU 5600-EXIT
               UNTIL WS-SOURCE-EOF.
           PERFORM 5700-WRITE-KEY-PROFILE THRU 5700-EXIT.
           MOVE 1 TO WS-PRF-IX.
           PERFORM 5750-WRITE-FIELD-PROFILE THRU 5750-EXIT
               UNTIL WS-PRF-IX > WS-DCT-ENTRY-COUNT.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           CLOSE Profile-Report-File.
           CLOSE Profile-File.
       5500-EXIT.
           EXIT.

       5510-ZERO-ONE-FIELD.
           MOVE ZERO TO WS-PRF-BLANK-COUNT (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-INVALID-COUNT (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-UNTALLIED-COUNT (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-DISTINCT-COUNT (WS-PRF-IX).
           MOVE 'N' TO WS-PRF-VALUED-SW (WS-PRF-IX).
           MOVE SPACES TO WS-PRF-MIN-VALUE (WS-PRF-IX).
           MOVE SPACES TO WS-PRF-MAX-VALUE (WS-PRF-IX).
           ADD 1 TO WS-PRF-IX.
       5510-EXIT.
           EXIT.

       5600-PROFILE-ONE-RECORD.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               GO TO 5600-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           PERFORM 5610-CHECK-KEY THRU 5610-EXIT.
           MOVE 1 TO WS-PRF-IX.
           PERFORM 5620-PROFILE-ONE-FIELD THRU 5620-EXIT
               UNTIL WS-PRF-IX > WS-DCT-ENTRY-COUNT.
       5600-EXIT.
           EXIT.

       5610-CHECK-KEY.
           IF WS-SRC-KEY = SPACES OR WS-SRC-KEY = LOW-VALUES
               ADD 1 TO WS-PRF-KEY-BLANK-COUNT
           END-IF.
           IF WS-SOURCE-COUNT = 1
               MOVE WS-SRC-KEY TO WS-PRF-LOW-KEY
               MOVE WS-SRC-KEY TO WS-PRF-HIGH-KEY
               MOVE WS-SRC-KEY TO WS-PRF-PREV-KEY
               GO TO 5610-EXIT
           END-IF.
           IF WS-SRC-KEY = WS-PRF-PREV-KEY
               ADD 1 TO WS-PRF-KEY-DUP-COUNT
           END-IF.
           IF WS-SRC-KEY < WS-PRF-PREV-KEY
               ADD 1 TO WS-PRF-KEY-SEQ-COUNT
           END-IF.
           IF WS-SRC-KEY < WS-PRF-LOW-KEY
               MOVE WS-SRC-KEY TO WS-PRF-LOW-KEY
           END-IF.
           IF WS-SRC-KEY > WS-PRF-HIGH-KEY
               MOVE WS-SRC-KEY TO WS-PRF-HIGH-KEY
           END-IF.
           MOVE WS-SRC-KEY TO WS-PRF-PREV-KEY.
       5610-EXIT.
           EXIT.

       5620-PROFILE-ONE-FIELD.
           PERFORM 5630-PROFILE-FIELD-VALUE THRU 5630-EXIT.
           ADD 1 TO WS-PRF-IX.
       5620-EXIT.
           EXIT.

       5630-PROFILE-FIELD-VALUE.
           MOVE WS-DCT-POS (WS-PRF-IX) TO WS-PRF-POS.
           MOVE WS-DCT-LEN (WS-PRF-IX) TO WS-PRF-LEN.
           IF WS-SRC-REC (WS-PRF-POS:WS-PRF-LEN) = SPACES
                   OR WS-SRC-REC (WS-PRF-POS:WS-PRF-LEN) = LOW-VALUES
               ADD 1 TO WS-PRF-BLANK-COUNT (WS-PRF-IX)
               GO TO 5630-EXIT
           END-IF.
           MOVE SPACES TO WS-PRF-VALUE.
           EVALUATE WS-DCT-DATA-TYPE (WS-PRF-IX)
               WHEN 'ZONED'
                   IF WS-SRC-REC (WS-PRF-POS:WS-PRF-LEN) NOT NUMERIC
                       ADD 1 TO WS-PRF-INVALID-COUNT (WS-PRF-IX)
                       GO TO 5630-EXIT
                   END-IF
                   MOVE WS-SRC-REC (WS-PRF-POS:WS-PRF-LEN)
                       TO WS-PRF-VALUE
               WHEN 'PACKED'
                   MOVE LOW-VALUES TO WS-VAL-PACKED-BYTES
                   COMPUTE WS-VAL-PACKED-OFF = 9 - WS-PRF-LEN
                   MOVE WS-SRC-REC (WS-PRF-POS:WS-PRF-LEN)
                       TO WS-VAL-PACKED-BYTES (WS-VAL-PACKED-OFF:
                           WS-PRF-LEN)
                   IF WS-VAL-PACKED-NUM NOT NUMERIC
                       ADD 1 TO WS-PRF-INVALID-COUNT (WS-PRF-IX)
                       GO TO 5630-EXIT
                   END-IF
                   MOVE WS-VAL-PACKED-NUM TO WS-PRF-NUM-EDIT
                   MOVE WS-PRF-NUM-EDIT TO WS-PRF-VALUE
               WHEN 'DATE'
                   MOVE WS-SRC-REC (WS-PRF-POS:8) TO WS-VAL-DATE-WORK
                   IF WS-VAL-DATE-WORK NOT NUMERIC
                           OR WS-VAL-DATE-MM < 1
                           OR WS-VAL-DATE-MM > 12
                           OR WS-VAL-DATE-DD < 1
                           OR WS-VAL-DATE-DD > 31
                       ADD 1 TO WS-PRF-INVALID-COUNT (WS-PRF-IX)
                       GO TO 5630-EXIT
                   END-IF
                   MOVE WS-VAL-DATE-WORK TO WS-PRF-VALUE
               WHEN OTHER
                   MOVE WS-SRC-REC (WS-PRF-POS:WS-PRF-LEN)
                       TO WS-PRF-VALUE
           END-EVALUATE.
           PERFORM 5640-TRACK-MIN-MAX THRU 5640-EXIT.
           PERFORM 5650-TALLY-VALUE THRU 5650-EXIT.
       5630-EXIT.
           EXIT.

       5640-TRACK-MIN-MAX.
           IF NOT WS-PRF-VALUED (WS-PRF-IX)
               MOVE 'Y' TO WS-PRF-VALUED-SW (WS-PRF-IX)
               MOVE WS-PRF-VALUE TO WS-PRF-MIN-VALUE (WS-PRF-IX)
               MOVE WS-PRF-VALUE TO WS-PRF-MAX-VALUE (WS-PRF-IX)
               IF WS-DCT-DATA-TYPE (WS-PRF-IX) = 'PACKED'
                   MOVE WS-VAL-PACKED-NUM
                       TO WS-PRF-MIN-NUM (WS-PRF-IX)
                   MOVE WS-VAL-PACKED-NUM
                       TO WS-PRF-MAX-NUM (WS-PRF-IX)
               END-IF
               GO TO 5640-EXIT
           END-IF.
           IF WS-DCT-DATA-TYPE (WS-PRF-IX) = 'PACKED'
               IF WS-VAL-PACKED-NUM < WS-PRF-MIN-NUM (WS-PRF-IX)
                   MOVE WS-VAL-PACKED-NUM
                       TO WS-PRF-MIN-NUM (WS-PRF-IX)
                   MOVE WS-PRF-VALUE TO WS-PRF-MIN-VALUE (WS-PRF-IX)
               END-IF
               IF WS-VAL-PACKED-NUM > WS-PRF-MAX-NUM (WS-PRF-IX)
                   MOVE WS-VAL-PACKED-NUM
                       TO WS-PRF-MAX-NUM (WS-PRF-IX)
                   MOVE WS-PRF-VALUE TO WS-PRF-MAX-VALUE (WS-PRF-IX)
               END-IF
               GO TO 5640-EXIT
           END-IF.
           IF WS-PRF-VALUE < WS-PRF-MIN-VALUE (WS-PRF-IX)
               MOVE WS-PRF-VALUE TO WS-PRF-MIN-VALUE (WS-PRF-IX)
           END-IF.
           IF WS-PRF-VALUE > WS-PRF-MAX-VALUE (WS-PRF-IX)
               MOVE WS-PRF-VALUE TO WS-PRF-MAX-VALUE (WS-PRF-IX)
           END-IF.
       5640-EXIT.
           EXIT.

       5650-TALLY-VALUE.
           MOVE ZERO TO WS-PRF-FOUND-IX.
           MOVE 1 TO WS-PRF-VAL-IX.
           PERFORM 5660-MATCH-ONE-TALLY THRU 5660-EXIT
               UNTIL WS-PRF-VAL-IX > WS-PRF-DISTINCT-COUNT (WS-PRF-IX)
                   OR WS-PRF-FOUND-IX > ZERO.
           IF WS-PRF-FOUND-IX > ZERO
               ADD 1 TO WS-PRF-TALLY-COUNT (WS-PRF-IX WS-PRF-FOUND-IX)
               GO TO 5650-EXIT
           END-IF.
           IF WS-PRF-DISTINCT-COUNT (WS-PRF-IX) = 50
               ADD 1 TO WS-PRF-UNTALLIED-COUNT (WS-PRF-IX)
               GO TO 5650-EXIT
           END-IF.
           ADD 1 TO WS-PRF-DISTINCT-COUNT (WS-PRF-IX).
           MOVE WS-PRF-DISTINCT-COUNT (WS-PRF-IX) TO WS-PRF-VAL-IX.
           MOVE WS-PRF-VALUE
               TO WS-PRF-TALLY-VALUE (WS-PRF-IX WS-PRF-VAL-IX).
           MOVE 1 TO WS-PRF-TALLY-COUNT (WS-PRF-IX WS-PRF-VAL-IX).
       5650-EXIT.
           EXIT.

       5660-MATCH-ONE-TALLY.
           IF WS-PRF-TALLY-VALUE (WS-PRF-IX WS-PRF-VAL-IX)
                   = WS-PRF-VALUE
               MOVE WS-PRF-VAL-IX TO WS-PRF-FOUND-IX
           END-IF.
           ADD 1 TO WS-PRF-VAL-IX.
       5660-EXIT.
           EXIT.

       5700-WRITE-KEY-PROFILE.
           MOVE SPACES TO PRP-HEADING-RECORD.
           MOVE 'DATA PROFILE OF' TO PRP-HDG-LIT.
           MOVE SOURCE-DSN TO PRP-HDG-SOURCE-DSN.
           MOVE 'RUN' TO PRP-HDG-RUN-LIT.
           MOVE WS-RUN-START-DATE TO PRP-HDG-RUN-DATE.
           MOVE WS-RUN-START-TIME TO PRP-HDG-RUN-TIME.
           WRITE PRP-HEADING-RECORD.
           MOVE SPACES TO PRP-KEY-RECORD.
           MOVE 'RECORDS=' TO PRP-KEY-READ-LIT.
           MOVE 'BLANK KEYS=' TO PRP-KEY-BLANK-LIT.
           MOVE 'DUPLICATE KEYS=' TO PRP-KEY-DUP-LIT.
           MOVE 'OUT OF SEQUENCE=' TO PRP-KEY-SEQ-LIT.
           MOVE WS-SOURCE-COUNT TO PRP-KEY-READ-COUNT.
           MOVE WS-PRF-KEY-BLANK-COUNT TO PRP-KEY-BLANK-COUNT.
           MOVE WS-PRF-KEY-DUP-COUNT TO PRP-KEY-DUP-COUNT.
           MOVE WS-PRF-KEY-SEQ-COUNT TO PRP-KEY-SEQ-COUNT.
           WRITE PRP-KEY-RECORD.
           MOVE SPACES TO PRP-RANGE-RECORD.
           MOVE 'LOW KEY=' TO PRP-RNG-LOW-LIT.
           MOVE 'HIGH KEY=' TO PRP-RNG-HIGH-LIT.
           MOVE WS-PRF-LOW-KEY TO PRP-RNG-LOW-KEY.
           MOVE WS-PRF-HIGH-KEY TO PRP-RNG-HIGH-KEY.
           WRITE PRP-RANGE-RECORD.
           MOVE SPACES TO PRP-COLUMN-RECORD.
           MOVE 'FIELD' TO PRP-COL-NAME-LIT.
           MOVE '  POS' TO PRP-COL-POS-LIT.
           MOVE 'LEN' TO PRP-COL-LEN-LIT.
           MOVE 'TYPE' TO PRP-COL-TYPE-LIT.
           MOVE '      BLANK' TO PRP-COL-BLANK-LIT.
           MOVE '    INVALID' TO PRP-COL-INVALID-LIT.
           MOVE 'MINIMUM' TO PRP-COL-MIN-LIT.
           MOVE 'MAXIMUM' TO PRP-COL-MAX-LIT.
           MOVE 'DIST' TO PRP-COL-DISTINCT-LIT.
           MOVE '  UNTALLIED' TO PRP-COL-UNTALLIED-LIT.
           WRITE PRP-COLUMN-RECORD.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE 'K' TO PRF-REC-TYPE.
           MOVE SOURCE-DSN TO PRF-SOURCE-DSN.
           MOVE WS-RUN-START-DATE TO PRF-RUN-DATE.
           MOVE WS-RUN-START-TIME TO PRF-RUN-TIME.
           MOVE WS-SOURCE-COUNT TO PRF-RECORDS.
           MOVE WS-PRF-KEY-BLANK-COUNT TO PRF-KEY-BLANK-COUNT.
           MOVE WS-PRF-KEY-DUP-COUNT TO PRF-KEY-DUP-COUNT.
           MOVE WS-PRF-KEY-SEQ-COUNT TO PRF-KEY-SEQ-COUNT.
           MOVE WS-PRF-LOW-KEY TO PRF-KEY-LOW.
           MOVE WS-PRF-HIGH-KEY TO PRF-KEY-HIGH.
           WRITE PROFILE-RECORD.
       5700-EXIT.
           EXIT.

       5750-WRITE-FIELD-PROFILE.
           MOVE SPACES TO PROFILE-RECORD.
           MOVE 'F' TO PRF-REC-TYPE.
           MOVE SOURCE-DSN TO PRF-SOURCE-DSN.
           MOVE WS-RUN-START-DATE TO PRF-RUN-DATE.
           MOVE WS-RUN-START-TIME TO PRF-RUN-TIME.
           MOVE WS-SOURCE-COUNT TO PRF-RECORDS.
           MOVE WS-DCT-NAME (WS-PRF-IX) TO PRF-FIELD-NAME.
           COMPUTE PRF-POSITION
               = WS-DCT-POS (WS-PRF-IX) - WS-SHP-DATA-BASE.
           MOVE WS-DCT-LEN (WS-PRF-IX) TO PRF-LENGTH.
           MOVE WS-DCT-DATA-TYPE (WS-PRF-IX) TO PRF-DATA-TYPE.
           MOVE WS-PRF-BLANK-COUNT (WS-PRF-IX) TO PRF-BLANK-COUNT.
           MOVE WS-PRF-INVALID-COUNT (WS-PRF-IX) TO PRF-INVALID-COUNT.
           MOVE WS-PRF-MIN-VALUE (WS-PRF-IX) TO PRF-MIN-VALUE.
           MOVE WS-PRF-MAX-VALUE (WS-PRF-IX) TO PRF-MAX-VALUE.
           MOVE WS-PRF-DISTINCT-COUNT (WS-PRF-IX)
               TO PRF-DISTINCT-COUNT.
           MOVE WS-PRF-UNTALLIED-COUNT (WS-PRF-IX)
               TO PRF-UNTALLIED-COUNT.
           PERFORM 5760-PICK-TOP-VALUES THRU 5760-EXIT.
           WRITE PROFILE-RECORD.
           MOVE SPACES TO PRP-FIELD-RECORD.
           MOVE PRF-FIELD-NAME TO PRP-FLD-NAME.
           MOVE PRF-POSITION TO PRP-FLD-POSITION.
           MOVE PRF-LENGTH TO PRP-FLD-LENGTH.
           MOVE PRF-DATA-TYPE TO PRP-FLD-DATA-TYPE.
           MOVE PRF-BLANK-COUNT TO PRP-FLD-BLANK-COUNT.
           MOVE PRF-INVALID-COUNT TO PRP-FLD-INVALID-COUNT.
           MOVE PRF-MIN-VALUE TO PRP-FLD-MIN-VALUE.
           MOVE PRF-MAX-VALUE TO PRP-FLD-MAX-VALUE.
           MOVE PRF-DISTINCT-COUNT TO PRP-FLD-DISTINCT-COUNT.
           MOVE PRF-UNTALLIED-COUNT TO PRP-FLD-UNTALLIED-COUNT.
           WRITE PRP-FIELD-RECORD.
           MOVE 1 TO WS-PRF-RANK-IX.
           PERFORM 5780-PRINT-ONE-TOP THRU 5780-EXIT
               UNTIL WS-PRF-RANK-IX > WS-PRF-TOP-USED.
           ADD 1 TO WS-PRF-IX.
       5750-EXIT.
           EXIT.

       5760-PICK-TOP-VALUES.
           MOVE 1 TO WS-PRF-RANK-IX.
           PERFORM 5762-CLEAR-ONE-TOP THRU 5762-EXIT
               UNTIL WS-PRF-RANK-IX > 5.
           MOVE 1 TO WS-PRF-VAL-IX.
           PERFORM 5765-CLEAR-ONE-PICK THRU 5765-EXIT
               UNTIL WS-PRF-VAL-IX > WS-PRF-DISTINCT-COUNT (WS-PRF-IX).
           MOVE ZERO TO WS-PRF-TOP-USED.
           MOVE 1 TO WS-PRF-RANK-IX.
           PERFORM 5770-PICK-ONE-TOP THRU 5770-EXIT
               UNTIL WS-PRF-RANK-IX > 5
                   OR WS-PRF-RANK-IX
                       > WS-PRF-DISTINCT-COUNT (WS-PRF-IX).
       5760-EXIT.
           EXIT.

       5762-CLEAR-ONE-TOP.
           MOVE SPACES TO PRF-TOP-TEXT (WS-PRF-RANK-IX).
           MOVE ZERO TO PRF-TOP-COUNT (WS-PRF-RANK-IX).
           ADD 1 TO WS-PRF-RANK-IX.
       5762-EXIT.
           EXIT.

       5765-CLEAR-ONE-PICK.
           MOVE 'N' TO WS-PRF-TALLY-PICKED-SW (WS-PRF-IX WS-PRF-VAL-IX).
           ADD 1 TO WS-PRF-VAL-IX.
       5765-EXIT.
           EXIT.

       5770-PICK-ONE-TOP.
           MOVE ZERO TO WS-PRF-BEST-IX.
           MOVE 1 TO WS-PRF-VAL-IX.
           PERFORM 5775-TEST-ONE-TALLY THRU 5775-EXIT
               UNTIL WS-PRF-VAL-IX > WS-PRF-DISTINCT-COUNT (WS-PRF-IX).
           MOVE 'Y'
               TO WS-PRF-TALLY-PICKED-SW (WS-PRF-IX WS-PRF-BEST-IX).
           MOVE WS-PRF-TALLY-VALUE (WS-PRF-IX WS-PRF-BEST-IX)
               TO PRF-TOP-TEXT (WS-PRF-RANK-IX).
           MOVE WS-PRF-TALLY-COUNT (WS-PRF-IX WS-PRF-BEST-IX)
               TO PRF-TOP-COUNT (WS-PRF-RANK-IX).
           MOVE WS-PRF-RANK-IX TO WS-PRF-TOP-USED.
           ADD 1 TO WS-PRF-RANK-IX.
       5770-EXIT.
           EXIT.

       5775-TEST-ONE-TALLY.
           IF NOT WS-PRF-TALLY-PICKED (WS-PRF-IX WS-PRF-VAL-IX)
               IF WS-PRF-BEST-IX = ZERO
                   MOVE WS-PRF-VAL-IX TO WS-PRF-BEST-IX
               ELSE
                   IF WS-PRF-TALLY-COUNT (WS-PRF-IX WS-PRF-VAL-IX)
                       > WS-PRF-TALLY-COUNT (WS-PRF-IX WS-PRF-BEST-IX)
                       MOVE WS-PRF-VAL-IX TO WS-PRF-BEST-IX
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PRF-VAL-IX.
       5775-EXIT.
           EXIT.

       5780-PRINT-ONE-TOP.
           MOVE SPACES TO PRP-TOP-RECORD.
           MOVE 'TOP' TO PRP-TOP-LIT.
           MOVE WS-PRF-RANK-IX TO PRP-TOP-RANK.
           MOVE PRF-TOP-TEXT (WS-PRF-RANK-IX) TO PRP-TOP-TEXT.
           MOVE PRF-TOP-COUNT (WS-PRF-RANK-IX) TO PRP-TOP-COUNT.
           WRITE PRP-TOP-RECORD.
           ADD 1 TO WS-PRF-RANK-IX.
       5780-EXIT.
           EXIT.

      *    EXPORT - ONE DLMOUT ROW PER SRCDS RECORD - THE KEY, THEN
      *    ONE VALUE PER LAYOUT FIELD, SEPARATED BY THE DELIMITER.
      *    PACKED AND ZONED VALUES ARE WRITTEN AS SIGNED DECIMAL
      *    NUMBERS, DATES AS YYYY-MM-DD, CHAR VALUES WITHOUT TRAILING
      *    SPACES (QUOTED WHEN THEY HOLD THE DELIMITER OR A QUOTE).
      *    A BLANK FIELD IS WRITTEN EMPTY.  A RECORD WITH A FIELD
      *    THAT WILL NOT CONVERT GOES TO RJCTOUT AS NUMERIC OR
      *    BADDATE INSTEAD.
       5800-EXPORT.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-TARGET-COUNT.
           MOVE ZERO TO WS-DUPKEY-COUNT.
           MOVE ZERO TO WS-REJECT-COUNT.
           MOVE 'N' TO WS-SOURCE-EOF-SW.
           PERFORM 1600-PREPARE-DELIMITED THRU 1600-EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 5800-EXIT
           END-IF.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           OPEN OUTPUT Export-File.
           OPEN OUTPUT Reject-File.
           OPEN OUTPUT Report-File.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-DLMOUT-STATUS-OK
                   OR NOT WS-REJECT-STATUS-OK
                   OR NOT WS-REPORT-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0030 - OPEN FAILED FOR EXPORT'
                   TO RETURN-MESSAGE
               GO TO 5800-EXIT
           END-IF.
           IF HEADER-ROW
               PERFORM 5810-WRITE-HEADER-ROW THRU 5810-EXIT
           END-IF.
           PERFORM 5850-EXPORT-ONE-RECORD THRU 5850-EXIT
               UNTIL WS-SOURCE-EOF OR RETURN-STATUS-ERROR.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           CLOSE Export-File.
           CLOSE Reject-File.
           IF RETURN-STATUS-ERROR
               CLOSE Report-File
               GO TO 5800-EXIT
           END-IF.
           PERFORM 5950-COUNT-EXPORT-ROWS THRU 5950-EXIT.
           PERFORM 5970-WRITE-EXPORT-REPORT THRU 5970-EXIT.
           CLOSE Report-File.
       5800-EXIT.
           EXIT.

       5810-WRITE-HEADER-ROW.
           MOVE SPACES TO WS-DLM-ROW.
           MOVE 1 TO WS-DLM-PTR.
           STRING 'KEY' DELIMITED BY SIZE
               INTO WS-DLM-ROW WITH POINTER WS-DLM-PTR.
           MOVE 1 TO WS-DLM-IX.
           PERFORM 5820-ADD-ONE-HEADER-NAME THRU 5820-EXIT
               UNTIL WS-DLM-IX > WS-DCT-ENTRY-COUNT.
           PERFORM 5900-WRITE-EXPORT-ROW THRU 5900-EXIT.
       5810-EXIT.
           EXIT.

       5820-ADD-ONE-HEADER-NAME.
           STRING WS-DLM-CHAR DELIMITED BY SIZE
                   WS-DCT-NAME (WS-DLM-IX) DELIMITED BY SPACE
               INTO WS-DLM-ROW WITH POINTER WS-DLM-PTR.
           ADD 1 TO WS-DLM-IX.
       5820-EXIT.
           EXIT.

       5850-EXPORT-ONE-RECORD.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               GO TO 5850-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-DLM-ROW.
           MOVE 1 TO WS-DLM-PTR.
           MOVE WS-SRC-KEY TO WS-DLM-FIELD.
           MOVE WS-SHP-KEY-LEN TO WS-DLM-FIELD-LEN.
           PERFORM 5870-EDIT-CHAR-FIELD THRU 5870-EXIT.
           MOVE 1 TO WS-DLM-IX.
           PERFORM 5855-EXPORT-ONE-FIELD THRU 5855-EXIT
               UNTIL WS-DLM-IX > WS-DCT-ENTRY-COUNT
                   OR WS-REJECT-REASON NOT = SPACES
                   OR RETURN-STATUS-ERROR.
           IF RETURN-STATUS-ERROR
               GO TO 5850-EXIT
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3145-WRITE-REJECT THRU 3145-EXIT
               GO TO 5850-EXIT
           END-IF.
           PERFORM 5900-WRITE-EXPORT-ROW THRU 5900-EXIT.
       5850-EXIT.
           EXIT.

       5855-EXPORT-ONE-FIELD.
           MOVE WS-DCT-POS (WS-DLM-IX) TO WS-DLM-POS.
           MOVE WS-DCT-LEN (WS-DLM-IX) TO WS-DLM-LEN.
           MOVE WS-DCT-DECIMALS (WS-DLM-IX) TO WS-DLM-DECIMALS.
           MOVE WS-DCT-DATA-TYPE (WS-DLM-IX) TO WS-DLM-DATA-TYPE.
           ADD 1 TO WS-DLM-IX.
           MOVE WS-DLM-CHAR TO WS-DLM-TEXT.
           MOVE 1 TO WS-DLM-TEXT-LEN.
           PERFORM 5890-APPEND-TEXT THRU 5890-EXIT.
           IF WS-SRC-REC (WS-DLM-POS:WS-DLM-LEN) = SPACES
                   OR WS-SRC-REC (WS-DLM-POS:WS-DLM-LEN) = LOW-VALUES
               GO TO 5855-EXIT
           END-IF.
           EVALUATE WS-DLM-DATA-TYPE
               WHEN 'ZONED'
                   PERFORM 5860-EDIT-ZONED-FIELD THRU 5860-EXIT
               WHEN 'PACKED'
                   PERFORM 5862-EDIT-PACKED-FIELD THRU 5862-EXIT
               WHEN 'DATE'
                   PERFORM 5866-EDIT-DATE-FIELD THRU 5866-EXIT
               WHEN OTHER
                   MOVE WS-SRC-REC (WS-DLM-POS:WS-DLM-LEN)
                       TO WS-DLM-FIELD
                   MOVE WS-DLM-LEN TO WS-DLM-FIELD-LEN
                   PERFORM 5870-EDIT-CHAR-FIELD THRU 5870-EXIT
           END-EVALUATE.
       5855-EXIT.
           EXIT.

       5860-EDIT-ZONED-FIELD.
           MOVE ALL '0' TO WS-DLM-NUM-X.
           MOVE WS-SRC-REC (WS-DLM-POS:WS-DLM-LEN)
               TO WS-DLM-NUM-X (19 - WS-DLM-LEN:WS-DLM-LEN).
           IF WS-DLM-NUM NOT NUMERIC
               MOVE 'NUMERIC' TO WS-REJECT-REASON
               GO TO 5860-EXIT
           END-IF.
           PERFORM 5864-EDIT-NUMBER THRU 5864-EXIT.
       5860-EXIT.
           EXIT.

       5862-EDIT-PACKED-FIELD.
           MOVE LOW-VALUES TO WS-VAL-PACKED-BYTES.
           COMPUTE WS-VAL-PACKED-OFF = 9 - WS-DLM-LEN.
           MOVE WS-SRC-REC (WS-DLM-POS:WS-DLM-LEN)
               TO WS-VAL-PACKED-BYTES (WS-VAL-PACKED-OFF:WS-DLM-LEN).
           IF WS-VAL-PACKED-NUM NOT NUMERIC
               MOVE 'NUMERIC' TO WS-REJECT-REASON
               GO TO 5862-EXIT
           END-IF.
           MOVE WS-VAL-PACKED-NUM TO WS-DLM-NUM.
           PERFORM 5864-EDIT-NUMBER THRU 5864-EXIT.
       5862-EXIT.
           EXIT.

      *    EDITS WS-DLM-NUM WITH WS-DLM-DECIMALS PLACES - LEADING
      *    ZEROS DROPPED BUT ONE INTEGER DIGIT ALWAYS KEPT, A MINUS
      *    SIGN IN FRONT WHEN NEGATIVE.
       5864-EDIT-NUMBER.
           MOVE WS-DLM-NUM TO WS-DLM-DIGITS.
           COMPUTE WS-DLM-INT-END = 18 - WS-DLM-DECIMALS.
           MOVE 1 TO WS-DLM-BYTE-IX.
           PERFORM 5865-SKIP-ONE-ZERO THRU 5865-EXIT
               UNTIL WS-DLM-BYTE-IX = WS-DLM-INT-END
                   OR WS-DLM-DIGITS-X (WS-DLM-BYTE-IX:1) NOT = '0'.
           MOVE SPACES TO WS-DLM-TEXT.
           MOVE 1 TO WS-DLM-TEXT-PTR.
           IF WS-DLM-NUM < ZERO
               STRING '-' DELIMITED BY SIZE
                   INTO WS-DLM-TEXT WITH POINTER WS-DLM-TEXT-PTR
           END-IF.
           STRING WS-DLM-DIGITS-X (WS-DLM-BYTE-IX:
                       WS-DLM-INT-END - WS-DLM-BYTE-IX + 1)
                   DELIMITED BY SIZE
               INTO WS-DLM-TEXT WITH POINTER WS-DLM-TEXT-PTR.
           IF WS-DLM-DECIMALS > ZERO
               STRING '.' DELIMITED BY SIZE
                       WS-DLM-DIGITS-X (WS-DLM-INT-END + 1:
                           WS-DLM-DECIMALS) DELIMITED BY SIZE
                   INTO WS-DLM-TEXT WITH POINTER WS-DLM-TEXT-PTR
           END-IF.
           COMPUTE WS-DLM-TEXT-LEN = WS-DLM-TEXT-PTR - 1.
           PERFORM 5890-APPEND-TEXT THRU 5890-EXIT.
       5864-EXIT.
           EXIT.

       5865-SKIP-ONE-ZERO.
           ADD 1 TO WS-DLM-BYTE-IX.
       5865-EXIT.
           EXIT.

       5866-EDIT-DATE-FIELD.
           MOVE WS-SRC-REC (WS-DLM-POS:8) TO WS-VAL-DATE-WORK.
           IF WS-VAL-DATE-WORK NOT NUMERIC
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO 5866-EXIT
           END-IF.
           IF WS-VAL-DATE-MM < 1 OR WS-VAL-DATE-MM > 12
                   OR WS-VAL-DATE-DD < 1 OR WS-VAL-DATE-DD > 31
               MOVE 'BADDATE' TO WS-REJECT-REASON
               GO TO 5866-EXIT
           END-IF.
           MOVE SPACES TO WS-DLM-TEXT.
           STRING WS-VAL-DATE-WORK (1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-VAL-DATE-WORK (5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-VAL-DATE-WORK (7:2) DELIMITED BY SIZE
               INTO WS-DLM-TEXT.
           MOVE 10 TO WS-DLM-TEXT-LEN.
           PERFORM 5890-APPEND-TEXT THRU 5890-EXIT.
       5866-EXIT.
           EXIT.

      *    APPENDS WS-DLM-FIELD (1:WS-DLM-FIELD-LEN) AS A CHAR VALUE,
      *    QUOTED WHEN IT HOLDS THE DELIMITER OR A QUOTE, WITH EACH
      *    QUOTE INSIDE IT DOUBLED.
       5870-EDIT-CHAR-FIELD.
           PERFORM 1620-TRIM-FIELD THRU 1620-EXIT.
           IF WS-DLM-FIELD-LEN = ZERO
               GO TO 5870-EXIT
           END-IF.
           MOVE ZERO TO WS-DLM-TALLY.
           INSPECT WS-DLM-FIELD (1:WS-DLM-FIELD-LEN)
               TALLYING WS-DLM-TALLY FOR ALL WS-DLM-CHAR ALL '"'.
           IF WS-DLM-TALLY = ZERO
               MOVE WS-DLM-FIELD (1:WS-DLM-FIELD-LEN) TO WS-DLM-TEXT
               MOVE WS-DLM-FIELD-LEN TO WS-DLM-TEXT-LEN
               PERFORM 5890-APPEND-TEXT THRU 5890-EXIT
               GO TO 5870-EXIT
           END-IF.
           MOVE SPACES TO WS-DLM-TEXT.
           MOVE '"' TO WS-DLM-TEXT (1:1).
           MOVE 1 TO WS-DLM-TEXT-LEN.
           MOVE 1 TO WS-DLM-BYTE-IX.
           PERFORM 5875-QUOTE-ONE-BYTE THRU 5875-EXIT
               UNTIL WS-DLM-BYTE-IX > WS-DLM-FIELD-LEN.
           ADD 1 TO WS-DLM-TEXT-LEN.
           MOVE '"' TO WS-DLM-TEXT (WS-DLM-TEXT-LEN:1).
           PERFORM 5890-APPEND-TEXT THRU 5890-EXIT.
       5870-EXIT.
           EXIT.

       5875-QUOTE-ONE-BYTE.
           ADD 1 TO WS-DLM-TEXT-LEN.
           MOVE WS-DLM-FIELD (WS-DLM-BYTE-IX:1)
               TO WS-DLM-TEXT (WS-DLM-TEXT-LEN:1).
           IF WS-DLM-FIELD (WS-DLM-BYTE-IX:1) = '"'
               ADD 1 TO WS-DLM-TEXT-LEN
               MOVE '"' TO WS-DLM-TEXT (WS-DLM-TEXT-LEN:1)
           END-IF.
           ADD 1 TO WS-DLM-BYTE-IX.
       5875-EXIT.
           EXIT.

       5890-APPEND-TEXT.
           IF WS-DLM-TEXT-LEN = ZERO
               GO TO 5890-EXIT
           END-IF.
           STRING WS-DLM-TEXT (1:WS-DLM-TEXT-LEN) DELIMITED BY SIZE
               INTO WS-DLM-ROW WITH POINTER WS-DLM-PTR
               ON OVERFLOW
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0030 - EXPORT ROW LONGER THAN 1000 BYTES'
                       TO RETURN-MESSAGE
           END-STRING.
       5890-EXIT.
           EXIT.

       5900-WRITE-EXPORT-ROW.
           COMPUTE WS-DLM-ROW-LEN = WS-DLM-PTR - 1.
           IF WS-DLM-ROW-LEN = ZERO
               MOVE 1 TO WS-DLM-ROW-LEN
           END-IF.
           MOVE WS-DLM-ROW TO Export-Rec.
           WRITE Export-Rec.
           IF NOT WS-DLMOUT-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0030 - WRITE FAILED ON DLMOUT'
                   TO RETURN-MESSAGE
           END-IF.
       5900-EXIT.
           EXIT.

      *    RECOUNTS THE ROWS ON DLMOUT, LEAVING OUT THE HEADER ROW.
       5950-COUNT-EXPORT-ROWS.
           MOVE ZERO TO WS-TARGET-COUNT.
           MOVE 'N' TO WS-DLMOUT-EOF-SW.
           OPEN INPUT Export-File.
           IF NOT WS-DLMOUT-STATUS-OK
               GO TO 5950-EXIT
           END-IF.
           PERFORM 5960-COUNT-ONE-EXPORT-ROW THRU 5960-EXIT
               UNTIL WS-DLMOUT-EOF.
           CLOSE Export-File.
           IF HEADER-ROW AND WS-TARGET-COUNT > ZERO
               SUBTRACT 1 FROM WS-TARGET-COUNT
           END-IF.
       5950-EXIT.
           EXIT.

       5960-COUNT-ONE-EXPORT-ROW.
           READ Export-File
               AT END
                   MOVE 'Y' TO WS-DLMOUT-EOF-SW
                   GO TO 5960-EXIT
           END-READ.
           ADD 1 TO WS-TARGET-COUNT.
       5960-EXIT.
           EXIT.

       5970-WRITE-EXPORT-REPORT.
           MOVE SPACES TO RPT-RECORD.
           MOVE SOURCE-DSN TO RPT-SOURCE-DSN.
           MOVE TARGET-DSN TO RPT-TARGET-DSN.
           MOVE WS-DUPKEY-COUNT TO RPT-DUPKEY-COUNT.
           MOVE 'REJECTS=' TO RPT-REJECTS-LIT.
           MOVE WS-REJECT-COUNT TO RPT-REJECTS-COUNT.
           IF WS-SOURCE-COUNT = WS-TARGET-COUNT + WS-REJECT-COUNT
               MOVE 'MATCH' TO RPT-MATCH-FLAG
           ELSE
               MOVE 'MISMATCH' TO RPT-MATCH-FLAG
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0031 - EXPORT RECORD COUNT MISMATCH'
                   TO RETURN-MESSAGE
           END-IF.
           WRITE RPT-RECORD.
       5970-EXIT.
           EXIT.

       6000-COMPARE.
           MOVE ZERO TO WS-MISSING-COUNT.
           MOVE ZERO TO WS-EXTRA-COUNT.
           MOVE ZERO TO WS-DIFFER-COUNT.
           MOVE 'Y' TO WS-SHP-ORDER-SW.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 1720-OPEN-TARGET-INPUT THRU 1720-EXIT.
           OPEN OUTPUT Report-File.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-TARGET-STATUS-OK
                   OR NOT WS-REPORT-STATUS-OK
           PERFORM 6300-MATCH-MERGE THRU 6300-EXIT
               UNTIL WS-SOURCE-EOF AND WS-TARGET-EOF.
           PERFORM 6400-WRITE-COMPARE-SUMMARY THRU 6400-EXIT.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           CLOSE Report-File.
       6000-EXIT.
           EXIT.

       6100-READ-SOURCE.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               MOVE HIGH-VALUES TO WS-SOURCE-KEY-HOLD
               GO TO 6100-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE WS-SRC-KEY TO WS-SOURCE-KEY-HOLD.
       6100-EXIT.
           EXIT.

       6200-READ-TARGET.
           PERFORM 1730-READ-TARGET THRU 1730-EXIT.
           IF WS-TARGET-EOF
               MOVE HIGH-VALUES TO WS-TARGET-KEY-HOLD
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-TGT-KEY TO WS-TARGET-KEY-HOLD.
       6200-EXIT.
           EXIT.

                   ADD 1 TO WS-EXTRA-COUNT
                   PERFORM 6200-READ-TARGET THRU 6200-EXIT
               WHEN OTHER
                   IF WS-SRC-LEN NOT = WS-TGT-LEN
                           OR WS-SRC-REC NOT = WS-TGT-REC
                       MOVE WS-SOURCE-KEY-HOLD TO CMP-KEY
                       MOVE 'DIFFERING CONTENT' TO CMP-STATUS
                       WRITE CMP-DETAIL-RECORD
           IF RETURN-STATUS-ERROR
               GO TO 6500-EXIT
           END-IF.
           MOVE 'Y' TO WS-SHP-ORDER-SW.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 1720-OPEN-TARGET-INPUT THRU 1720-EXIT.
           PERFORM 1740-OPEN-NEW-TARGET THRU 1740-EXIT.
           OPEN OUTPUT Report-File.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-TARGET-STATUS-OK
                   OR NOT WS-NEWTGT-STATUS-OK
           PERFORM 6600-MERGE-ONE-KEY THRU 6600-EXIT
               UNTIL WS-SOURCE-EOF AND WS-TARGET-EOF.
           PERFORM 6700-WRITE-MERGE-SUMMARY THRU 6700-EXIT.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           PERFORM 1745-CLOSE-NEW-TARGET THRU 1745-EXIT.
           CLOSE Report-File.
       6500-EXIT.
           EXIT.
                   TO RETURN-MESSAGE
               GO TO 6550-EXIT
           END-IF.
           IF NOT MRG-NEWEST-WINS
               GO TO 6550-EXIT
           END-IF.
           IF MRG-FIELD-NAME NOT = SPACES
               PERFORM 6560-FIND-NEWEST-FIELD THRU 6560-EXIT
               GO TO 6550-EXIT
           END-IF.
           IF MRG-DATE-POSITION NOT NUMERIC
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0016 - NEWEST DATE POSITION BAD'
                   TO RETURN-MESSAGE
               GO TO 6550-EXIT
           END-IF.
           COMPUTE WS-SHP-FLD-POS
               = MRG-DATE-POSITION + WS-SHP-DATA-BASE.
           MOVE 8 TO WS-SHP-FLD-LEN.
           PERFORM 1780-CHECK-FIELD-BOUNDS THRU 1780-EXIT.
           IF NOT WS-SHP-FIELD-FITS
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0016 - NEWEST DATE POSITION BAD'
                   TO RETURN-MESSAGE
               GO TO 6550-EXIT
           END-IF.
           MOVE WS-SHP-FLD-POS TO WS-MRG-DATE-POS.
       6550-EXIT.
           EXIT.

      *    NEWEST PRECEDENCE MAY NAME ITS DATE FIELD FROM THE LAYOUT
      *    DICTIONARY IN PLACE OF A POSITION.
       6560-FIND-NEWEST-FIELD.
           PERFORM 1500-LOAD-LAYOUT-DICT THRU 1500-EXIT.
           IF RETURN-STATUS-ERROR
               GO TO 6560-EXIT
           END-IF.
           MOVE MRG-FIELD-NAME TO WS-DCT-LOOKUP-NAME.
           PERFORM 1550-FIND-DICT-FIELD THRU 1550-EXIT.
           IF WS-DCT-FOUND-IX = ZERO
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0019 - FIELD NAME NOT IN LAYOUT'
                   TO RETURN-MESSAGE
               GO TO 6560-EXIT
           END-IF.
           IF WS-DCT-DATA-TYPE (WS-DCT-FOUND-IX) NOT = 'DATE'
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0016 - NEWEST FIELD IS NOT A DATE FIELD'
                   TO RETURN-MESSAGE
               GO TO 6560-EXIT
           END-IF.
           MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-MRG-DATE-POS.
       6560-EXIT.
           EXIT.

       6600-MERGE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SOURCE-KEY-HOLD < WS-TARGET-KEY-HOLD
                   MOVE WS-SRC-LEN TO WS-OUT-LEN
                   MOVE WS-SRC-REC TO WS-OUT-REC
                   PERFORM 6620-WRITE-MERGED-RECORD THRU 6620-EXIT
                   ADD 1 TO WS-INSERTED-COUNT
                   PERFORM 6100-READ-SOURCE THRU 6100-EXIT
               WHEN WS-SOURCE-KEY-HOLD > WS-TARGET-KEY-HOLD
                   MOVE WS-TGT-LEN TO WS-OUT-LEN
                   MOVE WS-TGT-REC TO WS-OUT-REC
                   PERFORM 6620-WRITE-MERGED-RECORD THRU 6620-EXIT
                   ADD 1 TO WS-KEPT-COUNT
                   PERFORM 6200-READ-TARGET THRU 6200-EXIT
               WHEN OTHER
                   PERFORM 6650-RESOLVE-PRECEDENCE THRU 6650-EXIT
                   IF WS-SOURCE-RECORD-WINS
                       MOVE WS-SRC-LEN TO WS-OUT-LEN
                       MOVE WS-SRC-REC TO WS-OUT-REC
                   ELSE
                       MOVE WS-TGT-LEN TO WS-OUT-LEN
                       MOVE WS-TGT-REC TO WS-OUT-REC
                   END-IF
                   PERFORM 6620-WRITE-MERGED-RECORD THRU 6620-EXIT
                   IF WS-SOURCE-RECORD-WINS
                           AND (WS-SRC-LEN NOT = WS-TGT-LEN
                               OR WS-SRC-REC NOT = WS-TGT-REC)
                       ADD 1 TO WS-OVERRIDE-COUNT
                   ELSE
                       ADD 1 TO WS-KEPT-COUNT
           EXIT.

       6620-WRITE-MERGED-RECORD.
           PERFORM 1748-WRITE-NEW-TARGET THRU 1748-EXIT.
           ADD 1 TO WS-MERGE-WRITTEN-COUNT.
       6620-EXIT.
           EXIT.
               WHEN MRG-TARGET-WINS
                   MOVE 'N' TO WS-SOURCE-WINS-SW
               WHEN OTHER
                   MOVE WS-SRC-REC (WS-MRG-DATE-POS:8)
                       TO WS-MRG-SOURCE-DATE
                   MOVE WS-TGT-REC (WS-MRG-DATE-POS:8)
                       TO WS-MRG-TARGET-DATE
                   EVALUATE TRUE
                       WHEN WS-MRG-SOURCE-DATE NOT NUMERIC
           MOVE ZERO TO WS-EXTRA-COUNT.
           MOVE ZERO TO WS-DIFFER-COUNT.
           MOVE ZERO TO WS-SYNC-WRITTEN-COUNT.
           MOVE 'Y' TO WS-SHP-ORDER-SW.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 1720-OPEN-TARGET-INPUT THRU 1720-EXIT.
           PERFORM 1740-OPEN-NEW-TARGET THRU 1740-EXIT.
           OPEN OUTPUT Journal-File.
           OPEN OUTPUT Report-File.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-TARGET-STATUS-OK
           PERFORM 7100-SYNC-MERGE THRU 7100-EXIT
               UNTIL WS-SOURCE-EOF AND WS-TARGET-EOF.
           PERFORM 7300-WRITE-SYNC-SUMMARY THRU 7300-EXIT.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           PERFORM 1745-CLOSE-NEW-TARGET THRU 1745-EXIT.
           CLOSE Journal-File.
           CLOSE Report-File.
       7000-EXIT.
           MOVE SPACES TO JRN-RECORD.
           EVALUATE TRUE
               WHEN WS-SOURCE-KEY-HOLD < WS-TARGET-KEY-HOLD
                   MOVE WS-SRC-LEN TO WS-OUT-LEN
                   MOVE WS-SRC-REC TO WS-OUT-REC
                   PERFORM 7200-WRITE-SYNCED-RECORD THRU 7200-EXIT
                   MOVE WS-SOURCE-KEY-HOLD TO JRN-KEY
                   MOVE 'INSERT' TO JRN-CHANGE
                   MOVE ZERO TO JRN-BEFORE-LENGTH
                   MOVE WS-SRC-LEN TO JRN-AFTER-LENGTH
                   MOVE WS-SRC-REC (1:WS-SRC-LEN)
                       TO JRN-IMAGES (1:WS-SRC-LEN)
                   PERFORM 7250-WRITE-JOURNAL THRU 7250-EXIT
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM 6100-READ-SOURCE THRU 6100-EXIT
               WHEN WS-SOURCE-KEY-HOLD > WS-TARGET-KEY-HOLD
                   MOVE WS-TARGET-KEY-HOLD TO JRN-KEY
                   MOVE 'DELETE' TO JRN-CHANGE
                   MOVE WS-TGT-LEN TO JRN-BEFORE-LENGTH
                   MOVE ZERO TO JRN-AFTER-LENGTH
                   MOVE WS-TGT-REC (1:WS-TGT-LEN)
                       TO JRN-IMAGES (1:WS-TGT-LEN)
                   PERFORM 7250-WRITE-JOURNAL THRU 7250-EXIT
                   ADD 1 TO WS-EXTRA-COUNT
                   PERFORM 6200-READ-TARGET THRU 6200-EXIT
               WHEN OTHER
                   IF WS-SRC-LEN NOT = WS-TGT-LEN
                           OR WS-SRC-REC NOT = WS-TGT-REC
                       MOVE WS-SRC-LEN TO WS-OUT-LEN
                       MOVE WS-SRC-REC TO WS-OUT-REC
                       MOVE WS-SOURCE-KEY-HOLD TO JRN-KEY
                       MOVE 'REPLACE' TO JRN-CHANGE
                       MOVE WS-TGT-LEN TO JRN-BEFORE-LENGTH
                       MOVE WS-SRC-LEN TO JRN-AFTER-LENGTH
                       MOVE WS-TGT-REC (1:WS-TGT-LEN)
                           TO JRN-IMAGES (1:WS-TGT-LEN)
                       MOVE WS-SRC-REC (1:WS-SRC-LEN)
                           TO JRN-IMAGES (WS-TGT-LEN + 1:WS-SRC-LEN)
                       PERFORM 7250-WRITE-JOURNAL THRU 7250-EXIT
                       ADD 1 TO WS-DIFFER-COUNT
                   ELSE
                       MOVE WS-TGT-LEN TO WS-OUT-LEN
                       MOVE WS-TGT-REC TO WS-OUT-REC
                   END-IF
                   PERFORM 7200-WRITE-SYNCED-RECORD THRU 7200-EXIT
                   PERFORM 6100-READ-SOURCE THRU 6100-EXIT
           EXIT.

       7200-WRITE-SYNCED-RECORD.
           PERFORM 1748-WRITE-NEW-TARGET THRU 1748-EXIT.
           ADD 1 TO WS-SYNC-WRITTEN-COUNT.
       7200-EXIT.
           EXIT.

      *    A JOURNAL ENTRY CARRIES ONLY THE IMAGES ITS CHANGE NEEDS -
      *    THE BEFORE-IMAGE, THE AFTER-IMAGE, OR BOTH IN THAT ORDER.
       7250-WRITE-JOURNAL.
           COMPUTE WS-JRN-REC-LEN
               = 40 + JRN-BEFORE-LENGTH + JRN-AFTER-LENGTH.
           WRITE JRN-RECORD.
       7250-EXIT.
           EXIT.

       7300-WRITE-SYNC-SUMMARY.
           MOVE SPACES TO SYN-SUMMARY-RECORD.
           MOVE 'SYNC REPAIR' TO SYN-REPORT-TAG.
           MOVE ZERO TO WS-JRN-MISMATCH-COUNT.
           MOVE ZERO TO WS-REPLAY-WRITTEN-COUNT.
           OPEN INPUT Journal-In-File.
           PERFORM 1720-OPEN-TARGET-INPUT THRU 1720-EXIT.
           PERFORM 1740-OPEN-NEW-TARGET THRU 1740-EXIT.
           OPEN OUTPUT Report-File.
           IF NOT WS-JRNLIN-STATUS-OK OR NOT WS-TARGET-STATUS-OK
                   OR NOT WS-NEWTGT-STATUS-OK
           PERFORM 7550-READ-JOURNAL THRU 7550-EXIT.
           PERFORM 6200-READ-TARGET THRU 6200-EXIT.
           PERFORM 7600-REPLAY-ONE-KEY THRU 7600-EXIT
               UNTIL (WS-JRNLIN-EOF AND WS-TARGET-EOF)
                   OR RETURN-STATUS-ERROR.
           MOVE WS-JRN-READ-COUNT TO WS-SOURCE-COUNT.
           IF NOT RETURN-STATUS-ERROR
               PERFORM 7700-WRITE-REPLAY-SUMMARY THRU 7700-EXIT
           END-IF.
           CLOSE Journal-In-File.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           PERFORM 1745-CLOSE-NEW-TARGET THRU 1745-EXIT.
           CLOSE Report-File.
       7500-EXIT.
           EXIT.
                   GO TO 7550-EXIT
           END-READ.
           ADD 1 TO WS-JRN-READ-COUNT.
           MOVE SPACES TO WS-JRN-ENTRY.
           MOVE JRNI-RECORD (1:WS-JRNI-REC-LEN) TO WS-JRN-ENTRY.
           MOVE WS-JRN-KEY TO WS-JRN-KEY-HOLD.
           PERFORM 7555-CHECK-JOURNAL-ENTRY THRU 7555-EXIT.
           IF NOT WS-RECORD-VALID
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0036 - JRNLIN ENTRY LENGTHS INVALID'
                   TO RETURN-MESSAGE
               MOVE 'Y' TO WS-JRNLIN-EOF-SW
               MOVE HIGH-VALUES TO WS-JRN-KEY-HOLD
           END-IF.
       7550-EXIT.
           EXIT.

      *    THE IMAGE LENGTHS MUST ACCOUNT FOR THE WHOLE ENTRY, FIT
      *    THE TARGET'S PROFILED LENGTH, AND SUIT THE CHANGE - NO
      *    BEFORE-IMAGE ON AN INSERT, NO AFTER-IMAGE ON A DELETE.
       7555-CHECK-JOURNAL-ENTRY.
           MOVE 'N' TO WS-RECORD-VALID-SW.
           IF WS-JRN-BEFORE-LEN-X NOT NUMERIC
                   OR WS-JRN-AFTER-LEN-X NOT NUMERIC
               GO TO 7555-EXIT
           END-IF.
           IF WS-JRN-BEFORE-LEN > WS-SHP-MAX-LEN
                   OR WS-JRN-AFTER-LEN > WS-SHP-MAX-LEN
                   OR WS-JRN-BEFORE-LEN + WS-JRN-AFTER-LEN + 40
                       NOT = WS-JRNI-REC-LEN
               GO TO 7555-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-JRN-CHANGE-INSERT
                   IF WS-JRN-BEFORE-LEN NOT = ZERO
                           OR WS-JRN-AFTER-LEN = ZERO
                       GO TO 7555-EXIT
                   END-IF
               WHEN WS-JRN-CHANGE-DELETE
                   IF WS-JRN-BEFORE-LEN = ZERO
                           OR WS-JRN-AFTER-LEN NOT = ZERO
                       GO TO 7555-EXIT
                   END-IF
               WHEN WS-JRN-CHANGE-REPLACE
                   IF WS-JRN-BEFORE-LEN = ZERO
                           OR WS-JRN-AFTER-LEN = ZERO
                       GO TO 7555-EXIT
                   END-IF
           END-EVALUATE.
           MOVE 'Y' TO WS-RECORD-VALID-SW.
       7555-EXIT.
           EXIT.

       7600-REPLAY-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-JRN-KEY-HOLD < WS-TARGET-KEY-HOLD
                   PERFORM 7630-APPLY-LONE-ENTRY THRU 7630-EXIT
                   PERFORM 7550-READ-JOURNAL THRU 7550-EXIT
               WHEN WS-JRN-KEY-HOLD > WS-TARGET-KEY-HOLD
                   MOVE WS-TGT-LEN TO WS-OUT-LEN
                   MOVE WS-TGT-REC TO WS-OUT-REC
                   PERFORM 7620-WRITE-REPLAYED-RECORD THRU 7620-EXIT
                   PERFORM 6200-READ-TARGET THRU 6200-EXIT
               WHEN OTHER
           EXIT.

       7620-WRITE-REPLAYED-RECORD.
           PERFORM 1748-WRITE-NEW-TARGET THRU 1748-EXIT.
           ADD 1 TO WS-REPLAY-WRITTEN-COUNT.
       7620-EXIT.
           EXIT.
       7630-APPLY-LONE-ENTRY.
           EVALUATE TRUE
               WHEN REPLAY-FORWARD AND WS-JRN-CHANGE-INSERT
                   PERFORM 7660-BUILD-AFTER-IMAGE THRU 7660-EXIT
                   PERFORM 7620-WRITE-REPLAYED-RECORD THRU 7620-EXIT
                   ADD 1 TO WS-JRN-APPLIED-COUNT
               WHEN REPLAY-BACKWARD AND WS-JRN-CHANGE-DELETE
                   PERFORM 7665-BUILD-BEFORE-IMAGE THRU 7665-EXIT
                   PERFORM 7620-WRITE-REPLAYED-RECORD THRU 7620-EXIT
                   ADD 1 TO WS-JRN-APPLIED-COUNT
               WHEN OTHER
               WHEN REPLAY-FORWARD AND WS-JRN-CHANGE-DELETE
                   ADD 1 TO WS-JRN-APPLIED-COUNT
               WHEN REPLAY-FORWARD AND WS-JRN-CHANGE-REPLACE
                   PERFORM 7660-BUILD-AFTER-IMAGE THRU 7660-EXIT
                   PERFORM 7620-WRITE-REPLAYED-RECORD THRU 7620-EXIT
                   ADD 1 TO WS-JRN-APPLIED-COUNT
               WHEN REPLAY-BACKWARD AND WS-JRN-CHANGE-INSERT
                   ADD 1 TO WS-JRN-APPLIED-COUNT
               WHEN REPLAY-BACKWARD AND WS-JRN-CHANGE-REPLACE
                   PERFORM 7665-BUILD-BEFORE-IMAGE THRU 7665-EXIT
                   PERFORM 7620-WRITE-REPLAYED-RECORD THRU 7620-EXIT
                   ADD 1 TO WS-JRN-APPLIED-COUNT
               WHEN OTHER
                   MOVE WS-TGT-LEN TO WS-OUT-LEN
                   MOVE WS-TGT-REC TO WS-OUT-REC
                   PERFORM 7620-WRITE-REPLAYED-RECORD THRU 7620-EXIT
                   PERFORM 7650-REPORT-JOURNAL-MISMATCH
                       THRU 7650-EXIT
       7640-EXIT.
           EXIT.

       7660-BUILD-AFTER-IMAGE.
           MOVE SPACES TO WS-OUT-REC.
           MOVE WS-JRN-AFTER-LEN TO WS-OUT-LEN.
           MOVE WS-JRN-IMAGES (WS-JRN-BEFORE-LEN + 1:WS-JRN-AFTER-LEN)
               TO WS-OUT-REC.
       7660-EXIT.
           EXIT.

       7665-BUILD-BEFORE-IMAGE.
           MOVE SPACES TO WS-OUT-REC.
           MOVE WS-JRN-BEFORE-LEN TO WS-OUT-LEN.
           MOVE WS-JRN-IMAGES (1:WS-JRN-BEFORE-LEN) TO WS-OUT-REC.
       7665-EXIT.
           EXIT.

       7650-REPORT-JOURNAL-MISMATCH.
           MOVE SPACES TO CMP-DETAIL-RECORD.
           MOVE WS-JRN-KEY TO CMP-KEY.
           IF RETURN-STATUS-ERROR
               GO TO 8000-EXIT
           END-IF.
           MOVE 'Y' TO WS-SHP-ORDER-SW.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 1721-OPEN-TARGET-OUTPUT THRU 1721-EXIT.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-TARGET-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0008 - OPEN FAILED FOR EXTRACT'
               GO TO 8000-EXIT
           END-IF.
           IF WS-SEL-FROM-KEY NOT = SPACES
               MOVE WS-SEL-FROM-KEY TO WS-SHP-SKIP-KEY
               SET WS-SHP-SKIP-BELOW TO TRUE
               PERFORM 1715-POSITION-SOURCE THRU 1715-EXIT
           END-IF.
           PERFORM 8100-EXTRACT-ONE-RECORD THRU 8100-EXIT
               UNTIL WS-SOURCE-EOF.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           PERFORM 8300-WRITE-EXTRACT-REPORT THRU 8300-EXIT.
       8000-EXIT.
           EXIT.
                       TO RETURN-MESSAGE
                   GO TO 8060-EXIT
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-SHP-FLD-POS
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX) TO WS-SHP-FLD-LEN
           ELSE
               IF SEL-TEST-POSITION NOT NUMERIC
                       OR SEL-TEST-LENGTH NOT NUMERIC
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0009 - SELECTION TEST POSITION INVALID'
                       TO RETURN-MESSAGE
                   GO TO 8060-EXIT
               END-IF
               COMPUTE WS-SHP-FLD-POS
                   = SEL-TEST-POSITION + WS-SHP-DATA-BASE
               MOVE SEL-TEST-LENGTH TO WS-SHP-FLD-LEN
           END-IF.
           PERFORM 1780-CHECK-FIELD-BOUNDS THRU 1780-EXIT.
           IF NOT WS-SHP-FIELD-FITS
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0009 - SELECTION TEST POSITION INVALID'
                   TO RETURN-MESSAGE
           ADD 1 TO WS-SEL-TEST-COUNT.
           MOVE SEL-TEST-TYPE
               TO WS-SEL-TST-TYPE (WS-SEL-TEST-COUNT).
           MOVE WS-SHP-FLD-POS
               TO WS-SEL-TST-POS (WS-SEL-TEST-COUNT).
           MOVE WS-SHP-FLD-LEN
               TO WS-SEL-TST-LEN (WS-SEL-TEST-COUNT).
           MOVE SEL-TEST-VALUE
               TO WS-SEL-TST-VALUE (WS-SEL-TEST-COUNT).
           EXIT.

       8100-EXTRACT-ONE-RECORD.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               GO TO 8100-EXIT
           END-IF.
           IF WS-SEL-TO-KEY NOT = SPACES
                   AND WS-SRC-KEY > WS-SEL-TO-KEY
               MOVE 'Y' TO WS-SOURCE-EOF-SW
               GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           PERFORM 8200-APPLY-SELECTION-TESTS THRU 8200-EXIT.
           IF WS-RECORD-SELECTED
               MOVE WS-SRC-LEN TO WS-OUT-LEN
               MOVE WS-SRC-REC TO WS-OUT-REC
               PERFORM 1735-WRITE-TARGET THRU 1735-EXIT
               ADD 1 TO WS-SELECTED-COUNT
           ELSE
               ADD 1 TO WS-BYPASSED-COUNT

       8210-APPLY-ONE-TEST.
           IF WS-SEL-TST-INCLUDE (WS-SEL-IX)
               IF WS-SRC-REC (WS-SEL-TST-POS (WS-SEL-IX):
                       WS-SEL-TST-LEN (WS-SEL-IX)) NOT =
                       WS-SEL-TST-VALUE (WS-SEL-IX)
                       (1:WS-SEL-TST-LEN (WS-SEL-IX))
                   MOVE 'N' TO WS-RECORD-SELECTED-SW
               END-IF
           ELSE
               IF WS-SRC-REC (WS-SEL-TST-POS (WS-SEL-IX):
                       WS-SEL-TST-LEN (WS-SEL-IX)) =
                       WS-SEL-TST-VALUE (WS-SEL-IX)
                       (1:WS-SEL-TST-LEN (WS-SEL-IX))
           IF RETURN-STATUS-ERROR
               GO TO 8500-EXIT
           END-IF.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 1750-OPEN-SPLITS THRU 1750-EXIT.
           OPEN OUTPUT Report-File.
           IF NOT WS-SOURCE-STATUS-OK
                   OR NOT WS-SPLIT1-STATUS-OK
           PERFORM 8600-SPLIT-ONE-RECORD THRU 8600-EXIT
               UNTIL WS-SOURCE-EOF.
           PERFORM 8700-WRITE-SPLIT-REPORT THRU 8700-EXIT.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 1755-CLOSE-SPLITS THRU 1755-EXIT.
           CLOSE Report-File.
       8500-EXIT.
           EXIT.
                       TO RETURN-MESSAGE
                   GO TO 8560-EXIT
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-SHP-FLD-POS
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX) TO WS-SHP-FLD-LEN
           END-IF.
           IF WS-SPL-RULE-COUNT = 10
               SET RETURN-STATUS-ERROR TO TRUE
               TO WS-SPL-RUL-HIGH (WS-SPL-RULE-COUNT).
           MOVE SPL-TEST-VALUE
               TO WS-SPL-RUL-VALUE (WS-SPL-RULE-COUNT).
           IF SPL-FIELD-NAME = SPACES AND SPL-TEST-LENGTH = SPACES
               MOVE ZERO TO WS-SPL-RUL-POS (WS-SPL-RULE-COUNT)
               MOVE ZERO TO WS-SPL-RUL-LEN (WS-SPL-RULE-COUNT)
               GO TO 8560-EXIT
           END-IF.
           IF SPL-FIELD-NAME = SPACES
               IF SPL-TEST-POSITION NOT NUMERIC
                       OR SPL-TEST-LENGTH NOT NUMERIC
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0023 - ROUTING TEST POSITION INVALID'
                       TO RETURN-MESSAGE
                   GO TO 8560-EXIT
               END-IF
               MOVE SPL-TEST-POSITION TO WS-SHP-FLD-POS
               ADD WS-SHP-DATA-BASE TO WS-SHP-FLD-POS
               MOVE SPL-TEST-LENGTH TO WS-SHP-FLD-LEN
           END-IF.
           PERFORM 1780-CHECK-FIELD-BOUNDS THRU 1780-EXIT.
           IF NOT WS-SHP-FIELD-FITS
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0023 - ROUTING TEST POSITION INVALID'
                   TO RETURN-MESSAGE
               GO TO 8560-EXIT
           END-IF.
           MOVE WS-SHP-FLD-POS
               TO WS-SPL-RUL-POS (WS-SPL-RULE-COUNT).
           MOVE WS-SHP-FLD-LEN
               TO WS-SPL-RUL-LEN (WS-SPL-RULE-COUNT).
       8560-EXIT.
           EXIT.

       8600-SPLIT-ONE-RECORD.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               GO TO 8600-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           PERFORM 8650-PICK-TARGET THRU 8650-EXIT.
           IF WS-SPL-TARGET-PICK = ZERO

       8660-TEST-ONE-RULE.
           IF (WS-SPL-RUL-LOW (WS-SPL-IX) = SPACES
                   OR WS-SRC-KEY NOT < WS-SPL-RUL-LOW (WS-SPL-IX))
                   AND (WS-SPL-RUL-HIGH (WS-SPL-IX) = SPACES
                       OR WS-SRC-KEY < WS-SPL-RUL-HIGH (WS-SPL-IX))
               IF WS-SPL-RUL-LEN (WS-SPL-IX) = ZERO
                   MOVE WS-SPL-RUL-TGT (WS-SPL-IX)
                       TO WS-SPL-TARGET-PICK
               ELSE
                   IF WS-SRC-REC (WS-SPL-RUL-POS (WS-SPL-IX):
                           WS-SPL-RUL-LEN (WS-SPL-IX)) =
                           WS-SPL-RUL-VALUE (WS-SPL-IX)
                           (1:WS-SPL-RUL-LEN (WS-SPL-IX))
           EXIT.

       8670-WRITE-TO-TARGET.
           MOVE WS-SRC-LEN TO WS-OUT-LEN.
           MOVE WS-SRC-REC TO WS-OUT-REC.
           PERFORM 1758-WRITE-SPLIT THRU 1758-EXIT.
           ADD 1 TO WS-SPLIT-TGT-COUNT (WS-SPL-TARGET-PICK).
           ADD 1 TO WS-ROUTED-COUNT.
       8670-EXIT.

       8680-REPORT-UNROUTED.
           MOVE SPACES TO CMP-DETAIL-RECORD.
           MOVE WS-SRC-KEY TO CMP-KEY.
           MOVE 'NOT ROUTED' TO CMP-STATUS.
           WRITE CMP-DETAIL-RECORD.
           ADD 1 TO WS-UNROUTED-COUNT.
           IF RETURN-STATUS-ERROR
               GO TO 9000-EXIT
           END-IF.
           PERFORM 1700-OPEN-SOURCE THRU 1700-EXIT.
           PERFORM 1721-OPEN-TARGET-OUTPUT THRU 1721-EXIT.
           IF NOT WS-SOURCE-STATUS-OK OR NOT WS-TARGET-STATUS-OK
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0010 - OPEN FAILED FOR MASK'
           END-IF.
           PERFORM 9100-MASK-ONE-RECORD THRU 9100-EXIT
               UNTIL WS-SOURCE-EOF.
           PERFORM 1705-CLOSE-SOURCE THRU 1705-EXIT.
           PERFORM 1725-CLOSE-TARGET THRU 1725-EXIT.
           PERFORM 9300-WRITE-MASK-REPORT THRU 9300-EXIT.
       9000-EXIT.
           EXIT.
                       TO RETURN-MESSAGE
                   GO TO 9060-EXIT
               END-IF
               MOVE WS-DCT-POS (WS-DCT-FOUND-IX) TO WS-SHP-FLD-POS
               MOVE WS-DCT-LEN (WS-DCT-FOUND-IX) TO WS-SHP-FLD-LEN
           ELSE
               IF MSK-POSITION NOT NUMERIC OR MSK-LENGTH NOT NUMERIC
                   SET RETURN-STATUS-ERROR TO TRUE
                   MOVE 'HG0011 - MASKING RULE POSITION INVALID'
                       TO RETURN-MESSAGE
                   GO TO 9060-EXIT
               END-IF
               COMPUTE WS-SHP-FLD-POS
                   = MSK-POSITION + WS-SHP-DATA-BASE
               MOVE MSK-LENGTH TO WS-SHP-FLD-LEN
           END-IF.
           PERFORM 1780-CHECK-FIELD-BOUNDS THRU 1780-EXIT.
           IF NOT WS-SHP-FIELD-FITS
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0011 - MASKING RULE POSITION INVALID'
                   TO RETURN-MESSAGE
               GO TO 9060-EXIT
           END-IF.
           IF WS-SHP-FLD-POS NOT > WS-SHP-KEY-END
                   AND WS-SHP-FLD-POS + WS-SHP-FLD-LEN - 1
                       NOT < WS-SHP-KEY-POS
               SET RETURN-STATUS-ERROR TO TRUE
               MOVE 'HG0011 - MASKING RULE OVERLAPS THE RECORD KEY'
                   TO RETURN-MESSAGE
               GO TO 9060-EXIT
           END-IF.
               GO TO 9060-EXIT
           END-IF.
           ADD 1 TO WS-MSK-RULE-COUNT.
           MOVE WS-SHP-FLD-POS
               TO WS-MSK-RUL-POS (WS-MSK-RULE-COUNT).
           MOVE WS-SHP-FLD-LEN
               TO WS-MSK-RUL-LEN (WS-MSK-RULE-COUNT).
           MOVE MSK-STYLE
               TO WS-MSK-RUL-STYLE (WS-MSK-RULE-COUNT).
           EXIT.

       9100-MASK-ONE-RECORD.
           PERFORM 1710-READ-SOURCE THRU 1710-EXIT.
           IF WS-SOURCE-EOF
               GO TO 9100-EXIT
           END-IF.
           ADD 1 TO WS-SOURCE-COUNT.
           MOVE WS-SRC-LEN TO WS-OUT-LEN.
           MOVE WS-SRC-REC TO WS-OUT-REC.
           MOVE 1 TO WS-MSK-IX.
           PERFORM 9210-APPLY-ONE-MASK-RULE THRU 9210-EXIT
               UNTIL WS-MSK-IX > WS-MSK-RULE-COUNT.
           PERFORM 1735-WRITE-TARGET THRU 1735-EXIT.
           ADD 1 TO WS-MASK-WRITTEN-COUNT.
       9100-EXIT.
           EXIT.
       9210-APPLY-ONE-MASK-RULE.
           EVALUATE TRUE
               WHEN WS-MSK-RUL-FIXED (WS-MSK-IX)
                   INSPECT WS-OUT-REC (WS-MSK-RUL-POS (WS-MSK-IX):
                           WS-MSK-RUL-LEN (WS-MSK-IX))
                       REPLACING CHARACTERS BY
                           WS-MSK-RUL-FILL (WS-MSK-IX)
               WHEN WS-MSK-RUL-SHUFFLE (WS-MSK-IX)
                   PERFORM 9250-SHUFFLE-FIELD THRU 9250-EXIT
               WHEN WS-MSK-RUL-DIGITS (WS-MSK-IX)
                   INSPECT WS-OUT-REC (WS-MSK-RUL-POS (WS-MSK-IX):
                           WS-MSK-RUL-LEN (WS-MSK-IX))
                       CONVERTING '0123456789' TO '9876543210'
           END-EVALUATE.
           EXIT.

       9250-SHUFFLE-FIELD.
           MOVE WS-OUT-REC (WS-MSK-RUL-POS (WS-MSK-IX):
               WS-MSK-RUL-LEN (WS-MSK-IX))
               TO WS-MASK-WORK (1:WS-MSK-RUL-LEN (WS-MSK-IX)).
           MOVE 1 TO WS-MSK-BYTE-IX.
           COMPUTE WS-MSK-SRC-IX = WS-MSK-RUL-LEN (WS-MSK-IX)
               - WS-MSK-BYTE-IX + 1.
           MOVE WS-MASK-WORK (WS-MSK-SRC-IX:1)
               TO WS-OUT-REC (WS-MSK-TGT-IX:1).
           ADD 1 TO WS-MSK-BYTE-IX.
       9260-EXIT.
           EXIT.
