      *********************** DSUCHG ******************************
      *                                                             *
      **** MONTHLY CHARGEBACK OF DATASET UTILITY RUNS TO THE
      **** APPLICATIONS THAT USE THEM
      *
      *   MODULE NAME = DSUCHG
      *
      *   DESCRIPTIVE NAME = MONTHLY CHARGEBACK INVOICES AND
      *      GENERAL-LEDGER FEED.
      *
      *   FUNCTION = PRICES EVERY DSUDRV RUN OF THE BILLING MONTH
      *      FROM THE RATECARD DECK (SEE COPYBOOK DSUCRC) AND BILLS
      *      IT TO ITS OWNING APPLICATION.  THE AUDIT AND HISTORY
      *      ROWS ARE PAIRED INTO RUNS AS DSUINQL PAIRS THEM, FROM
      *      THE SAME SORTED INPUTS (SEE THE DSUCHGM JOB'S SORT
      *      STEPS) - THE AUDIT ROW GIVES THE JOB NAME AND OUTCOME,
      *      THE HISTORY ROW THE RECORDS PROCESSED AND ELAPSED
      *      SECONDS.  ONLY RUNS THAT RAN ARE BILLED - A SUCCESS OR
      *      FAILURE AUDIT ROW, OR A HISTORY ROW WITH NO AUDIT ROW.
      *      ONLY UTILITY-ACTION ROWS ARE BILLED - DSUDRV SUMMARY,
      *      DSUAPR APPROVE/REJECT, DSURIC REFCHECK, DSUHKP ARCHIVE
      *      AND DSUVFY VERIFIED/FAILED ROWS ARE PASSED OVER.
      *      A RUN IS MAPPED TO ITS APPLICATION BY JOB-NAME PREFIX,
      *      THEN BY THE HIGH-LEVEL QUALIFIER OF ITS SOURCE DSN,
      *      AND A RUN NEITHER MAPS IS BILLED TO UNASSIGN.  EACH RUN
      *      IS CHARGED ITS ACTION'S PRICE PER 1000 RECORDS, PRICE
      *      PER ELAPSED MINUTE AND FLAT FEE, AND A FAILED RUN THAT
      *      THE SAME JOB RAN AGAIN OVER THE SAME DATASETS LATER IN
      *      THE MONTH ALSO CARRIES ITS ACTION'S RERUN SURCHARGE.
      *      THE CHARGES ARE GATHERED INTO ONE INVOICE LINE PER
      *      APPLICATION, ACTION AND SOURCE DATASET AND PRINTED ON
      *      CHGRPT - ONE INVOICE PAGE PER APPLICATION, THEN A
      *      SUMMARY PAGE ACROSS ALL APPLICATIONS WITH THE RUN
      *      TOTALS.  GLFEED RECEIVES THE GENERAL-LEDGER BATCH (SEE
      *      COPYBOOK DSUGLF) - A DEBIT PER APPLICATION AND ONE
      *      CREDIT TO THE RECOVERY ACCOUNT.
      *
      *   NOTES =
      *     DEPENDENCIES = AUDIT ROWS IN DSUAUD LAYOUT, HISTORY ROWS
      *        IN DSUHST LAYOUT, BOTH SORTED BY SOURCE-DSN,
      *        TARGET-DSN, RUN DATE AND TIME
      *
      *     RESTRICTIONS = AT MOST 2000 INVOICE LINES IN THE MONTH.
      *        A FAILED RUN IS LOOKED FOR AMONG THE LAST 20 FAILED
      *        RUNS OF ITS SOURCE/TARGET PAIR.  TWO-DIGIT RUN-DATE
      *        YEARS ARE WINDOWED - 00-69 ARE 20XX, 70-99 ARE 19XX.
      *
      *   MODULE TYPE = COBOL PROGRAM
      *      PROCESSOR   = IBM ENTERPRISE COBOL
      *      MODULE SIZE = SEE LINK EDIT
      *      ATTRIBUTES  = REENTRANT
      *
      *   ENTRY POINT = DSUCHG
      *      PURPOSE = SEE FUNCTION
      *      LINKAGE = NONE - MAIN PROGRAM, RUN BY JOB CONTROL
      *
      *      INPUT   = RATECARD DD - BILLING MONTH, RATES AND
      *                   APPLICATION MAPPING
      *                AUDITIN DD - AUDIT TRAIL, SORTED AS ABOVE
      *                HISTIN DD - RUN HISTORIES, SORTED AS ABOVE
      *
      *      OUTPUT  = CHGRPT DD - INVOICES AND SUMMARY
      *                GLFEED DD - GENERAL-LEDGER FEED
      *
      *   EXIT-NORMAL = RETURN CODE 0 NORMAL COMPLETION
      *   EXIT-ERROR =
      *      RETURN CODE = 4  - RUNS WERE BILLED TO UNASSIGN, OR
      *                  PRICED WITHOUT A RATE CARD
      *      RETURN CODE = 8  - AUDIT OR HISTORY ROWS CARRIED AN
      *                  UNREADABLE DATE OR TIME AND WERE PASSED
      *                  OVER
      *      RETURN CODE = 16 - THE RATE CARD DECK IS IN ERROR, A
      *                  DATASET COULD NOT BE OPENED, A GLFEED WRITE
      *                  FAILED OR THE INVOICE LINE TABLE IS FULL
      *      ABEND CODES =  NONE
      *      ERROR-MESSAGES =
      *
      *   TABLES = WS-RTE-ENTRY - RATES BY ACTION (30)
      *            WS-APL-ENTRY - APPLICATIONS (99 AND UNASSIGN)
      *            WS-MAP-ENTRY - JOB AND HLQ MAPPING (200)
      *            WS-LIN-ENTRY - INVOICE LINES, IN APPLICATION,
      *               ACTION AND DATASET ORDER (2000)
      *            WS-FLD-ENTRY - FAILED RUNS OF THE CURRENT PAIR
      *               AWAITING A RERUN (20)
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *      2026-10-15  PASSES OVER APPROVE, REJECT AND REFCHECK
      *                  AUDIT ROWS AS IT DOES SUMMARY ROWS - THEY
      *                  ARE NOT UTILITY RUNS AND WERE BEING PRICED
      *                  AT THE DEFAULT RATE.
      *      2026-10-15  ALSO PASSES OVER DSUHKP ARCHIVE ROWS, WHICH
      *                  WERE BILLED TO UNASSIGN AND HELD THE GL FEED,
      *                  AND DSUVFY VERIFIED/FAILED ROWS, WHICH WERE
      *                  COUNTED AS RUNS NOT BILLED.
      *
      *********************** DSUCHG ******************************
      ***************************************************************
       Identification Division.
         Program-ID. DSUCHG.
       Environment DIVISION.
        Input-output section.
         File-control.
           Select Rate-Card-File Assign To RATECARD
               Organization Is Sequential
               File Status Is WS-RATECARD-STATUS.
           Select Audit-File Assign To AUDITIN
               Organization Is Sequential
               File Status Is WS-AUDIT-STATUS.
           Select History-File Assign To HISTIN
               Organization Is Sequential
               File Status Is WS-HISTORY-STATUS.
           Select Print-File Assign To CHGRPT
               Organization Is Sequential
               File Status Is WS-PRINT-STATUS.
           Select GL-Feed-File Assign To GLFEED
               Organization Is Sequential
               File Status Is WS-GLFEED-STATUS.

       Data Division.
        File section.
        FD  Rate-Card-File.
        01  Rate-Card-Rec               Pic X(80).
        FD  Audit-File.
        COPY DSUAUD.
        FD  History-File.
        COPY DSUHST.
        FD  Print-File.
        01  Print-Rec                   Pic X(132).
        FD  GL-Feed-File.
        COPY DSUGLF.

      *
      *
       Working-Storage Section.
       COPY DSUCRC.
       01  WS-SWITCHES.
           05  WS-RATECARD-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-RATECARD-EOF             VALUE 'Y'.
           05  WS-AUDIT-EOF-SW             PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
           05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-HISTORY-EOF              VALUE 'Y'.
           05  WS-PENDING-SW               PIC X(01) VALUE 'N'.
               88  WS-PENDING                  VALUE 'Y'.
           05  WS-RUN-HAS-AUDIT-SW         PIC X(01) VALUE 'N'.
               88  WS-RUN-HAS-AUDIT            VALUE 'Y'.
           05  WS-RUN-HAS-HISTORY-SW       PIC X(01) VALUE 'N'.
               88  WS-RUN-HAS-HISTORY          VALUE 'Y'.
           05  WS-BILL-SEEN-SW             PIC X(01) VALUE 'N'.
               88  WS-BILL-SEEN                VALUE 'Y'.
           05  WS-INVOICE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-INVOICE-OPEN             VALUE 'Y'.
           05  WS-LINE-SEARCH-SW           PIC X(01) VALUE 'S'.
               88  WS-LINE-SEARCHING           VALUE 'S'.
               88  WS-LINE-FOUND               VALUE 'F'.
               88  WS-LINE-INSERT              VALUE 'I'.
       01  WS-FILE-STATUSES.
           05  WS-RATECARD-STATUS          PIC X(02).
               88  WS-RATECARD-STATUS-OK       VALUE '00'.
           05  WS-AUDIT-STATUS             PIC X(02).
               88  WS-AUDIT-STATUS-OK          VALUE '00'.
           05  WS-HISTORY-STATUS           PIC X(02).
               88  WS-HISTORY-STATUS-OK        VALUE '00'.
           05  WS-PRINT-STATUS             PIC X(02).
               88  WS-PRINT-STATUS-OK          VALUE '00'.
           05  WS-GLFEED-STATUS            PIC X(02).
               88  WS-GLFEED-STATUS-OK         VALUE '00'.
       01  WS-RUN-COUNTERS.
           05  WS-CARDS-READ               PIC 9(09) COMP.
           05  WS-CARD-ERRORS              PIC 9(09) COMP.
           05  WS-AUDIT-READ               PIC 9(09) COMP.
           05  WS-SUMMARY-SKIPPED          PIC 9(09) COMP.
           05  WS-HISTORY-READ             PIC 9(09) COMP.
           05  WS-RUNS-FOUND               PIC 9(09) COMP.
           05  WS-RUNS-NOT-RUN             PIC 9(09) COMP.
           05  WS-RUNS-OTHER-MONTH         PIC 9(09) COMP.
           05  WS-RUNS-BILLED              PIC 9(09) COMP.
           05  WS-RUNS-UNASSIGNED          PIC 9(09) COMP.
           05  WS-RUNS-NO-RATE             PIC 9(09) COMP.
           05  WS-RERUNS-SURCHARGED        PIC 9(09) COMP.
           05  WS-GLFEED-WRITTEN           PIC 9(09) COMP.
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
       01  WS-DATE-CONTROLS.
           05  WS-DATE-YYMMDD              PIC 9(06).
           05  WS-DATE-YYMMDD-R REDEFINES WS-DATE-YYMMDD.
               10  WS-DATE-YY              PIC 9(02).
               10  WS-DATE-MMDD            PIC 9(04).
           05  WS-DATE-CCYYMMDD            PIC 9(08).
           05  WS-DATE-CCYYMMDD-R REDEFINES WS-DATE-CCYYMMDD.
               10  WS-DATE-CC              PIC 9(02).
               10  WS-DATE-YYMMDD-8        PIC 9(06).
           05  WS-TODAY                    PIC 9(08).
           05  WS-TODAY-R REDEFINES WS-TODAY.
               10  WS-TODAY-CCYY           PIC 9(04).
               10  WS-TODAY-MM             PIC 9(02).
               10  WS-TODAY-DD             PIC 9(02).
           05  WS-TIME-NOW                 PIC 9(08).
           05  WS-BILL-MONTH               PIC 9(06).
           05  WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
               10  WS-BILL-CCYY            PIC 9(04).
               10  WS-BILL-MM              PIC 9(02).
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
      *
      *    THE RUN BEING PRICED AND WHAT IT IS CHARGED
      *
       01  WS-CURRENT-RUN.
           05  WS-CUR-DATE                 PIC 9(08).
           05  WS-CUR-DATE-R REDEFINES WS-CUR-DATE.
               10  WS-CUR-MONTH            PIC 9(06).
               10  WS-CUR-DD               PIC 9(02).
           05  WS-CUR-ACTION               PIC X(08).
           05  WS-CUR-JOB-NAME             PIC X(08).
           05  WS-CUR-OUTCOME              PIC X(08).
           05  WS-CUR-PAIR.
               10  WS-CUR-SOURCE-DSN       PIC X(44).
               10  WS-CUR-TARGET-DSN       PIC X(44).
           05  WS-CUR-HLQ                  PIC X(08).
           05  WS-CUR-RECORDS              PIC 9(09).
           05  WS-CUR-SECS                 PIC 9(07).
           05  WS-CHG-VOLUME               PIC S9(09)V99 COMP-3.
           05  WS-CHG-TIME                 PIC S9(09)V99 COMP-3.
           05  WS-CHG-FEE                  PIC S9(09)V99 COMP-3.
           05  WS-CHG-SURCHARGE            PIC S9(09)V99 COMP-3.
      *
      *    RATE CARD TABLES
      *
       01  WS-RATE-TABLE.
           05  WS-RTE-COUNT                PIC 9(04) COMP.
           05  WS-RTE-IX                   PIC 9(04) COMP.
           05  WS-RTE-HIT-IX               PIC 9(04) COMP.
           05  WS-RTE-DEFAULT-IX           PIC 9(04) COMP.
           05  WS-RTE-LIMIT                PIC 9(04) COMP VALUE 30.
           05  WS-RTE-ENTRY                OCCURS 30 TIMES.
               10  WS-RTE-ACTION           PIC X(08).
               10  WS-RTE-PER-THOUSAND     PIC 9(05)V9(04) COMP-3.
               10  WS-RTE-PER-MINUTE       PIC 9(05)V9(04) COMP-3.
               10  WS-RTE-FLAT-FEE         PIC 9(07)V99 COMP-3.
               10  WS-RTE-SURCHARGE        PIC 9(07)V99 COMP-3.
       01  WS-APPL-TABLE.
           05  WS-APL-COUNT                PIC 9(04) COMP.
           05  WS-APL-IX                   PIC 9(04) COMP.
           05  WS-APL-HIT-IX               PIC 9(04) COMP.
           05  WS-APL-LIMIT                PIC 9(04) COMP VALUE 99.
           05  WS-UNASSIGNED-IX            PIC 9(04) COMP.
           05  WS-FIND-APPL-ID             PIC X(08).
           05  WS-APL-ENTRY                OCCURS 100 TIMES.
               10  WS-APL-ID               PIC X(08).
               10  WS-APL-COST-CENTRE      PIC X(08).
               10  WS-APL-ACCOUNT          PIC X(10).
               10  WS-APL-NAME             PIC X(30).
               10  WS-APL-RUNS             PIC 9(09) COMP.
               10  WS-APL-RERUNS           PIC 9(09) COMP.
               10  WS-APL-RECORDS          PIC 9(15) COMP-3.
               10  WS-APL-SECS             PIC 9(11) COMP-3.
               10  WS-APL-VOLUME           PIC S9(11)V99 COMP-3.
               10  WS-APL-TIME             PIC S9(11)V99 COMP-3.
               10  WS-APL-FEES             PIC S9(11)V99 COMP-3.
               10  WS-APL-SURCHARGE        PIC S9(11)V99 COMP-3.
               10  WS-APL-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT                PIC 9(04) COMP.
           05  WS-MAP-IX                   PIC 9(04) COMP.
           05  WS-MAP-LIMIT                PIC 9(04) COMP VALUE 200.
           05  WS-MAP-PASS                 PIC X(03).
           05  WS-MAP-TALLY                PIC 9(04) COMP.
           05  WS-MAP-ENTRY                OCCURS 200 TIMES.
               10  WS-MAP-TYPE             PIC X(03).
               10  WS-MAP-VALUE            PIC X(08).
               10  WS-MAP-LENGTH           PIC 9(04) COMP.
               10  WS-MAP-APPL-ID          PIC X(08).
               10  WS-MAP-APL-IX           PIC 9(04) COMP.
      *
      *    INVOICE LINES, KEPT IN KEY ORDER AS THEY ARE ADDED
      *
       01  WS-LINE-TABLE.
           05  WS-LIN-COUNT                PIC 9(04) COMP.
           05  WS-LIN-IX                   PIC 9(04) COMP.
           05  WS-LIN-SHIFT-IX             PIC 9(04) COMP.
           05  WS-LIN-LIMIT                PIC 9(04) COMP VALUE 2000.
           05  WS-NEW-LINE-KEY.
               10  WS-NEW-APPL-ID          PIC X(08).
               10  WS-NEW-ACTION           PIC X(08).
               10  WS-NEW-DSN              PIC X(44).
           05  WS-LIN-ENTRY                OCCURS 2000 TIMES.
               10  WS-LIN-KEY.
                   15  WS-LIN-APPL-ID      PIC X(08).
                   15  WS-LIN-ACTION       PIC X(08).
                   15  WS-LIN-DSN          PIC X(44).
               10  WS-LIN-RUNS             PIC 9(07) COMP.
               10  WS-LIN-RERUNS           PIC 9(07) COMP.
               10  WS-LIN-RECORDS          PIC 9(13) COMP-3.
               10  WS-LIN-SECS             PIC 9(11) COMP-3.
               10  WS-LIN-VOLUME           PIC S9(09)V99 COMP-3.
               10  WS-LIN-TIME             PIC S9(09)V99 COMP-3.
               10  WS-LIN-FEES             PIC S9(09)V99 COMP-3.
               10  WS-LIN-SURCHARGE        PIC S9(09)V99 COMP-3.
      *
      *    FAILED RUNS OF THE CURRENT SOURCE/TARGET PAIR NOT YET
      *    RERUN - AN ENTRY IS SPENT BY BLANKING ITS ACTION
      *
       01  WS-FAILED-TABLE.
           05  WS-FLD-COUNT                PIC 9(04) COMP.
           05  WS-FLD-IX                   PIC 9(04) COMP.
           05  WS-FLD-HIT-IX               PIC 9(04) COMP.
           05  WS-FLD-LIMIT                PIC 9(04) COMP VALUE 20.
           05  WS-FLD-PAIR                 PIC X(88).
           05  WS-FLD-ENTRY                OCCURS 20 TIMES.
               10  WS-FLD-ACTION           PIC X(08).
               10  WS-FLD-JOB-NAME         PIC X(08).
               10  WS-FLD-LINE-KEY         PIC X(60).
               10  WS-FLD-SURCHARGE        PIC 9(07)V99 COMP-3.
       01  WS-CARD-CONTROLS.
           05  WS-CARD-MESSAGE             PIC X(44).
           05  WS-RECOVERY-COST-CENTRE     PIC X(08).
           05  WS-RECOVERY-ACCOUNT         PIC X(10).
           05  WS-CARD-NO-EDIT             PIC ZZZ9.
           05  WS-CARD-MONTH               PIC 9(06).
           05  WS-CARD-MONTH-R REDEFINES WS-CARD-MONTH.
               10  WS-CARD-CCYY            PIC 9(04).
               10  WS-CARD-MM              PIC 9(02).
       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO                  PIC 9(04) COMP.
           05  WS-LINES-ON-PAGE            PIC 9(04) COMP.
           05  WS-PAGE-LINE-LIMIT          PIC 9(04) COMP VALUE 55.
           05  WS-INV-APPL-ID              PIC X(08).
           05  WS-INV-APL-IX               PIC 9(04) COMP.
           05  WS-LINE-TOTAL               PIC S9(11)V99 COMP-3.
           05  WS-MINUTES                  PIC 9(11) COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-GRD-RUNS                 PIC 9(09) COMP.
           05  WS-GRD-RECORDS              PIC 9(15) COMP-3.
           05  WS-GRD-VOLUME               PIC S9(11)V99 COMP-3.
           05  WS-GRD-TIME                 PIC S9(11)V99 COMP-3.
           05  WS-GRD-FEES                 PIC S9(11)V99 COMP-3.
           05  WS-GRD-SURCHARGE            PIC S9(11)V99 COMP-3.
           05  WS-GRD-TOTAL                PIC S9(11)V99 COMP-3.
           05  WS-GL-DEBIT-TOTAL           PIC S9(11)V99 COMP-3.
           05  WS-GL-LINE-COUNT            PIC 9(07) COMP.
           05  WS-GL-RUNS                  PIC 9(09) COMP.
       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(34)
               VALUE 'DSUCHG DATASET UTILITY CHARGEBACK '.
           05  FILLER                      PIC X(16)
               VALUE '- BILLING MONTH '.
           05  WS-HDG-CCYY                 PIC 9(04).
           05  FILLER                      PIC X(01) VALUE '-'.
           05  WS-HDG-MM                   PIC 9(02).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-HDG-TITLE                PIC X(20).
           05  FILLER                      PIC X(41) VALUE SPACES.
           05  FILLER                      PIC X(05) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
       01  WS-APPL-LINE.
           05  FILLER                      PIC X(12)
               VALUE 'APPLICATION '.
           05  WS-APH-ID                   PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-APH-NAME                 PIC X(30).
           05  FILLER                      PIC X(14)
               VALUE '  COST CENTRE '.
           05  WS-APH-COST-CENTRE          PIC X(08).
           05  FILLER                      PIC X(10)
               VALUE '  ACCOUNT '.
           05  WS-APH-ACCOUNT              PIC X(10).
           05  FILLER                      PIC X(38) VALUE SPACES.
       01  WS-INVOICE-COLUMNS.
           05  FILLER                      PIC X(09) VALUE 'ACTION'.
           05  FILLER                      PIC X(45) VALUE 'DATASET'.
           05  FILLER                      PIC X(05) VALUE ' RUNS'.
           05  FILLER                      PIC X(12)
               VALUE '     RECORDS'.
           05  FILLER                      PIC X(08) VALUE ' MINUTES'.
           05  FILLER                      PIC X(11)
               VALUE '     VOLUME'.
           05  FILLER                      PIC X(11)
               VALUE '       TIME'.
           05  FILLER                      PIC X(10)
               VALUE '      FEES'.
           05  FILLER                      PIC X(10)
               VALUE ' SURCHARGE'.
           05  FILLER                      PIC X(11)
               VALUE '      TOTAL'.
       01  WS-INVOICE-LINE.
           05  WS-INL-ACTION               PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-INL-DSN                  PIC X(44).
           05  FILLER                      PIC X(01).
           05  WS-INL-RUNS                 PIC Z,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-INL-RECORDS              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-INL-MINUTES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-INL-VOLUME               PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-INL-TIME                 PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-INL-FEES                 PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-INL-SURCHARGE            PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-INL-TOTAL                PIC ZZZ,ZZ9.99.
       01  WS-SUMMARY-COLUMNS.
           05  FILLER                      PIC X(09) VALUE 'APPL'.
           05  FILLER                      PIC X(31) VALUE 'NAME'.
           05  FILLER                      PIC X(07) VALUE '   RUNS'.
           05  FILLER                      PIC X(15)
               VALUE '        RECORDS'.
           05  FILLER                      PIC X(13)
               VALUE '       VOLUME'.
           05  FILLER                      PIC X(13)
               VALUE '         TIME'.
           05  FILLER                      PIC X(13)
               VALUE '         FEES'.
           05  FILLER                      PIC X(13)
               VALUE '    SURCHARGE'.
           05  FILLER                      PIC X(14)
               VALUE '         TOTAL'.
           05  FILLER                      PIC X(04) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SML-ID                   PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-SML-NAME                 PIC X(30).
           05  FILLER                      PIC X(01).
           05  WS-SML-RUNS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-SML-RECORDS              PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  WS-SML-VOLUME               PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-SML-TIME                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-SML-FEES                 PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-SML-SURCHARGE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01).
           05  WS-SML-TOTAL                PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04).
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.
       01  WS-NO-RUNS-LINE.
           05  FILLER                      PIC X(132)
               VALUE 'NO BILLABLE RUNS IN THE BILLING MONTH'.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LIT                  PIC X(48).
           05  WS-TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(73) VALUE SPACES.

       Procedure DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM 2000-MERGE-RUNS THRU 2000-EXIT.
           IF RETURN-CODE < 16
               PERFORM 4000-PRINT-INVOICES THRU 4000-EXIT
               PERFORM 4500-WRITE-GL-FEED THRU 4500-EXIT
               PERFORM 4700-PRINT-SUMMARY THRU 4700-EXIT
           END-IF.
           PERFORM 5000-WRAPUP THRU 5000-EXIT.
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO WS-CARDS-READ.
           MOVE ZERO TO WS-CARD-ERRORS.
           MOVE ZERO TO WS-AUDIT-READ.
           MOVE ZERO TO WS-SUMMARY-SKIPPED.
           MOVE ZERO TO WS-HISTORY-READ.
           MOVE ZERO TO WS-RUNS-FOUND.
           MOVE ZERO TO WS-RUNS-NOT-RUN.
           MOVE ZERO TO WS-RUNS-OTHER-MONTH.
           MOVE ZERO TO WS-RUNS-BILLED.
           MOVE ZERO TO WS-RUNS-UNASSIGNED.
           MOVE ZERO TO WS-RUNS-NO-RATE.
           MOVE ZERO TO WS-RERUNS-SURCHARGED.
           MOVE ZERO TO WS-GLFEED-WRITTEN.
           MOVE ZERO TO WS-ROWS-BAD.
           MOVE ZERO TO WS-RTE-COUNT.
           MOVE ZERO TO WS-RTE-DEFAULT-IX.
           MOVE ZERO TO WS-APL-COUNT.
           MOVE ZERO TO WS-MAP-COUNT.
           MOVE ZERO TO WS-LIN-COUNT.
           MOVE ZERO TO WS-FLD-COUNT.
           MOVE LOW-VALUES TO WS-FLD-PAIR.
           MOVE ZERO TO WS-PAGE-NO.
           ACCEPT WS-DATE-YYMMDD FROM DATE.
           PERFORM 6000-WINDOW-DATE THRU 6000-EXIT.
           MOVE WS-DATE-CCYYMMDD TO WS-TODAY.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TODAY-CCYY TO WS-BILL-CCYY.
           MOVE WS-TODAY-MM TO WS-BILL-MM.
           IF WS-BILL-MM = 01
               MOVE 12 TO WS-BILL-MM
               SUBTRACT 1 FROM WS-BILL-CCYY
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF.
           PERFORM 1100-LOAD-RATE-CARDS THRU 1100-EXIT.
           IF RETURN-CODE NOT = ZERO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT Audit-File.
           IF NOT WS-AUDIT-STATUS-OK
               DISPLAY 'DSUCHG0004 - AUDITIN OPEN FAILED - STATUS '
                   WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT History-File.
           IF NOT WS-HISTORY-STATUS-OK
               DISPLAY 'DSUCHG0005 - HISTIN OPEN FAILED - STATUS '
                   WS-HISTORY-STATUS
               CLOSE Audit-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT Print-File.
           IF NOT WS-PRINT-STATUS-OK
               DISPLAY 'DSUCHG0006 - CHGRPT OPEN FAILED - STATUS '
                   WS-PRINT-STATUS
               CLOSE Audit-File
               CLOSE History-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT GL-Feed-File.
           IF NOT WS-GLFEED-STATUS-OK
               DISPLAY 'DSUCHG0007 - GLFEED OPEN FAILED - STATUS '
                   WS-GLFEED-STATUS
               CLOSE Audit-File
               CLOSE History-File
               CLOSE Print-File
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-BILL-CCYY TO WS-HDG-CCYY.
           MOVE WS-BILL-MM TO WS-HDG-MM.
       1000-EXIT.
           EXIT.

      *
      *    LOAD AND EDIT THE RATE CARD DECK
      *
       1100-LOAD-RATE-CARDS.
           OPEN INPUT Rate-Card-File.
           IF NOT WS-RATECARD-STATUS-OK
               DISPLAY 'DSUCHG0001 - RATECARD OPEN FAILED - STATUS '
                   WS-RATECARD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
               UNTIL WS-RATECARD-EOF.
           CLOSE Rate-Card-File.
           IF NOT WS-BILL-SEEN
               MOVE SPACES TO CHARGEBACK-RATE-CARD
               MOVE 'NO BILL CARD IN THE DECK' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
           END-IF.
           MOVE 1 TO WS-MAP-IX.
           PERFORM 1160-RESOLVE-ONE-MAP THRU 1160-EXIT
               UNTIL WS-MAP-IX > WS-MAP-COUNT.
           ADD 1 TO WS-APL-COUNT.
           MOVE WS-APL-COUNT TO WS-UNASSIGNED-IX.
           MOVE 'UNASSIGN' TO WS-APL-ID (WS-APL-COUNT).
           MOVE SPACES TO WS-APL-COST-CENTRE (WS-APL-COUNT).
           MOVE SPACES TO WS-APL-ACCOUNT (WS-APL-COUNT).
           MOVE 'NO JOB OR HLQ MAP CARD MATCHED'
               TO WS-APL-NAME (WS-APL-COUNT).
           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'DSUCHG0003 - RATECARD DECK IN ERROR - '
                   WS-CARD-ERRORS ' CARD(S) REJECTED'
               MOVE 16 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-CARD.
           READ Rate-Card-File INTO CHARGEBACK-RATE-CARD
               AT END
                   MOVE 'Y' TO WS-RATECARD-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-CARDS-READ.
           EVALUATE TRUE
               WHEN CRC-TYPE-BILL
                   PERFORM 1120-LOAD-BILL-CARD THRU 1120-EXIT
               WHEN CRC-TYPE-RATE
                   PERFORM 1130-LOAD-RATE-CARD THRU 1130-EXIT
               WHEN CRC-TYPE-APPL
                   PERFORM 1140-LOAD-APPL-CARD THRU 1140-EXIT
               WHEN CRC-TYPE-MAP
                   PERFORM 1150-LOAD-MAP-CARD THRU 1150-EXIT
               WHEN OTHER
                   MOVE 'CARD TYPE NOT BILL, RATE, APPL OR MAP'
                       TO WS-CARD-MESSAGE
                   PERFORM 1190-CARD-ERROR THRU 1190-EXIT
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       1120-LOAD-BILL-CARD.
           IF WS-BILL-SEEN
               MOVE 'MORE THAN ONE BILL CARD' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1120-EXIT
           END-IF.
           MOVE 'Y' TO WS-BILL-SEEN-SW.
           IF CRC-RECOVERY-COST-CENTRE = SPACES
                   OR CRC-RECOVERY-ACCOUNT = SPACES
               MOVE 'RECOVERY COST CENTRE OR ACCOUNT MISSING'
                   TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1120-EXIT
           END-IF.
           MOVE CRC-RECOVERY-COST-CENTRE TO WS-RECOVERY-COST-CENTRE.
           MOVE CRC-RECOVERY-ACCOUNT TO WS-RECOVERY-ACCOUNT.
           IF CRC-BILL-MONTH = SPACES
               GO TO 1120-EXIT
           END-IF.
           IF CRC-BILL-MONTH NOT NUMERIC
               MOVE 'BILLING MONTH NOT CCYYMM' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1120-EXIT
           END-IF.
           MOVE CRC-BILL-MONTH TO WS-CARD-MONTH.
           IF WS-CARD-MM < 01 OR WS-CARD-MM > 12
               MOVE 'BILLING MONTH NOT CCYYMM' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1120-EXIT
           END-IF.
           MOVE WS-CARD-MONTH TO WS-BILL-MONTH.
       1120-EXIT.
           EXIT.

       1130-LOAD-RATE-CARD.
           IF CRC-RATE-ACTION = SPACES
               MOVE 'RATE CARD WITHOUT AN ACTION' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1130-EXIT
           END-IF.
           MOVE ZERO TO WS-RTE-HIT-IX.
           MOVE 1 TO WS-RTE-IX.
           PERFORM 1135-CHECK-ONE-RATE THRU 1135-EXIT
               UNTIL WS-RTE-IX > WS-RTE-COUNT.
           IF WS-RTE-HIT-IX > ZERO
               MOVE 'DUPLICATE RATE CARD FOR THE ACTION'
                   TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1130-EXIT
           END-IF.
           IF (CRC-PER-THOUSAND-X NOT = SPACES
                   AND CRC-PER-THOUSAND-X NOT NUMERIC)
               OR (CRC-PER-MINUTE-X NOT = SPACES
                   AND CRC-PER-MINUTE-X NOT NUMERIC)
               OR (CRC-FLAT-FEE-X NOT = SPACES
                   AND CRC-FLAT-FEE-X NOT NUMERIC)
               OR (CRC-RERUN-SURCHARGE-X NOT = SPACES
                   AND CRC-RERUN-SURCHARGE-X NOT NUMERIC)
               MOVE 'RATE AMOUNT NOT NUMERIC' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1130-EXIT
           END-IF.
           IF WS-RTE-COUNT NOT < WS-RTE-LIMIT
               MOVE 'MORE THAN 30 RATE CARDS' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1130-EXIT
           END-IF.
           ADD 1 TO WS-RTE-COUNT.
           MOVE CRC-RATE-ACTION TO WS-RTE-ACTION (WS-RTE-COUNT).
           MOVE ZERO TO WS-RTE-PER-THOUSAND (WS-RTE-COUNT).
           MOVE ZERO TO WS-RTE-PER-MINUTE (WS-RTE-COUNT).
           MOVE ZERO TO WS-RTE-FLAT-FEE (WS-RTE-COUNT).
           MOVE ZERO TO WS-RTE-SURCHARGE (WS-RTE-COUNT).
           IF CRC-PER-THOUSAND-X NOT = SPACES
               MOVE CRC-PER-THOUSAND
                   TO WS-RTE-PER-THOUSAND (WS-RTE-COUNT)
           END-IF.
           IF CRC-PER-MINUTE-X NOT = SPACES
               MOVE CRC-PER-MINUTE TO WS-RTE-PER-MINUTE (WS-RTE-COUNT)
           END-IF.
           IF CRC-FLAT-FEE-X NOT = SPACES
               MOVE CRC-FLAT-FEE TO WS-RTE-FLAT-FEE (WS-RTE-COUNT)
           END-IF.
           IF CRC-RERUN-SURCHARGE-X NOT = SPACES
               MOVE CRC-RERUN-SURCHARGE
                   TO WS-RTE-SURCHARGE (WS-RTE-COUNT)
           END-IF.
           IF CRC-RATE-ACTION = '*'
               MOVE WS-RTE-COUNT TO WS-RTE-DEFAULT-IX
           END-IF.
       1130-EXIT.
           EXIT.

       1135-CHECK-ONE-RATE.
           IF WS-RTE-ACTION (WS-RTE-IX) = CRC-RATE-ACTION
               MOVE WS-RTE-IX TO WS-RTE-HIT-IX
           END-IF.
           ADD 1 TO WS-RTE-IX.
       1135-EXIT.
           EXIT.

       1140-LOAD-APPL-CARD.
           IF CRC-APPL-ID = SPACES OR CRC-APPL-ID = 'UNASSIGN'
               MOVE 'APPLICATION ID BLANK OR UNASSIGN'
                   TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1140-EXIT
           END-IF.
           IF CRC-APPL-COST-CENTRE = SPACES
                   OR CRC-APPL-ACCOUNT = SPACES
               MOVE 'APPLICATION COST CENTRE OR ACCOUNT MISSING'
                   TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1140-EXIT
           END-IF.
           MOVE CRC-APPL-ID TO WS-FIND-APPL-ID.
           PERFORM 6100-FIND-APPL-BY-ID THRU 6100-EXIT.
           IF WS-APL-HIT-IX > ZERO
               MOVE 'DUPLICATE APPL CARD' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1140-EXIT
           END-IF.
           IF WS-APL-COUNT NOT < WS-APL-LIMIT
               MOVE 'MORE THAN 99 APPL CARDS' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1140-EXIT
           END-IF.
           ADD 1 TO WS-APL-COUNT.
           MOVE CRC-APPL-ID TO WS-APL-ID (WS-APL-COUNT).
           MOVE CRC-APPL-COST-CENTRE
               TO WS-APL-COST-CENTRE (WS-APL-COUNT).
           MOVE CRC-APPL-ACCOUNT TO WS-APL-ACCOUNT (WS-APL-COUNT).
           MOVE CRC-APPL-NAME TO WS-APL-NAME (WS-APL-COUNT).
       1140-EXIT.
           EXIT.

       1150-LOAD-MAP-CARD.
           IF NOT CRC-MAP-JOB AND NOT CRC-MAP-HLQ
               MOVE 'MAP TYPE NOT JOB OR HLQ' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF.
           MOVE ZERO TO WS-MAP-TALLY.
           INSPECT CRC-MAP-VALUE TALLYING WS-MAP-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-MAP-TALLY = ZERO OR CRC-MAP-APPL-ID = SPACES
               MOVE 'MAP VALUE OR APPLICATION ID MISSING'
                   TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF.
           IF WS-MAP-COUNT NOT < WS-MAP-LIMIT
               MOVE 'MORE THAN 200 MAP CARDS' TO WS-CARD-MESSAGE
               PERFORM 1190-CARD-ERROR THRU 1190-EXIT
               GO TO 1150-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE CRC-MAP-TYPE TO WS-MAP-TYPE (WS-MAP-COUNT).
           MOVE CRC-MAP-VALUE TO WS-MAP-VALUE (WS-MAP-COUNT).
           MOVE WS-MAP-TALLY TO WS-MAP-LENGTH (WS-MAP-COUNT).
           MOVE CRC-MAP-APPL-ID TO WS-MAP-APPL-ID (WS-MAP-COUNT).
           MOVE ZERO TO WS-MAP-APL-IX (WS-MAP-COUNT).
       1150-EXIT.
           EXIT.

       1160-RESOLVE-ONE-MAP.
           MOVE WS-MAP-APPL-ID (WS-MAP-IX) TO WS-FIND-APPL-ID.
           PERFORM 6100-FIND-APPL-BY-ID THRU 6100-EXIT.
           IF WS-APL-HIT-IX = ZERO
               DISPLAY 'DSUCHG0002 - MAP ' WS-MAP-TYPE (WS-MAP-IX)
                   ' ' WS-MAP-VALUE (WS-MAP-IX)
                   ' NAMES NO APPL CARD - ' WS-FIND-APPL-ID
               ADD 1 TO WS-CARD-ERRORS
           END-IF.
           MOVE WS-APL-HIT-IX TO WS-MAP-APL-IX (WS-MAP-IX).
           ADD 1 TO WS-MAP-IX.
       1160-EXIT.
           EXIT.

       1190-CARD-ERROR.
           MOVE WS-CARDS-READ TO WS-CARD-NO-EDIT.
           DISPLAY 'DSUCHG0002 - RATECARD CARD ' WS-CARD-NO-EDIT
               ' - ' WS-CARD-MESSAGE.
           DISPLAY '             ' CHARGEBACK-RATE-CARD.
           ADD 1 TO WS-CARD-ERRORS.
       1190-EXIT.
           EXIT.

      *
      *    MERGE THE AUDIT AND HISTORY STREAMS INTO RUNS
      *
       2000-MERGE-RUNS.
           MOVE 'N' TO WS-PENDING-SW.
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
           PERFORM 3000-PRICE-RUN THRU 3000-EXIT.
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
           IF AUDIT-ACTION = 'SUMMARY' OR AUDIT-ACTION = 'APPROVE'
                   OR AUDIT-ACTION = 'REJECT'
                   OR AUDIT-ACTION = 'REFCHECK'
                   OR AUDIT-ACTION = 'ARCHIVE'
                   OR AUDIT-OUTCOME = 'VERIFIED'
                   OR AUDIT-OUTCOME = 'FAILED'
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
           PERFORM 3000-PRICE-RUN THRU 3000-EXIT.
       2500-EXIT.
           EXIT.

      *
      *    PRICE ONE RUN AND ADD IT TO ITS INVOICE LINE
      *
       3000-PRICE-RUN.
           ADD 1 TO WS-RUNS-FOUND.
           MOVE SPACES TO WS-CUR-JOB-NAME.
           MOVE SPACES TO WS-CUR-OUTCOME.
           MOVE ZERO TO WS-CUR-RECORDS.
           MOVE ZERO TO WS-CUR-SECS.
           IF WS-RUN-HAS-AUDIT
               MOVE WS-AUD-DATE TO WS-CUR-DATE
               MOVE AUDIT-ACTION TO WS-CUR-ACTION
               MOVE AUDIT-JOB-NAME TO WS-CUR-JOB-NAME
               MOVE AUDIT-OUTCOME TO WS-CUR-OUTCOME
               MOVE AUDIT-SOURCE-DSN TO WS-CUR-SOURCE-DSN
               MOVE AUDIT-TARGET-DSN TO WS-CUR-TARGET-DSN
           END-IF.
           IF WS-RUN-HAS-HISTORY
               MOVE WS-RUN-DATE TO WS-CUR-DATE
               MOVE WS-RUN-HST-ACTION TO WS-CUR-ACTION
               MOVE WS-RUN-HST-SOURCE-DSN TO WS-CUR-SOURCE-DSN
               MOVE WS-RUN-HST-TARGET-DSN TO WS-CUR-TARGET-DSN
               IF WS-RUN-HST-RECORDS NUMERIC
                   MOVE WS-RUN-HST-RECORDS TO WS-CUR-RECORDS
               END-IF
               IF WS-RUN-HST-ELAPSED-SECS NUMERIC
                   MOVE WS-RUN-HST-ELAPSED-SECS TO WS-CUR-SECS
               END-IF
           END-IF.
           IF WS-RUN-HAS-AUDIT
                   AND WS-CUR-OUTCOME NOT = 'SUCCESS'
                   AND WS-CUR-OUTCOME NOT = 'FAILURE'
               ADD 1 TO WS-RUNS-NOT-RUN
               GO TO 3000-EXIT
           END-IF.
           IF WS-CUR-MONTH NOT = WS-BILL-MONTH
               ADD 1 TO WS-RUNS-OTHER-MONTH
               GO TO 3000-EXIT
           END-IF.
           IF WS-CUR-PAIR NOT = WS-FLD-PAIR
               MOVE WS-CUR-PAIR TO WS-FLD-PAIR
               MOVE ZERO TO WS-FLD-COUNT
           END-IF.
           PERFORM 3100-MAP-APPLICATION THRU 3100-EXIT.
           PERFORM 3200-FIND-RATE THRU 3200-EXIT.
           PERFORM 3400-CHECK-RERUN THRU 3400-EXIT.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-APL-ID (WS-APL-IX) TO WS-NEW-APPL-ID.
           MOVE WS-CUR-ACTION TO WS-NEW-ACTION.
           MOVE WS-CUR-SOURCE-DSN TO WS-NEW-DSN.
           PERFORM 6200-FIND-LINE THRU 6200-EXIT.
           IF RETURN-CODE = 16
               GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WS-CHG-VOLUME.
           MOVE ZERO TO WS-CHG-TIME.
           MOVE ZERO TO WS-CHG-FEE.
           IF WS-RTE-IX > ZERO
               COMPUTE WS-CHG-VOLUME ROUNDED = WS-CUR-RECORDS
                   * WS-RTE-PER-THOUSAND (WS-RTE-IX) / 1000
               COMPUTE WS-CHG-TIME ROUNDED = WS-CUR-SECS
                   * WS-RTE-PER-MINUTE (WS-RTE-IX) / 60
               MOVE WS-RTE-FLAT-FEE (WS-RTE-IX) TO WS-CHG-FEE
           END-IF.
           ADD 1 TO WS-LIN-RUNS (WS-LIN-IX).
           ADD WS-CUR-RECORDS TO WS-LIN-RECORDS (WS-LIN-IX).
           ADD WS-CUR-SECS TO WS-LIN-SECS (WS-LIN-IX).
           ADD WS-CHG-VOLUME TO WS-LIN-VOLUME (WS-LIN-IX).
           ADD WS-CHG-TIME TO WS-LIN-TIME (WS-LIN-IX).
           ADD WS-CHG-FEE TO WS-LIN-FEES (WS-LIN-IX).
           ADD 1 TO WS-RUNS-BILLED.
           IF WS-CUR-OUTCOME = 'FAILURE'
               PERFORM 3500-HOLD-FAILURE THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *
      *    JOB-NAME PREFIX FIRST, THEN SOURCE HIGH-LEVEL QUALIFIER
      *
       3100-MAP-APPLICATION.
           MOVE ZERO TO WS-APL-IX.
           MOVE SPACES TO WS-CUR-HLQ.
           UNSTRING WS-CUR-SOURCE-DSN DELIMITED BY '.'
               INTO WS-CUR-HLQ.
           IF WS-CUR-JOB-NAME NOT = SPACES
               MOVE 'JOB' TO WS-MAP-PASS
               MOVE 1 TO WS-MAP-IX
               PERFORM 3110-TRY-ONE-MAP THRU 3110-EXIT
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
                      OR WS-APL-IX > ZERO
           END-IF.
           IF WS-APL-IX = ZERO
               MOVE 'HLQ' TO WS-MAP-PASS
               MOVE 1 TO WS-MAP-IX
               PERFORM 3110-TRY-ONE-MAP THRU 3110-EXIT
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
                      OR WS-APL-IX > ZERO
           END-IF.
           IF WS-APL-IX = ZERO
               MOVE WS-UNASSIGNED-IX TO WS-APL-IX
               ADD 1 TO WS-RUNS-UNASSIGNED
           END-IF.
       3100-EXIT.
           EXIT.

       3110-TRY-ONE-MAP.
           IF WS-MAP-TYPE (WS-MAP-IX) NOT = WS-MAP-PASS
               ADD 1 TO WS-MAP-IX
               GO TO 3110-EXIT
           END-IF.
           IF WS-MAP-PASS = 'JOB'
               IF WS-CUR-JOB-NAME (1:WS-MAP-LENGTH (WS-MAP-IX))
                       = WS-MAP-VALUE (WS-MAP-IX)
                           (1:WS-MAP-LENGTH (WS-MAP-IX))
                   MOVE WS-MAP-APL-IX (WS-MAP-IX) TO WS-APL-IX
               END-IF
           ELSE
               IF WS-CUR-HLQ = WS-MAP-VALUE (WS-MAP-IX)
                   MOVE WS-MAP-APL-IX (WS-MAP-IX) TO WS-APL-IX
               END-IF
           END-IF.
           ADD 1 TO WS-MAP-IX.
       3110-EXIT.
           EXIT.

       3200-FIND-RATE.
           MOVE ZERO TO WS-RTE-HIT-IX.
           MOVE 1 TO WS-RTE-IX.
           PERFORM 3210-CHECK-ONE-RATE THRU 3210-EXIT
               UNTIL WS-RTE-IX > WS-RTE-COUNT
                  OR WS-RTE-HIT-IX > ZERO.
           IF WS-RTE-HIT-IX = ZERO
               MOVE WS-RTE-DEFAULT-IX TO WS-RTE-HIT-IX
           END-IF.
           MOVE WS-RTE-HIT-IX TO WS-RTE-IX.
           IF WS-RTE-IX = ZERO
               ADD 1 TO WS-RUNS-NO-RATE
           END-IF.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-RATE.
           IF WS-RTE-ACTION (WS-RTE-IX) = WS-CUR-ACTION
               MOVE WS-RTE-IX TO WS-RTE-HIT-IX
           END-IF.
           ADD 1 TO WS-RTE-IX.
       3210-EXIT.
           EXIT.

      *
      *    A RUN OF THE SAME JOB AND ACTION OVER THE SAME PAIR AFTER
      *    A FAILURE MEANS THE FAILED RUN HAD TO BE RERUN - ITS LINE
      *    TAKES THE SURCHARGE
      *
       3400-CHECK-RERUN.
           IF WS-CUR-JOB-NAME = SPACES
               GO TO 3400-EXIT
           END-IF.
           MOVE ZERO TO WS-FLD-HIT-IX.
           MOVE 1 TO WS-FLD-IX.
           PERFORM 3410-CHECK-ONE-FAILURE THRU 3410-EXIT
               UNTIL WS-FLD-IX > WS-FLD-COUNT
                  OR WS-FLD-HIT-IX > ZERO.
           IF WS-FLD-HIT-IX = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-FLD-LINE-KEY (WS-FLD-HIT-IX) TO WS-NEW-LINE-KEY.
           PERFORM 6200-FIND-LINE THRU 6200-EXIT.
           IF RETURN-CODE = 16
               GO TO 3400-EXIT
           END-IF.
           ADD WS-FLD-SURCHARGE (WS-FLD-HIT-IX)
               TO WS-LIN-SURCHARGE (WS-LIN-IX).
           ADD 1 TO WS-LIN-RERUNS (WS-LIN-IX).
           ADD 1 TO WS-RERUNS-SURCHARGED.
           MOVE SPACES TO WS-FLD-ACTION (WS-FLD-HIT-IX).
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-FAILURE.
           IF WS-FLD-ACTION (WS-FLD-IX) = WS-CUR-ACTION
                   AND WS-FLD-JOB-NAME (WS-FLD-IX) = WS-CUR-JOB-NAME
               MOVE WS-FLD-IX TO WS-FLD-HIT-IX
           END-IF.
           ADD 1 TO WS-FLD-IX.
       3410-EXIT.
           EXIT.

       3500-HOLD-FAILURE.
           IF WS-FLD-COUNT NOT < WS-FLD-LIMIT
               GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WS-FLD-COUNT.
           MOVE WS-CUR-ACTION TO WS-FLD-ACTION (WS-FLD-COUNT).
           MOVE WS-CUR-JOB-NAME TO WS-FLD-JOB-NAME (WS-FLD-COUNT).
           MOVE WS-NEW-LINE-KEY TO WS-FLD-LINE-KEY (WS-FLD-COUNT).
           MOVE ZERO TO WS-FLD-SURCHARGE (WS-FLD-COUNT).
           IF WS-RTE-IX > ZERO
               MOVE WS-RTE-SURCHARGE (WS-RTE-IX)
                   TO WS-FLD-SURCHARGE (WS-FLD-COUNT)
           END-IF.
       3500-EXIT.
           EXIT.

      *
      *    ONE INVOICE PAGE PER APPLICATION
      *
       4000-PRINT-INVOICES.
           MOVE 'INVOICE' TO WS-HDG-TITLE.
           MOVE 'N' TO WS-INVOICE-OPEN-SW.
           MOVE SPACES TO WS-INV-APPL-ID.
           MOVE 1 TO WS-LIN-IX.
           PERFORM 4100-PRINT-ONE-LINE THRU 4100-EXIT
               UNTIL WS-LIN-IX > WS-LIN-COUNT.
           IF WS-INVOICE-OPEN
               PERFORM 4300-PRINT-APPL-TOTAL THRU 4300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-LINE.
           IF WS-LIN-APPL-ID (WS-LIN-IX) NOT = WS-INV-APPL-ID
               IF WS-INVOICE-OPEN
                   PERFORM 4300-PRINT-APPL-TOTAL THRU 4300-EXIT
               END-IF
               MOVE WS-LIN-APPL-ID (WS-LIN-IX) TO WS-INV-APPL-ID
               MOVE WS-INV-APPL-ID TO WS-FIND-APPL-ID
               PERFORM 6100-FIND-APPL-BY-ID THRU 6100-EXIT
               MOVE WS-APL-HIT-IX TO WS-INV-APL-IX
               MOVE 'Y' TO WS-INVOICE-OPEN-SW
               PERFORM 4200-PRINT-INVOICE-HEADING THRU 4200-EXIT
           END-IF.
           IF WS-LINES-ON-PAGE > WS-PAGE-LINE-LIMIT
               PERFORM 4200-PRINT-INVOICE-HEADING THRU 4200-EXIT
           END-IF.
           COMPUTE WS-LINE-TOTAL = WS-LIN-VOLUME (WS-LIN-IX)
               + WS-LIN-TIME (WS-LIN-IX) + WS-LIN-FEES (WS-LIN-IX)
               + WS-LIN-SURCHARGE (WS-LIN-IX).
           COMPUTE WS-MINUTES ROUNDED = WS-LIN-SECS (WS-LIN-IX) / 60.
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE WS-LIN-ACTION (WS-LIN-IX) TO WS-INL-ACTION.
           MOVE WS-LIN-DSN (WS-LIN-IX) TO WS-INL-DSN.
           MOVE WS-LIN-RUNS (WS-LIN-IX) TO WS-INL-RUNS.
           MOVE WS-LIN-RECORDS (WS-LIN-IX) TO WS-INL-RECORDS.
           MOVE WS-MINUTES TO WS-INL-MINUTES.
           MOVE WS-LIN-VOLUME (WS-LIN-IX) TO WS-INL-VOLUME.
           MOVE WS-LIN-TIME (WS-LIN-IX) TO WS-INL-TIME.
           MOVE WS-LIN-FEES (WS-LIN-IX) TO WS-INL-FEES.
           MOVE WS-LIN-SURCHARGE (WS-LIN-IX) TO WS-INL-SURCHARGE.
           MOVE WS-LINE-TOTAL TO WS-INL-TOTAL.
           WRITE Print-Rec FROM WS-INVOICE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD WS-LIN-RUNS (WS-LIN-IX) TO WS-APL-RUNS (WS-INV-APL-IX).
           ADD WS-LIN-RERUNS (WS-LIN-IX)
               TO WS-APL-RERUNS (WS-INV-APL-IX).
           ADD WS-LIN-RECORDS (WS-LIN-IX)
               TO WS-APL-RECORDS (WS-INV-APL-IX).
           ADD WS-LIN-SECS (WS-LIN-IX) TO WS-APL-SECS (WS-INV-APL-IX).
           ADD WS-LIN-VOLUME (WS-LIN-IX)
               TO WS-APL-VOLUME (WS-INV-APL-IX).
           ADD WS-LIN-TIME (WS-LIN-IX) TO WS-APL-TIME (WS-INV-APL-IX).
           ADD WS-LIN-FEES (WS-LIN-IX) TO WS-APL-FEES (WS-INV-APL-IX).
           ADD WS-LIN-SURCHARGE (WS-LIN-IX)
               TO WS-APL-SURCHARGE (WS-INV-APL-IX).
           ADD WS-LINE-TOTAL TO WS-APL-TOTAL (WS-INV-APL-IX).
           ADD 1 TO WS-LIN-IX.
       4100-EXIT.
           EXIT.

       4200-PRINT-INVOICE-HEADING.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HDG-PAGE.
           WRITE Print-Rec FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE.
           MOVE WS-APL-ID (WS-INV-APL-IX) TO WS-APH-ID.
           MOVE WS-APL-NAME (WS-INV-APL-IX) TO WS-APH-NAME.
           MOVE WS-APL-COST-CENTRE (WS-INV-APL-IX)
               TO WS-APH-COST-CENTRE.
           MOVE WS-APL-ACCOUNT (WS-INV-APL-IX) TO WS-APH-ACCOUNT.
           WRITE Print-Rec FROM WS-APPL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE Print-Rec FROM WS-INVOICE-COLUMNS
               AFTER ADVANCING 2 LINES.
           WRITE Print-Rec FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 6 TO WS-LINES-ON-PAGE.
       4200-EXIT.
           EXIT.

       4300-PRINT-APPL-TOTAL.
           COMPUTE WS-MINUTES ROUNDED =
               WS-APL-SECS (WS-INV-APL-IX) / 60.
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE 'TOTAL' TO WS-INL-ACTION.
           MOVE 'APPLICATION TOTAL' TO WS-INL-DSN.
           MOVE WS-APL-RUNS (WS-INV-APL-IX) TO WS-INL-RUNS.
           MOVE WS-APL-RECORDS (WS-INV-APL-IX) TO WS-INL-RECORDS.
           MOVE WS-MINUTES TO WS-INL-MINUTES.
           MOVE WS-APL-VOLUME (WS-INV-APL-IX) TO WS-INL-VOLUME.
           MOVE WS-APL-TIME (WS-INV-APL-IX) TO WS-INL-TIME.
           MOVE WS-APL-FEES (WS-INV-APL-IX) TO WS-INL-FEES.
           MOVE WS-APL-SURCHARGE (WS-INV-APL-IX) TO WS-INL-SURCHARGE.
           MOVE WS-APL-TOTAL (WS-INV-APL-IX) TO WS-INL-TOTAL.
           WRITE Print-Rec FROM WS-INVOICE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FAILED RUNS RERUN AND SURCHARGED=' TO WS-TOT-LIT.
           MOVE WS-APL-RERUNS (WS-INV-APL-IX) TO WS-TOT-COUNT.
           WRITE Print-Rec FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-INV-APL-IX = WS-UNASSIGNED-IX
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'NOT FED TO THE GENERAL LEDGER - ADD MAP CARDS'
                   TO WS-TOT-LIT
               WRITE Print-Rec FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       4300-EXIT.
           EXIT.

      *
      *    GENERAL-LEDGER BATCH - A DEBIT PER APPLICATION AND ONE
      *    CREDIT TO THE RECOVERY ACCOUNT
      *
       4500-WRITE-GL-FEED.
           MOVE ZERO TO WS-GL-DEBIT-TOTAL.
           MOVE ZERO TO WS-GL-LINE-COUNT.
           MOVE ZERO TO WS-GL-RUNS.
           MOVE SPACES TO GL-FEED-RECORD.
           SET GLF-REC-HEADER TO TRUE.
           MOVE 'DSUTIL' TO GLF-SOURCE-SYSTEM.
           MOVE WS-BILL-MONTH TO GLF-PERIOD.
           MOVE WS-TODAY TO GLF-CREATED-DATE.
           MOVE WS-TIME-NOW TO GLF-CREATED-TIME.
           PERFORM 4600-WRITE-GL-RECORD THRU 4600-EXIT.
           MOVE 1 TO WS-APL-IX.
           PERFORM 4510-FEED-ONE-APPL THRU 4510-EXIT
               UNTIL WS-APL-IX > WS-APL-COUNT
                  OR RETURN-CODE = 16.
           IF RETURN-CODE = 16
               GO TO 4500-EXIT
           END-IF.
           IF WS-GL-DEBIT-TOTAL > ZERO
               MOVE SPACES TO GL-FEED-RECORD
               SET GLF-REC-DETAIL TO TRUE
               MOVE 'DSUTIL' TO GLF-SOURCE-SYSTEM
               MOVE WS-BILL-MONTH TO GLF-PERIOD
               MOVE WS-RECOVERY-COST-CENTRE TO GLF-COST-CENTRE
               MOVE WS-RECOVERY-ACCOUNT TO GLF-ACCOUNT
               SET GLF-CREDIT TO TRUE
               MOVE WS-GL-DEBIT-TOTAL TO GLF-AMOUNT
               MOVE SPACES TO GLF-APPLICATION
               MOVE WS-GL-RUNS TO GLF-RUNS
               MOVE 'DATASET UTILITY RECOVERY' TO GLF-DESCRIPTION
               PERFORM 4600-WRITE-GL-RECORD THRU 4600-EXIT
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF.
           MOVE SPACES TO GL-FEED-RECORD.
           SET GLF-REC-TRAILER TO TRUE.
           MOVE 'DSUTIL' TO GLF-SOURCE-SYSTEM.
           MOVE WS-BILL-MONTH TO GLF-PERIOD.
           MOVE WS-GL-LINE-COUNT TO GLF-LINE-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO GLF-DEBIT-TOTAL.
           MOVE WS-GL-DEBIT-TOTAL TO GLF-CREDIT-TOTAL.
           PERFORM 4600-WRITE-GL-RECORD THRU 4600-EXIT.
       4500-EXIT.
           EXIT.

       4510-FEED-ONE-APPL.
           IF WS-APL-IX = WS-UNASSIGNED-IX
                   OR WS-APL-TOTAL (WS-APL-IX) NOT > ZERO
               ADD 1 TO WS-APL-IX
               GO TO 4510-EXIT
           END-IF.
           MOVE SPACES TO GL-FEED-RECORD.
           SET GLF-REC-DETAIL TO TRUE.
           MOVE 'DSUTIL' TO GLF-SOURCE-SYSTEM.
           MOVE WS-BILL-MONTH TO GLF-PERIOD.
           MOVE WS-APL-COST-CENTRE (WS-APL-IX) TO GLF-COST-CENTRE.
           MOVE WS-APL-ACCOUNT (WS-APL-IX) TO GLF-ACCOUNT.
           SET GLF-DEBIT TO TRUE.
           MOVE WS-APL-TOTAL (WS-APL-IX) TO GLF-AMOUNT.
           MOVE WS-APL-ID (WS-APL-IX) TO GLF-APPLICATION.
           MOVE WS-APL-RUNS (WS-APL-IX) TO GLF-RUNS.
           MOVE 'DATASET UTILITY CHARGEBACK' TO GLF-DESCRIPTION.
           PERFORM 4600-WRITE-GL-RECORD THRU 4600-EXIT.
           ADD WS-APL-TOTAL (WS-APL-IX) TO WS-GL-DEBIT-TOTAL.
           ADD WS-APL-RUNS (WS-APL-IX) TO WS-GL-RUNS.
           ADD 1 TO WS-GL-LINE-COUNT.
           ADD 1 TO WS-APL-IX.
       4510-EXIT.
           EXIT.

       4600-WRITE-GL-RECORD.
           WRITE GL-FEED-RECORD.
           IF NOT WS-GLFEED-STATUS-OK
               DISPLAY 'DSUCHG0009 - GLFEED WRITE FAILED - STATUS '
                   WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4600-EXIT
           END-IF.
           ADD 1 TO WS-GLFEED-WRITTEN.
       4600-EXIT.
           EXIT.

      *
      *    SUMMARY ACROSS ALL APPLICATIONS, THEN THE RUN TOTALS
      *
       4700-PRINT-SUMMARY.
           MOVE 'SUMMARY' TO WS-HDG-TITLE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-HDG-PAGE.
           WRITE Print-Rec FROM WS-HEADING-LINE
               AFTER ADVANCING PAGE.
           WRITE Print-Rec FROM WS-SUMMARY-COLUMNS
               AFTER ADVANCING 2 LINES.
           WRITE Print-Rec FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-GRD-RUNS.
           MOVE ZERO TO WS-GRD-RECORDS.
           MOVE ZERO TO WS-GRD-VOLUME.
           MOVE ZERO TO WS-GRD-TIME.
           MOVE ZERO TO WS-GRD-FEES.
           MOVE ZERO TO WS-GRD-SURCHARGE.
           MOVE ZERO TO WS-GRD-TOTAL.
           IF WS-LIN-COUNT = ZERO
               WRITE Print-Rec FROM WS-NO-RUNS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 1 TO WS-APL-IX.
           PERFORM 4710-PRINT-ONE-APPL THRU 4710-EXIT
               UNTIL WS-APL-IX > WS-APL-COUNT.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE 'TOTAL' TO WS-SML-ID.
           MOVE 'ALL APPLICATIONS' TO WS-SML-NAME.
           MOVE WS-GRD-RUNS TO WS-SML-RUNS.
           MOVE WS-GRD-RECORDS TO WS-SML-RECORDS.
           MOVE WS-GRD-VOLUME TO WS-SML-VOLUME.
           MOVE WS-GRD-TIME TO WS-SML-TIME.
           MOVE WS-GRD-FEES TO WS-SML-FEES.
           MOVE WS-GRD-SURCHARGE TO WS-SML-SURCHARGE.
           MOVE WS-GRD-TOTAL TO WS-SML-TOTAL.
           WRITE Print-Rec FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           WRITE Print-Rec FROM WS-BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'RATE CARDS READ=' TO WS-TOT-LIT.
           MOVE WS-CARDS-READ TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE 'AUDIT ROWS READ=' TO WS-TOT-LIT.
           MOVE WS-AUDIT-READ TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE '  SUMMARY AND NON-UTILITY ROWS PASSED OVER='
               TO WS-TOT-LIT.
           MOVE WS-SUMMARY-SKIPPED TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE 'HISTORY ROWS READ=' TO WS-TOT-LIT.
           MOVE WS-HISTORY-READ TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE 'RUNS FOUND=' TO WS-TOT-LIT.
           MOVE WS-RUNS-FOUND TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE '  NOT BILLED - REFUSED, HELD OR NOT RUN='
               TO WS-TOT-LIT.
           MOVE WS-RUNS-NOT-RUN TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE '  NOT BILLED - OUTSIDE THE BILLING MONTH='
               TO WS-TOT-LIT.
           MOVE WS-RUNS-OTHER-MONTH TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE '  BILLED=' TO WS-TOT-LIT.
           MOVE WS-RUNS-BILLED TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE '    BILLED TO UNASSIGN=' TO WS-TOT-LIT.
           MOVE WS-RUNS-UNASSIGNED TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE '    PRICED AT ZERO - NO RATE CARD=' TO WS-TOT-LIT.
           MOVE WS-RUNS-NO-RATE TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE 'FAILED RUNS RERUN AND SURCHARGED=' TO WS-TOT-LIT.
           MOVE WS-RERUNS-SURCHARGED TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           MOVE 'GENERAL-LEDGER FEED RECORDS WRITTEN=' TO WS-TOT-LIT.
           MOVE WS-GLFEED-WRITTEN TO WS-TOT-COUNT.
           PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT.
           IF WS-ROWS-BAD > ZERO
               MOVE 'ROWS BYPASSED - NON-NUMERIC DATE='
                   TO WS-TOT-LIT
               MOVE WS-ROWS-BAD TO WS-TOT-COUNT
               PERFORM 4800-PRINT-TOTAL THRU 4800-EXIT
           END-IF.
       4700-EXIT.
           EXIT.

       4710-PRINT-ONE-APPL.
           IF WS-APL-RUNS (WS-APL-IX) = ZERO
               ADD 1 TO WS-APL-IX
               GO TO 4710-EXIT
           END-IF.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-APL-ID (WS-APL-IX) TO WS-SML-ID.
           MOVE WS-APL-NAME (WS-APL-IX) TO WS-SML-NAME.
           MOVE WS-APL-RUNS (WS-APL-IX) TO WS-SML-RUNS.
           MOVE WS-APL-RECORDS (WS-APL-IX) TO WS-SML-RECORDS.
           MOVE WS-APL-VOLUME (WS-APL-IX) TO WS-SML-VOLUME.
           MOVE WS-APL-TIME (WS-APL-IX) TO WS-SML-TIME.
           MOVE WS-APL-FEES (WS-APL-IX) TO WS-SML-FEES.
           MOVE WS-APL-SURCHARGE (WS-APL-IX) TO WS-SML-SURCHARGE.
           MOVE WS-APL-TOTAL (WS-APL-IX) TO WS-SML-TOTAL.
           WRITE Print-Rec FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-APL-RUNS (WS-APL-IX) TO WS-GRD-RUNS.
           ADD WS-APL-RECORDS (WS-APL-IX) TO WS-GRD-RECORDS.
           ADD WS-APL-VOLUME (WS-APL-IX) TO WS-GRD-VOLUME.
           ADD WS-APL-TIME (WS-APL-IX) TO WS-GRD-TIME.
           ADD WS-APL-FEES (WS-APL-IX) TO WS-GRD-FEES.
           ADD WS-APL-SURCHARGE (WS-APL-IX) TO WS-GRD-SURCHARGE.
           ADD WS-APL-TOTAL (WS-APL-IX) TO WS-GRD-TOTAL.
           ADD 1 TO WS-APL-IX.
       4710-EXIT.
           EXIT.

       4800-PRINT-TOTAL.
           WRITE Print-Rec FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
       4800-EXIT.
           EXIT.

       5000-WRAPUP.
           IF WS-RUNS-UNASSIGNED > ZERO
               DISPLAY 'DSUCHG0008 - RUNS BILLED TO UNASSIGN - '
                   WS-RUNS-UNASSIGNED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-RUNS-NO-RATE > ZERO
               DISPLAY 'DSUCHG0010 - RUNS PRICED WITHOUT A RATE '
                   'CARD - ' WS-RUNS-NO-RATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ROWS-BAD > ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE Audit-File.
           CLOSE History-File.
           CLOSE Print-File.
           CLOSE GL-Feed-File.
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

       6100-FIND-APPL-BY-ID.
           MOVE ZERO TO WS-APL-HIT-IX.
           MOVE 1 TO WS-APL-IX.
           PERFORM 6110-CHECK-ONE-APPL THRU 6110-EXIT
               UNTIL WS-APL-IX > WS-APL-COUNT
                  OR WS-APL-HIT-IX > ZERO.
       6100-EXIT.
           EXIT.

       6110-CHECK-ONE-APPL.
           IF WS-APL-ID (WS-APL-IX) = WS-FIND-APPL-ID
               MOVE WS-APL-IX TO WS-APL-HIT-IX
           END-IF.
           ADD 1 TO WS-APL-IX.
       6110-EXIT.
           EXIT.

      *
      *    FIND THE INVOICE LINE FOR WS-NEW-LINE-KEY, ADDING IT IN
      *    KEY ORDER WHEN IT IS NEW
      *
       6200-FIND-LINE.
           SET WS-LINE-SEARCHING TO TRUE.
           MOVE 1 TO WS-LIN-IX.
           PERFORM 6210-CHECK-ONE-LINE THRU 6210-EXIT
               UNTIL WS-LIN-IX > WS-LIN-COUNT
                  OR NOT WS-LINE-SEARCHING.
           IF WS-LINE-FOUND
               GO TO 6200-EXIT
           END-IF.
           IF WS-LIN-COUNT NOT < WS-LIN-LIMIT
               DISPLAY 'DSUCHG0011 - MORE THAN 2000 INVOICE LINES - '
                   WS-NEW-LINE-KEY
               MOVE 16 TO RETURN-CODE
               GO TO 6200-EXIT
           END-IF.
           MOVE WS-LIN-COUNT TO WS-LIN-SHIFT-IX.
           PERFORM 6220-SHIFT-ONE-LINE THRU 6220-EXIT
               UNTIL WS-LIN-SHIFT-IX < WS-LIN-IX.
           ADD 1 TO WS-LIN-COUNT.
           MOVE WS-NEW-LINE-KEY TO WS-LIN-KEY (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-RUNS (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-RERUNS (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-RECORDS (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-SECS (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-VOLUME (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-TIME (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-FEES (WS-LIN-IX).
           MOVE ZERO TO WS-LIN-SURCHARGE (WS-LIN-IX).
       6200-EXIT.
           EXIT.

       6210-CHECK-ONE-LINE.
           IF WS-LIN-KEY (WS-LIN-IX) = WS-NEW-LINE-KEY
               SET WS-LINE-FOUND TO TRUE
               GO TO 6210-EXIT
           END-IF.
           IF WS-LIN-KEY (WS-LIN-IX) > WS-NEW-LINE-KEY
               SET WS-LINE-INSERT TO TRUE
               GO TO 6210-EXIT
           END-IF.
           ADD 1 TO WS-LIN-IX.
       6210-EXIT.
           EXIT.

       6220-SHIFT-ONE-LINE.
           MOVE WS-LIN-ENTRY (WS-LIN-SHIFT-IX)
               TO WS-LIN-ENTRY (WS-LIN-SHIFT-IX + 1).
           SUBTRACT 1 FROM WS-LIN-SHIFT-IX.
       6220-EXIT.
           EXIT.

       End program DSUCHG.
