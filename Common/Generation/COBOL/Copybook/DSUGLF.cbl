      *********************** DSUGLF ******************************
      *                                                             *
      **** COPYBOOK FOR THE CHARGEBACK GENERAL-LEDGER FEED RECORD  *
      *
      *   MODULE NAME = DSUGLF
      *
      *   DESCRIPTIVE NAME = ONE RECORD OF THE FIXED-FORMAT FEED
      *      WRITTEN TO GLFEED BY THE DSUCHG MONTHLY CHARGEBACK FOR
      *      THE GENERAL-LEDGER INTERFACE.
      *
      *   FUNCTION = EACH MONTH'S FEED IS ONE BATCH -
      *      H - ONE HEADER, WITH THE DATE AND TIME IT WAS MADE.
      *      D - ONE DEBIT PER APPLICATION BILLED, TO THE COST
      *          CENTRE AND ACCOUNT ON ITS APPL RATE CARD, THEN ONE
      *          CREDIT OF THE SAME TOTAL TO THE RECOVERY COST CENTRE
      *          AND ACCOUNT ON THE BILL RATE CARD (SEE DSUCRC).
      *          RUNS NOT MAPPED TO AN APPLICATION ARE INVOICED BUT
      *          NOT FED.
      *      T - ONE TRAILER, WITH THE D RECORD COUNT AND THE DEBIT
      *          AND CREDIT TOTALS, WHICH ARE EQUAL.
      *      AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORD IS 120 BYTES.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUGLF ******************************
       01  GL-FEED-RECORD.
           05  GLF-REC-TYPE                PIC X(01).
               88  GLF-REC-HEADER              VALUE 'H'.
               88  GLF-REC-DETAIL              VALUE 'D'.
               88  GLF-REC-TRAILER             VALUE 'T'.
           05  GLF-SOURCE-SYSTEM           PIC X(08).
           05  GLF-PERIOD                  PIC 9(06).
           05  GLF-DETAIL                  PIC X(105).
           05  GLF-HEADER-DETAIL REDEFINES GLF-DETAIL.
               10  GLF-CREATED-DATE        PIC 9(08).
               10  GLF-CREATED-TIME        PIC 9(08).
               10  FILLER                  PIC X(89).
           05  GLF-LINE-DETAIL REDEFINES GLF-DETAIL.
               10  GLF-COST-CENTRE         PIC X(08).
               10  GLF-ACCOUNT             PIC X(10).
               10  GLF-DR-CR               PIC X(01).
                   88  GLF-DEBIT               VALUE 'D'.
                   88  GLF-CREDIT              VALUE 'C'.
               10  GLF-AMOUNT              PIC 9(11)V99.
               10  GLF-APPLICATION         PIC X(08).
               10  GLF-RUNS                PIC 9(07).
               10  GLF-DESCRIPTION         PIC X(30).
               10  FILLER                  PIC X(28).
           05  GLF-TRAILER-DETAIL REDEFINES GLF-DETAIL.
               10  GLF-LINE-COUNT          PIC 9(07).
               10  GLF-DEBIT-TOTAL         PIC 9(11)V99.
               10  GLF-CREDIT-TOTAL        PIC 9(11)V99.
               10  FILLER                  PIC X(72).
