      *********************** DSUCRC ******************************
      *                                                             *
      **** COPYBOOK FOR THE DSUCHG CHARGEBACK RATE CARD            *
      *
      *   MODULE NAME = DSUCRC
      *
      *   DESCRIPTIVE NAME = RATE CARD READ FROM THE RATECARD
      *      DATASET BY THE DSUCHG MONTHLY CHARGEBACK.
      *
      *   FUNCTION = THE DECK PRICES THE MONTH'S DSUDRV RUNS AND
      *      NAMES THE APPLICATIONS THEY ARE BILLED TO.  COLUMNS
      *      1-4 GIVE THE CARD TYPE, THE REST OF THE CARD FOLLOWS
      *      FROM COLUMN 6 -
      *      BILL - ONE CARD, REQUIRED -
      *         CRC-BILL-MONTH     - CCYYMM BILLED.  BLANK MEANS THE
      *                              MONTH BEFORE THE RUN DATE.
      *         CRC-RECOVERY-COST-CENTRE/
      *         CRC-RECOVERY-ACCOUNT - GENERAL-LEDGER COST CENTRE AND
      *                              ACCOUNT CREDITED WITH THE
      *                              MONTH'S RECOVERY.
      *      RATE - ONE CARD PER ACTION.  ACTION * PRICES EVERY
      *         ACTION WITHOUT A CARD OF ITS OWN.  AMOUNTS ARE ZERO-
      *         FILLED WITH IMPLIED DECIMALS, BLANK MEANS ZERO -
      *         CRC-PER-THOUSAND   - PRICE PER 1000 RECORDS
      *                              PROCESSED, 9(05)V9(04).
      *         CRC-PER-MINUTE     - PRICE PER ELAPSED MINUTE,
      *                              9(05)V9(04).  BOTH ARE PRORATED
      *                              TO THE RECORD AND THE SECOND.
      *         CRC-FLAT-FEE       - FEE PER RUN, 9(07)V99 - CODED
      *                              ON THE RENAME AND DELETE CARDS.
      *         CRC-RERUN-SURCHARGE- ADDED TO A FAILED RUN WHEN THE
      *                              SAME JOB RUNS THE SAME ACTION
      *                              OVER THE SAME DATASETS AGAIN IN
      *                              THE MONTH, 9(07)V99.
      *      APPL - ONE CARD PER APPLICATION BILLED -
      *         CRC-APPL-ID        - SHORT NAME ON THE INVOICE.
      *         CRC-APPL-COST-CENTRE/
      *         CRC-APPL-ACCOUNT   - COST CENTRE AND ACCOUNT DEBITED.
      *         CRC-APPL-NAME      - PRINTED ON THE INVOICE.
      *      MAP  - ONE CARD PER JOB-NAME PREFIX OR HIGH-LEVEL
      *         QUALIFIER OWNED BY AN APPLICATION -
      *         CRC-MAP-TYPE       - JOB OR HLQ.
      *         CRC-MAP-VALUE      - THE JOB-NAME PREFIX, OR THE
      *                              SOURCE DSN'S FIRST QUALIFIER.
      *         CRC-MAP-APPL-ID    - AN APPL CARD'S CRC-APPL-ID.
      *         JOB CARDS ARE TRIED BEFORE HLQ CARDS, EACH IN DECK
      *         ORDER, AND THE FIRST MATCH WINS.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = AT MOST 30 RATE, 99 APPL AND 200 MAP
      *        CARDS.  CARD IS 80 BYTES.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUCRC ******************************
       01  CHARGEBACK-RATE-CARD.
           05  CRC-CARD-TYPE               PIC X(04).
               88  CRC-TYPE-BILL               VALUE 'BILL'.
               88  CRC-TYPE-RATE               VALUE 'RATE'.
               88  CRC-TYPE-APPL               VALUE 'APPL'.
               88  CRC-TYPE-MAP                VALUE 'MAP '.
           05  FILLER                      PIC X(01).
           05  CRC-DETAIL                  PIC X(75).
           05  CRC-BILL-DETAIL REDEFINES CRC-DETAIL.
               10  CRC-BILL-MONTH          PIC X(06).
               10  FILLER                  PIC X(01).
               10  CRC-RECOVERY-COST-CENTRE
                                           PIC X(08).
               10  FILLER                  PIC X(01).
               10  CRC-RECOVERY-ACCOUNT    PIC X(10).
               10  FILLER                  PIC X(49).
           05  CRC-RATE-DETAIL REDEFINES CRC-DETAIL.
               10  CRC-RATE-ACTION         PIC X(08).
               10  FILLER                  PIC X(01).
               10  CRC-PER-THOUSAND-X      PIC X(09).
               10  CRC-PER-THOUSAND REDEFINES CRC-PER-THOUSAND-X
                                           PIC 9(05)V9(04).
               10  FILLER                  PIC X(01).
               10  CRC-PER-MINUTE-X        PIC X(09).
               10  CRC-PER-MINUTE REDEFINES CRC-PER-MINUTE-X
                                           PIC 9(05)V9(04).
               10  FILLER                  PIC X(01).
               10  CRC-FLAT-FEE-X          PIC X(09).
               10  CRC-FLAT-FEE REDEFINES CRC-FLAT-FEE-X
                                           PIC 9(07)V99.
               10  FILLER                  PIC X(01).
               10  CRC-RERUN-SURCHARGE-X   PIC X(09).
               10  CRC-RERUN-SURCHARGE REDEFINES
                       CRC-RERUN-SURCHARGE-X
                                           PIC 9(07)V99.
               10  FILLER                  PIC X(27).
           05  CRC-APPL-DETAIL REDEFINES CRC-DETAIL.
               10  CRC-APPL-ID             PIC X(08).
               10  FILLER                  PIC X(01).
               10  CRC-APPL-COST-CENTRE    PIC X(08).
               10  FILLER                  PIC X(01).
               10  CRC-APPL-ACCOUNT        PIC X(10).
               10  FILLER                  PIC X(01).
               10  CRC-APPL-NAME           PIC X(30).
               10  FILLER                  PIC X(16).
           05  CRC-MAP-DETAIL REDEFINES CRC-DETAIL.
               10  CRC-MAP-TYPE            PIC X(03).
                   88  CRC-MAP-JOB             VALUE 'JOB'.
                   88  CRC-MAP-HLQ             VALUE 'HLQ'.
               10  FILLER                  PIC X(01).
               10  CRC-MAP-VALUE           PIC X(08).
               10  FILLER                  PIC X(01).
               10  CRC-MAP-APPL-ID         PIC X(08).
               10  FILLER                  PIC X(54).
