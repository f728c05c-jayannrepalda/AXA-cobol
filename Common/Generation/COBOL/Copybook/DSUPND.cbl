      *********************** DSUPND ******************************
      *                                                             *
      **** COPYBOOK FOR THE FOUR-EYES PENDING-APPROVAL KSDS RECORD *
      *
      *   MODULE NAME = DSUPND
      *
      *   DESCRIPTIVE NAME = ONE RENAME, DELETE OR RESTORE REQUEST
      *      HELD FOR A SECOND USER'S APPROVAL, A VSAM KSDS KEYED ON
      *      THE ACTION AND THE TWO DATASET NAMES OF THE CARD.
      *
      *   FUNCTION = DSUDRV DOES NOT EXECUTE A DESTRUCTIVE CARD THE
      *      FIRST TIME IT SEES IT - IT WRITES THE REQUEST HERE AS
      *      HELD AND AUDITS THE CARD WITH OUTCOME HELD.  DSUAPR
      *      RECORDS A SECOND USER'S APPROVAL OR REJECTION, AND
      *      EXPIRES REQUESTS LEFT UNDECIDED OR UNUSED TOO LONG.
      *      WHEN THE SAME CARD IS PRESENTED AGAIN WHILE ITS
      *      REQUEST IS APPROVED AND NOT PAST PND-EXPIRY-DATE,
      *      DSUDRV RELEASES IT, AUDITS BOTH USER IDS AND MARKS THE
      *      REQUEST RELEASED -
      *      PND-KEY           - ACTION, SOURCE-DSN AND TARGET-DSN
      *                          EXACTLY AS ON THE CARD.
      *      PND-STATUS        - HELD, APPROVED, REJECTED, EXPIRED
      *                          OR RELEASED.  A CARD PRESENTED FOR
      *                          A REJECTED, EXPIRED OR RELEASED
      *                          REQUEST STARTS A NEW HELD REQUEST.
      *      PND-SUBMITTER-ID  - CC-SUBMITTER-ID OF THE HELD CARD.
      *      PND-SUBMIT-JOB    - CC-JOB-NAME OF THE HELD CARD.
      *      PND-APPROVER-ID   - THE SECOND USER WHO APPROVED OR
      *                          REJECTED - NEVER THE SUBMITTER.
      *      PND-EXPIRY-DATE   - LAST DAY AN APPROVED REQUEST MAY BE
      *                          RELEASED.
      *      PND-COMMENT       - THE APPROVER'S COMMENT.
      *      ALL DATES ARE CCYYMMDD AND ALL TIMES HHMMSSHH, ZERO
      *      WHEN THE EVENT HAS NOT HAPPENED.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORD IS 250 BYTES, KEY IS BYTES 1-96 -
      *        DEFINE CLUSTER ... KEYS(96 0) RECORDSIZE(250 250).
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUPND ******************************
       01  PENDING-APPROVAL-RECORD.
           05  PND-KEY.
               10  PND-ACTION              PIC X(08).
               10  PND-SOURCE-DSN          PIC X(44).
               10  PND-TARGET-DSN          PIC X(44).
           05  PND-STATUS                  PIC X(08).
               88  PND-STATUS-HELD             VALUE 'HELD'.
               88  PND-STATUS-APPROVED         VALUE 'APPROVED'.
               88  PND-STATUS-REJECTED         VALUE 'REJECTED'.
               88  PND-STATUS-EXPIRED          VALUE 'EXPIRED'.
               88  PND-STATUS-RELEASED         VALUE 'RELEASED'.
           05  PND-SUBMITTER-ID            PIC X(08).
           05  PND-SUBMIT-JOB              PIC X(08).
           05  PND-SUBMIT-DATE             PIC 9(08).
           05  PND-SUBMIT-TIME             PIC 9(08).
           05  PND-APPROVER-ID             PIC X(08).
           05  PND-DECISION-DATE           PIC 9(08).
           05  PND-DECISION-TIME           PIC 9(08).
           05  PND-EXPIRY-DATE             PIC 9(08).
           05  PND-RELEASE-DATE            PIC 9(08).
           05  PND-RELEASE-TIME            PIC 9(08).
           05  PND-COMMENT                 PIC X(40).
           05  FILLER                      PIC X(26).
