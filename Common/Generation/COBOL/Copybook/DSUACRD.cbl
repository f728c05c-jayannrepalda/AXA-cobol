      *********************** DSUACRD ******************************
      *                                                             *
      **** COPYBOOK FOR THE DSUAPR FOUR-EYES DECISION CARD         *
      *
      *   MODULE NAME = DSUACRD
      *
      *   DESCRIPTIVE NAME = APPROVAL OR REJECTION OF ONE HELD
      *      REQUEST, READ FROM APRCARD BY DSUAPR.
      *
      *   FUNCTION = NAMES A HELD RENAME, DELETE OR RESTORE REQUEST
      *      (SEE COPYBOOK DSUPND) BY THE SAME ACTION, SOURCE-DSN
      *      AND TARGET-DSN AS ITS DSUCARD CARD, AND RECORDS A
      *      SECOND USER'S DECISION ON IT -
      *      APC-DECISION    - A APPROVES, R REJECTS.
      *      APC-ACTION, APC-SOURCE-DSN AND APC-TARGET-DSN - THE
      *         REQUEST KEY, AS SHOWN ON THE DSUAPR LISTING.
      *      APC-APPROVER-ID - THE DECIDING USER.  DSUAPR REFUSES
      *         THE CARD IF IT IS THE REQUEST'S SUBMITTER.
      *      APC-VALID-DAYS  - DAYS AFTER TODAY THE APPROVAL STAYS
      *         RELEASABLE, 000-030 (BLANK = 003).
      *      APC-COMMENT     - FREE TEXT KEPT WITH THE REQUEST.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = CARD IS 160 BYTES - APRCARD DDs NEED
      *        DCB LRECL 160.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUACRD ******************************
       01  APPROVAL-CARD.
           05  APC-DECISION                PIC X(01).
               88  APC-DECISION-APPROVE        VALUE 'A'.
               88  APC-DECISION-REJECT         VALUE 'R'.
           05  APC-KEY.
               10  APC-ACTION              PIC X(08).
               10  APC-SOURCE-DSN          PIC X(44).
               10  APC-TARGET-DSN          PIC X(44).
           05  APC-APPROVER-ID             PIC X(08).
           05  APC-VALID-DAYS              PIC X(03).
           05  APC-COMMENT                 PIC X(40).
           05  FILLER                      PIC X(12).
