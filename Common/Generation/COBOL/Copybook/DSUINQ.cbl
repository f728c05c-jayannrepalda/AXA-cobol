      *********************** DSUINQ ******************************
      *                                                             *
      **** COPYBOOK FOR THE RUN-INQUIRY KSDS RECORD LAYOUT         *
      *
      *   MODULE NAME = DSUINQ
      *
      *   DESCRIPTIVE NAME = ONE DSUDRV RUN AS SEEN FROM ONE OF ITS
      *      DATASETS, A VSAM KSDS KEYED ON THE DATASET NAME AND THE
      *      RUN DATE AND TIME.
      *
      *   FUNCTION = BRINGS TOGETHER WHAT THE AUDIT TRAIL, THE RUN
      *      HISTORY AND THE RECONCILIATION LINES SAY ABOUT ONE RUN,
      *      SO THE DSUQ INQUIRY TRANSACTION (DSUINQC) CAN BROWSE A
      *      DATASET'S RUNS BY KEY.  REBUILT NIGHTLY BY DSUINQL.  A
      *      RUN IS STORED TWICE - ONCE UNDER ITS SOURCE (ROLE S)
      *      AND ONCE UNDER ITS TARGET (ROLE T) - SO EITHER NAME
      *      FINDS IT -
      *      INQ-KEY           - DATASET NAME, RUN DATE CCYYMMDD,
      *                          RUN TIME HHMMSSHH, ACTION AND ROLE.
      *                          THE RUN DATE AND TIME ARE THE
      *                          HISTORY ROW'S WHEN THE RUN HAS
      *                          ONE, ELSE THE AUDIT ROW'S.
      *      INQ-xxx-FOUND     - Y WHEN AN AUDITLOG ROW, A HISTORY
      *                          ROW OR A RECONCILIATION LINE WAS
      *                          MATCHED TO THE RUN.
      *      INQ-OUTCOME TO INQ-APPROVER-ID - FROM THE AUDIT ROW
      *                          (SEE DSUAUD).
      *      INQ-RECORDS TO INQ-ELAPSED-SECS - FROM THE HISTORY ROW
      *                          (SEE DSUHST).
      *      INQ-RCN-xxx       - THE DSURCN VERDICT AND COUNTS OF A
      *                          DUPLICAT OR RESTORE RUN.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORD IS 350 BYTES, KEY IS BYTES 1-69 -
      *        DEFINE CLUSTER ... KEYS(69 0) RECORDSIZE(350 350).
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUINQ ******************************
       01  INQUIRY-RECORD.
           05  INQ-KEY.
               10  INQ-DSN                 PIC X(44).
               10  INQ-RUN-DATE            PIC 9(08).
               10  INQ-RUN-TIME            PIC 9(08).
               10  INQ-ACTION              PIC X(08).
               10  INQ-ROLE                PIC X(01).
                   88  INQ-ROLE-SOURCE         VALUE 'S'.
                   88  INQ-ROLE-TARGET         VALUE 'T'.
           05  INQ-JOB-NAME                PIC X(08).
           05  INQ-SOURCE-DSN              PIC X(44).
           05  INQ-TARGET-DSN              PIC X(44).
           05  INQ-AUDIT-FOUND             PIC X(01).
               88  INQ-AUDIT-FOUND-YES         VALUE 'Y'.
           05  INQ-HISTORY-FOUND           PIC X(01).
               88  INQ-HISTORY-FOUND-YES       VALUE 'Y'.
           05  INQ-RECON-FOUND             PIC X(01).
               88  INQ-RECON-FOUND-YES         VALUE 'Y'.
           05  INQ-OUTCOME                 PIC X(08).
           05  INQ-MESSAGE                 PIC X(60).
           05  INQ-SUBMITTER-ID            PIC X(08).
           05  INQ-APPROVER-ID             PIC X(08).
           05  INQ-RECORDS                 PIC 9(09).
           05  INQ-START-TIME              PIC 9(08).
           05  INQ-END-TIME                PIC 9(08).
           05  INQ-ELAPSED-SECS            PIC 9(07).
           05  INQ-RCN-VERDICT             PIC X(08).
           05  INQ-RCN-SOURCE-COUNT        PIC 9(09).
           05  INQ-RCN-TARGET-COUNT        PIC 9(09).
           05  INQ-RCN-DUPKEY-COUNT        PIC 9(09).
           05  INQ-RCN-REJECTS-COUNT       PIC 9(09).
           05  INQ-LOAD-DATE               PIC 9(08).
           05  FILLER                      PIC X(14).
