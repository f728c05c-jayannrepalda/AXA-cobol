      *********************** YBPRP ******************************
      *                                                             *
      **** COPYBOOK FOR HG PROFILE-ACTION PRINTED REPORT LINES  *
      *
      *   MODULE NAME = YBPRP
      *
      *   DESCRIPTIVE NAME = PRINT LINES OF THE DATA PROFILE REPORT
      *      WRITTEN TO PROFRPT BY THE PROFILE ACTION.
      *
      *   FUNCTION = A HEADING LINE NAMING THE SOURCE AND RUN, A
      *      KEY LINE WITH THE RECORDS READ AND THE BLANK, DUPLICATE
      *      AND OUT-OF-SEQUENCE KEY COUNTS, A KEY RANGE LINE, A
      *      COLUMN HEADING, AND THEN PER LAYOUT FIELD ONE FIELD
      *      LINE FOLLOWED BY UP TO FIVE TOP-VALUE LINES.  ALL
      *      LINES SHARE THE 132-BYTE PROFRPT RECORD AREA.  THE
      *      LITERAL FIELDS ARE FILLED BY THE PROGRAM BEFORE THE
      *      WRITE - A VALUE CLAUSE IN THE FILE SECTION IS
      *      COMMENTARY ONLY.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = N/A
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** YBPRP ******************************
       01  PRP-HEADING-RECORD.
           05  PRP-HDG-LIT                 PIC X(16).
           05  PRP-HDG-SOURCE-DSN          PIC X(44).
           05  FILLER                      PIC X(01).
           05  PRP-HDG-RUN-LIT             PIC X(04).
           05  PRP-HDG-RUN-DATE            PIC 9(06).
           05  FILLER                      PIC X(01).
           05  PRP-HDG-RUN-TIME            PIC 9(08).
           05  FILLER                      PIC X(52).
       01  PRP-KEY-RECORD.
           05  PRP-KEY-READ-LIT            PIC X(08).
           05  PRP-KEY-READ-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-KEY-BLANK-LIT           PIC X(11).
           05  PRP-KEY-BLANK-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-KEY-DUP-LIT             PIC X(15).
           05  PRP-KEY-DUP-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-KEY-SEQ-LIT             PIC X(16).
           05  PRP-KEY-SEQ-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(35).
       01  PRP-RANGE-RECORD.
           05  PRP-RNG-LOW-LIT             PIC X(08).
           05  PRP-RNG-LOW-KEY             PIC X(20).
           05  FILLER                      PIC X(01).
           05  PRP-RNG-HIGH-LIT            PIC X(09).
           05  PRP-RNG-HIGH-KEY            PIC X(20).
           05  FILLER                      PIC X(74).
       01  PRP-COLUMN-RECORD.
           05  PRP-COL-NAME-LIT            PIC X(12).
           05  FILLER                      PIC X(01).
           05  PRP-COL-POS-LIT             PIC X(05).
           05  FILLER                      PIC X(01).
           05  PRP-COL-LEN-LIT             PIC X(03).
           05  FILLER                      PIC X(01).
           05  PRP-COL-TYPE-LIT            PIC X(06).
           05  FILLER                      PIC X(01).
           05  PRP-COL-BLANK-LIT           PIC X(11).
           05  FILLER                      PIC X(01).
           05  PRP-COL-INVALID-LIT         PIC X(11).
           05  FILLER                      PIC X(01).
           05  PRP-COL-MIN-LIT             PIC X(20).
           05  FILLER                      PIC X(01).
           05  PRP-COL-MAX-LIT             PIC X(20).
           05  FILLER                      PIC X(01).
           05  PRP-COL-DISTINCT-LIT        PIC X(04).
           05  FILLER                      PIC X(01).
           05  PRP-COL-UNTALLIED-LIT       PIC X(11).
           05  FILLER                      PIC X(20).
       01  PRP-FIELD-RECORD.
           05  PRP-FLD-NAME                PIC X(12).
           05  FILLER                      PIC X(01).
           05  PRP-FLD-POSITION            PIC ZZZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-FLD-LENGTH              PIC ZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-FLD-DATA-TYPE           PIC X(06).
           05  FILLER                      PIC X(01).
           05  PRP-FLD-BLANK-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-FLD-INVALID-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-FLD-MIN-VALUE           PIC X(20).
           05  FILLER                      PIC X(01).
           05  PRP-FLD-MAX-VALUE           PIC X(20).
           05  FILLER                      PIC X(01).
           05  PRP-FLD-DISTINCT-COUNT      PIC ZZZ9.
           05  FILLER                      PIC X(01).
           05  PRP-FLD-UNTALLIED-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(20).
       01  PRP-TOP-RECORD.
           05  FILLER                      PIC X(13).
           05  PRP-TOP-LIT                 PIC X(04).
           05  PRP-TOP-RANK                PIC 9(01).
           05  FILLER                      PIC X(01).
           05  PRP-TOP-TEXT                PIC X(20).
           05  FILLER                      PIC X(01).
           05  PRP-TOP-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(81).
