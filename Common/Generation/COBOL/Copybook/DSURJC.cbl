      *      COMMON DSURCY REJECT-RECYCLE PROGRAM COPIES IT
      *      DIRECTLY, SO THE COMMON SIDE NEVER DEPENDS ON ANY ONE
      *      GENERATED PAIR - THE SAME REASON DSUCARD LIVES BESIDE
      *      DSUDRV.  THE DSURIC REFERENTIAL-INTEGRITY CHECK WRITES
      *      ITS ORPHAN CHILD RECORDS IN THE SAME LAYOUT, WITH REASON
      *      ORPHAN (NO PARENT HAS THE KEY) OR FKBLANK (THE PARENT
      *      KEY FIELD IS BLANK), SO DSURCY HANDLES THEM TOO.
      *      EXPORT WRITES THE SOURCE RECORDS IT COULD NOT CONVERT,
      *      WITH REASON NUMERIC OR BADDATE.  IMPORT WRITES THE
      *      DELIMITED TEXT ROWS IT COULD NOT LOAD - THE WHOLE ROW,
      *      NOT A GDS RECORD, SO THEY ARE CORRECTED IN THE TEXT
      *      FILE AND NOT RECYCLED BY DSURCY -
      *      WITH REASON FIELDCNT (WRONG NUMBER OF VALUES), TOOLONG
      *      (VALUE TOO LONG FOR ITS FIELD), NUMERIC, BADDATE,
      *      KEYBLANK, BADQUOTE (UNMATCHED QUOTE) OR KEYSEQ (KEY
      *      REFUSED BY A KSDS TARGET).
      *      THE RECORD IS VARIABLE LENGTH - THE 9-BYTE REASON
      *      PREFIX FOLLOWED BY THE WHOLE RECORD OR ROW, HOWEVER
      *      LONG, SO RJC-RECORD-DATA HOLDS THE RECORD LENGTH LESS
      *      9 BYTES OF DATA.  A REJECTED CLASSIC GDS RECORD GIVES
      *      A 109-BYTE REJECT, A PROFILED RECORD (SEE DSUDSP) A
      *      REJECT 9 BYTES LONGER THAN THE RECORD.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORDS UP TO 4096 BYTES - RJCTOUT IS
      *        ALLOCATED RECFM=VB,LRECL=4109.
      *
      *   CHANGE-ACTIVITY =
      *      2026-09-02  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYRJC/YBRJC, WHICH NOW COPY IT.
      *      2026-10-15  ALSO WRITTEN BY DSURIC FOR ORPHAN CHILDREN.
      *      2026-10-15  ALSO WRITTEN BY EXPORT AND IMPORT.
      *      2026-10-15  RJC-RECORD-DATA WIDENED TO 4096 BYTES AND
      *                  THE RECORD MADE VARIABLE LENGTH, SO A
      *                  REJECT CARRIES THE FULL RECORD OR ROW
      *                  INSTEAD OF ITS FIRST 100 BYTES.
      *
      *********************** DSURJC ******************************
       01  RJC-RECORD.
           05  RJC-REASON-CODE             PIC X(08).
           05  FILLER                      PIC X(01).
           05  RJC-RECORD-DATA             PIC X(4096).
