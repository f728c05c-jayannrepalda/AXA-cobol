      *********************** DSUCAL ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHOP CALENDAR RECORD                   *
      *
      *   MODULE NAME = DSUCAL
      *
      *   DESCRIPTIVE NAME = ONE DAY OF THE SHOP CALENDAR READ FROM
      *      THE CALENDAR DATASET BY DSUDRV, WHICH DECIDES FROM IT
      *      WHETHER EACH WORKLIST CARD IS DUE, AND BY DSUSCH, WHICH
      *      PRINTS THE FORWARD RUN SCHEDULE.
      *
      *   FUNCTION = ONE RECORD PER CALENDAR DAY, WEEKENDS AND
      *      HOLIDAYS INCLUDED, IN ASCENDING DATE ORDER -
      *      CAL-DATE             - CCYYMMDD.
      *      CAL-DAY-NAME         - MON, TUE, WED, THU, FRI, SAT OR
      *                             SUN - MATCHED AGAINST THE RUN
      *                             DAY OF A WEEKLY CARD.
      *      CAL-BUSINESS-DAY-FLAG- Y ON A BUSINESS DAY.
      *      CAL-HOLIDAY-FLAG     - Y ON A PUBLIC OR SHOP HOLIDAY,
      *                             WHICH IS NOT A BUSINESS DAY.
      *      CAL-MONTH-END-FLAG   - Y ON THE LAST BUSINESS DAY OF
      *                             THE MONTH, THE DAY MONTH-END
      *                             CARDS RUN.
      *      CAL-QUARTER-END-FLAG - Y ON THE LAST BUSINESS DAY OF
      *                             MARCH, JUNE, SEPTEMBER AND
      *                             DECEMBER, WHICH IS ALSO FLAGGED
      *                             MONTH-END.
      *      CAL-HOLIDAY-NAME     - PRINTED ON THE SCHEDULE REPORT.
      *      ANY FLAG OTHER THAN Y MEANS NO.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = RECORD IS 80 BYTES.  THE CALENDAR IS
      *        MAINTAINED BY OPERATIONS AND MUST RUN AT LEAST AS FAR
      *        AHEAD AS THE SCHEDULE REPORT LOOKS.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUCAL ******************************
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01).
           05  CAL-DAY-NAME                PIC X(03).
           05  FILLER                      PIC X(01).
           05  CAL-BUSINESS-DAY-FLAG       PIC X(01).
               88  CAL-BUSINESS-DAY            VALUE 'Y'.
           05  CAL-HOLIDAY-FLAG            PIC X(01).
               88  CAL-HOLIDAY                 VALUE 'Y'.
           05  CAL-MONTH-END-FLAG          PIC X(01).
               88  CAL-MONTH-END               VALUE 'Y'.
           05  CAL-QUARTER-END-FLAG        PIC X(01).
               88  CAL-QUARTER-END             VALUE 'Y'.
           05  FILLER                      PIC X(01).
           05  CAL-HOLIDAY-NAME            PIC X(30).
           05  FILLER                      PIC X(32).
