      *********************** DSUSPL ******************************
      *                                                             *
      **** COPYBOOK FOR THE SHARED SPLIT ROUTING-RULE CARD         *
      *
      *   MODULE NAME = DSUSPL
      *
      *   DESCRIPTIVE NAME = ROUTING-RULE CARD READ FROM THE
      *      SPLCARD DATASET BY THE SPLIT ACTION AND CHECKED BY
      *      THE DSUPFC PRE-FLIGHT PROGRAM.
      *
      *   FUNCTION = EACH CARD ROUTES A SLICE OF THE SOURCE TO ONE
      *      OF THE SPLIT1-SPLIT4 TARGETS.  A RECORD MATCHES A CARD
      *      WHEN ITS GDS-KEY IS NOT BELOW SPL-LOW-KEY (BLANK MEANS
      *      OPEN), STRICTLY BELOW SPL-HIGH-KEY (AN EXCLUSIVE BOUND
      *      LIKE THE PARTITION HIGH KEY - BLANK MEANS OPEN), AND,
      *      WHEN A DATA TEST IS CODED, GDS-DATA AT THE TEST
      *      POSITION/LENGTH EQUALS SPL-TEST-VALUE.  A BLANK TEST
      *      LENGTH MEANS NO DATA TEST.  THE FIRST MATCHING CARD IN
      *      DECK ORDER ROUTES THE RECORD; A RECORD MATCHING NO
      *      CARD IS REPORTED AS NOT ROUTED AND FAILS THE BALANCE.
      *      A CARD MAY NAME THE TESTED FIELD IN SPL-FIELD-NAME
      *      INSTEAD OF CODING THE POSITION/LENGTH - THEY THEN COME
      *      FROM THE LAYOUT DICTIONARY (SEE DSUDCT).
      *      ON A DATASET DECLARED ON THE DSPROF DECK (SEE DSUDSP)
      *      THE KEY IS THE PROFILED KEY AND POSITIONS ARE COUNTED
      *      FROM THE FIRST BYTE OF THE WHOLE RECORD, NOT WITHIN
      *      GDS-DATA - A POSITION BEYOND 999 NEEDS A FIELD NAME.
      *      THE PAIR COPYBOOKS RUYSPL AND YBSPL COPY THIS LAYOUT,
      *      AND DSUPFC COPIES IT DIRECTLY, SO THE COMMON SIDE
      *      NEVER DEPENDS ON ANY ONE GENERATED PAIR.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = AT MOST 10 ROUTING CARDS PER SPLIT.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION - LAYOUT PROMOTED FROM
      *                  RUYSPL/YBSPL, WHICH NOW COPY IT.
      *      2026-10-15  POSITIONS ON A DSPROF-PROFILED DATASET ARE
      *                  COUNTED FROM THE START OF THE RECORD.
      *
      *********************** DSUSPL ******************************
       01  SPLIT-RULE-CARD.
           05  SPL-TARGET-NO               PIC X(01).
           05  SPL-LOW-KEY                 PIC X(20).
           05  SPL-HIGH-KEY                PIC X(20).
           05  SPL-TEST-POSITION           PIC X(03).
           05  SPL-TEST-LENGTH             PIC X(02).
           05  SPL-TEST-VALUE              PIC X(20).
           05  SPL-FIELD-NAME              PIC X(12).
           05  FILLER                      PIC X(02).
