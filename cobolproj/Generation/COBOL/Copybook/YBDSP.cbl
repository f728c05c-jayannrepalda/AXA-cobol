      *********************** YBDSP ******************************
      *                                                             *
      **** COPYBOOK FOR THE HG DATASET PROFILE CARD             *
      *
      *   MODULE NAME = YBDSP
      *
      *   DESCRIPTIVE NAME = DATASET PROFILE CARD READ FROM THE
      *      DSPROF DATASET.
      *
      *   FUNCTION = EACH CARD DECLARES THE RECORD FORMAT, MAXIMUM
      *      RECORD LENGTH AND KEY OFFSET AND LENGTH OF ONE
      *      DATASET, SO THE ACTIONS CAN PROCESS RECORDS OTHER THAN
      *      THE CLASSIC 100-BYTE GDS RECORD.  A DATASET WITH NO
      *      CARD, OR A RUN WITH NO DSPROF DD, KEEPS THE CLASSIC
      *      SHAPE.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = SEE DSUDSP.
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** YBDSP ******************************
       COPY DSUDSP.
