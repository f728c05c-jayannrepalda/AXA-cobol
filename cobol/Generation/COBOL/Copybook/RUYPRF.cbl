      *********************** RUYPRF ******************************
      *                                                             *
      **** COPYBOOK FOR RGEHU PROFILE-ACTION PROFILE FILE RECORD   *
      *
      *   MODULE NAME = RUYPRF
      *
      *   DESCRIPTIVE NAME = FIXED-LAYOUT PROFILE RECORD WRITTEN TO
      *      PROFOUT BY THE PROFILE ACTION.
      *
      *   FUNCTION = THE LAYOUT IS THE SHARED DSUPRF COPYBOOK BESIDE
      *      DSUDRV, SO A PROFILE FILE FROM EITHER GENERATED PAIR
      *      CAN BE COMPARED WITH ANY OTHER RUN'S.
      *
      *   NOTES =
      *     DEPENDENCIES = N/A
      *
      *     RESTRICTIONS = N/A
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** RUYPRF ******************************
       COPY DSUPRF.
