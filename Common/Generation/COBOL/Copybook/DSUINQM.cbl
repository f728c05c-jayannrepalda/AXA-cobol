      *********************** DSUINQM ******************************
      *                                                             *
      **** COPYBOOK FOR THE DSUQ RUN-INQUIRY SYMBOLIC MAPS         *
      *
      *   MODULE NAME = DSUINQM
      *
      *   DESCRIPTIVE NAME = SYMBOLIC MAPS OF MAPSET DSUINQM - DSUQL
      *      (RUN LIST) AND DSUQD (RUN DETAIL).
      *
      *   FUNCTION = FOR EACH NAMED FIELD OF THE MAPSET - xxxL THE
      *      INPUT LENGTH, xxxF/xxxA THE FLAG/ATTRIBUTE BYTE, xxxI
      *      THE INPUT DATA AND xxxO THE OUTPUT DATA.  THE TWELVE
      *      LIST ROWS (SEL01-SEL12 AND LIN01-LIN12 ON THE MAPSET)
      *      ARE THE SUBSCRIPTED DSUQL-ROW-IN AND DSUQL-ROW-OUT -
      *      LSEL IS THE SELECT COLUMN AND LLIN THE ROW TEXT.
      *
      *   NOTES =
      *     DEPENDENCIES = MAPSET DSUINQM (TIOAPFX=YES).  KEPT IN
      *        STEP WITH THE MAPSET BY HAND - A FIELD ADDED TO OR
      *        MOVED ON THE MAPSET MUST BE CHANGED HERE TOO.
      *
      *     RESTRICTIONS = N/A
      *
      *   CHANGE-ACTIVITY =
      *      2026-10-15  INITIAL VERSION.
      *
      *********************** DSUINQM ******************************
       01  DSUQLI.
           05  FILLER                      PIC X(12).
           05  LPAGEL                      PIC S9(04) COMP.
           05  LPAGEF                      PIC X(01).
           05  FILLER REDEFINES LPAGEF.
               10  LPAGEA                  PIC X(01).
           05  LPAGEI                      PIC X(03).
           05  LDSNL                       PIC S9(04) COMP.
           05  LDSNF                       PIC X(01).
           05  FILLER REDEFINES LDSNF.
               10  LDSNA                   PIC X(01).
           05  LDSNI                       PIC X(44).
           05  LFROML                      PIC S9(04) COMP.
           05  LFROMF                      PIC X(01).
           05  FILLER REDEFINES LFROMF.
               10  LFROMA                  PIC X(01).
           05  LFROMI                      PIC X(08).
           05  LTOL                        PIC S9(04) COMP.
           05  LTOF                        PIC X(01).
           05  FILLER REDEFINES LTOF.
               10  LTOA                    PIC X(01).
           05  LTOI                        PIC X(08).
           05  DSUQL-ROW-IN OCCURS 12 TIMES.
               10  LSELL                   PIC S9(04) COMP.
               10  LSELF                   PIC X(01).
               10  FILLER REDEFINES LSELF.
                   15  LSELA               PIC X(01).
               10  LSELI                   PIC X(01).
               10  LLINL                   PIC S9(04) COMP.
               10  LLINF                   PIC X(01).
               10  FILLER REDEFINES LLINF.
                   15  LLINA               PIC X(01).
               10  LLINI                   PIC X(76).
           05  LMSGL                       PIC S9(04) COMP.
           05  LMSGF                       PIC X(01).
           05  FILLER REDEFINES LMSGF.
               10  LMSGA                   PIC X(01).
           05  LMSGI                       PIC X(77).
       01  DSUQLO REDEFINES DSUQLI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  LPAGEO                      PIC X(03).
           05  FILLER                      PIC X(03).
           05  LDSNO                       PIC X(44).
           05  FILLER                      PIC X(03).
           05  LFROMO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  LTOO                        PIC X(08).
           05  DSUQL-ROW-OUT OCCURS 12 TIMES.
               10  FILLER                  PIC X(03).
               10  LSELO                   PIC X(01).
               10  FILLER                  PIC X(03).
               10  LLINO                   PIC X(76).
           05  FILLER                      PIC X(03).
           05  LMSGO                       PIC X(77).
       01  DSUQDI.
           05  FILLER                      PIC X(12).
           05  DDSNL                       PIC S9(04) COMP.
           05  DDSNF                       PIC X(01).
           05  FILLER REDEFINES DDSNF.
               10  DDSNA                   PIC X(01).
           05  DDSNI                       PIC X(44).
           05  DROLEL                      PIC S9(04) COMP.
           05  DROLEF                      PIC X(01).
           05  FILLER REDEFINES DROLEF.
               10  DROLEA                  PIC X(01).
           05  DROLEI                      PIC X(01).
           05  DDATEL                      PIC S9(04) COMP.
           05  DDATEF                      PIC X(01).
           05  FILLER REDEFINES DDATEF.
               10  DDATEA                  PIC X(01).
           05  DDATEI                      PIC X(08).
           05  DTIMEL                      PIC S9(04) COMP.
           05  DTIMEF                      PIC X(01).
           05  FILLER REDEFINES DTIMEF.
               10  DTIMEA                  PIC X(01).
           05  DTIMEI                      PIC X(08).
           05  DACTL                       PIC S9(04) COMP.
           05  DACTF                       PIC X(01).
           05  FILLER REDEFINES DACTF.
               10  DACTA                   PIC X(01).
           05  DACTI                       PIC X(08).
           05  DJOBL                       PIC S9(04) COMP.
           05  DJOBF                       PIC X(01).
           05  FILLER REDEFINES DJOBF.
               10  DJOBA                   PIC X(01).
           05  DJOBI                       PIC X(08).
           05  DOUTL                       PIC S9(04) COMP.
           05  DOUTF                       PIC X(01).
           05  FILLER REDEFINES DOUTF.
               10  DOUTA                   PIC X(01).
           05  DOUTI                       PIC X(08).
           05  DSRCL                       PIC S9(04) COMP.
           05  DSRCF                       PIC X(01).
           05  FILLER REDEFINES DSRCF.
               10  DSRCA                   PIC X(01).
           05  DSRCI                       PIC X(44).
           05  DTGTL                       PIC S9(04) COMP.
           05  DTGTF                       PIC X(01).
           05  FILLER REDEFINES DTGTF.
               10  DTGTA                   PIC X(01).
           05  DTGTI                       PIC X(44).
           05  DTEXTL                      PIC S9(04) COMP.
           05  DTEXTF                      PIC X(01).
           05  FILLER REDEFINES DTEXTF.
               10  DTEXTA                  PIC X(01).
           05  DTEXTI                      PIC X(60).
           05  DSUBL                       PIC S9(04) COMP.
           05  DSUBF                       PIC X(01).
           05  FILLER REDEFINES DSUBF.
               10  DSUBA                   PIC X(01).
           05  DSUBI                       PIC X(08).
           05  DAPRL                       PIC S9(04) COMP.
           05  DAPRF                       PIC X(01).
           05  FILLER REDEFINES DAPRF.
               10  DAPRA                   PIC X(01).
           05  DAPRI                       PIC X(08).
           05  DRECSL                      PIC S9(04) COMP.
           05  DRECSF                      PIC X(01).
           05  FILLER REDEFINES DRECSF.
               10  DRECSA                  PIC X(01).
           05  DRECSI                      PIC X(11).
           05  DSTRTL                      PIC S9(04) COMP.
           05  DSTRTF                      PIC X(01).
           05  FILLER REDEFINES DSTRTF.
               10  DSTRTA                  PIC X(01).
           05  DSTRTI                      PIC X(08).
           05  DENDL                       PIC S9(04) COMP.
           05  DENDF                       PIC X(01).
           05  FILLER REDEFINES DENDF.
               10  DENDA                   PIC X(01).
           05  DENDI                       PIC X(08).
           05  DELAPL                      PIC S9(04) COMP.
           05  DELAPF                      PIC X(01).
           05  FILLER REDEFINES DELAPF.
               10  DELAPA                  PIC X(01).
           05  DELAPI                      PIC X(07).
           05  DVERDL                      PIC S9(04) COMP.
           05  DVERDF                      PIC X(01).
           05  FILLER REDEFINES DVERDF.
               10  DVERDA                  PIC X(01).
           05  DVERDI                      PIC X(08).
           05  DSCNTL                      PIC S9(04) COMP.
           05  DSCNTF                      PIC X(01).
           05  FILLER REDEFINES DSCNTF.
               10  DSCNTA                  PIC X(01).
           05  DSCNTI                      PIC X(11).
           05  DTCNTL                      PIC S9(04) COMP.
           05  DTCNTF                      PIC X(01).
           05  FILLER REDEFINES DTCNTF.
               10  DTCNTA                  PIC X(01).
           05  DTCNTI                      PIC X(11).
           05  DDCNTL                      PIC S9(04) COMP.
           05  DDCNTF                      PIC X(01).
           05  FILLER REDEFINES DDCNTF.
               10  DDCNTA                  PIC X(01).
           05  DDCNTI                      PIC X(11).
           05  DRCNTL                      PIC S9(04) COMP.
           05  DRCNTF                      PIC X(01).
           05  FILLER REDEFINES DRCNTF.
               10  DRCNTA                  PIC X(01).
           05  DRCNTI                      PIC X(11).
           05  DFNDL                       PIC S9(04) COMP.
           05  DFNDF                       PIC X(01).
           05  FILLER REDEFINES DFNDF.
               10  DFNDA                   PIC X(01).
           05  DFNDI                       PIC X(40).
           05  DMSGL                       PIC S9(04) COMP.
           05  DMSGF                       PIC X(01).
           05  FILLER REDEFINES DMSGF.
               10  DMSGA                   PIC X(01).
           05  DMSGI                       PIC X(77).
       01  DSUQDO REDEFINES DSUQDI.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  DDSNO                       PIC X(44).
           05  FILLER                      PIC X(03).
           05  DROLEO                      PIC X(01).
           05  FILLER                      PIC X(03).
           05  DDATEO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  DTIMEO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  DACTO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  DJOBO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  DOUTO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  DSRCO                       PIC X(44).
           05  FILLER                      PIC X(03).
           05  DTGTO                       PIC X(44).
           05  FILLER                      PIC X(03).
           05  DTEXTO                      PIC X(60).
           05  FILLER                      PIC X(03).
           05  DSUBO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  DAPRO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  DRECSO                      PIC X(11).
           05  FILLER                      PIC X(03).
           05  DSTRTO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  DENDO                       PIC X(08).
           05  FILLER                      PIC X(03).
           05  DELAPO                      PIC X(07).
           05  FILLER                      PIC X(03).
           05  DVERDO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  DSCNTO                      PIC X(11).
           05  FILLER                      PIC X(03).
           05  DTCNTO                      PIC X(11).
           05  FILLER                      PIC X(03).
           05  DDCNTO                      PIC X(11).
           05  FILLER                      PIC X(03).
           05  DRCNTO                      PIC X(11).
           05  FILLER                      PIC X(03).
           05  DFNDO                       PIC X(40).
           05  FILLER                      PIC X(03).
           05  DMSGO                       PIC X(77).
