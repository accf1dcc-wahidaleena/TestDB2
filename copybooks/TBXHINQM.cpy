      ******************************************************************
      * TBXHINQM - SYMBOLIC MAP FOR THE TBXHINQ ONLINE ITEM PRICE-     *
      * HISTORY INQUIRY.  TWO MAPS IN ONE MAPSET: TBXHLST (ONE ROG/    *
      * CORP_ITEM_CD'S PRICE HISTORY NEWEST-FIRST, TWO SCREEN LINES    *
      * PER CHANGE, WITH SELECT-FOR-DETAIL) AND TBXHDTL (ONE CHANGE    *
      * IN FULL, WITH WHETHER TBXBKOUT LATER REVERSED IT).  HAND-CODED *
      * TO THE STANDARD DFHMSD/BMS SYMBOLIC-MAP LAYOUT LIKE TBXONLNM,  *
      * WITH THE LIST LINES IN THE SUBSCRIPTED GROUP LAYOUT BMS        *
      * GENERATES FOR AN OCCURS MAP FIELD.                             *
      ******************************************************************
       01  TBXHLSTI.
           05  FILLER                  PIC X(12).
           05  HROGL                   PIC S9(4) COMP.
           05  HROGF                   PIC X.
           05  FILLER REDEFINES HROGF.
               10  HROGA               PIC X.
           05  HROGI                   PIC X(03).
           05  HITEML                  PIC S9(4) COMP.
           05  HITEMF                  PIC X.
           05  FILLER REDEFINES HITEMF.
               10  HITEMA              PIC X.
           05  HITEMI                  PIC 9(09).
           05  HSTDTLI OCCURS 8 TIMES.
               10  SELHL               PIC S9(4) COMP.
               10  SELHF               PIC X.
               10  FILLER REDEFINES SELHF.
                   15  SELHA           PIC X.
               10  SELHI               PIC X(01).
               10  LNAHL               PIC S9(4) COMP.
               10  LNAHF               PIC X.
               10  FILLER REDEFINES LNAHF.
                   15  LNAHA           PIC X.
               10  LNAHI               PIC X(74).
               10  LNBHL               PIC S9(4) COMP.
               10  LNBHF               PIC X.
               10  FILLER REDEFINES LNBHF.
                   15  LNBHA           PIC X.
               10  LNBHI               PIC X(74).
           05  HMSGL                   PIC S9(4) COMP.
           05  HMSGF                   PIC X.
           05  FILLER REDEFINES HMSGF.
               10  HMSGA               PIC X.
           05  HMSGI                   PIC X(60).

       01  TBXHLSTO REDEFINES TBXHLSTI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  HROGO                   PIC X(03).
           05  FILLER                  PIC X(03).
           05  HITEMO                  PIC 9(09).
           05  HSTDTLO OCCURS 8 TIMES.
               10  FILLER              PIC X(03).
               10  SELHO               PIC X(01).
               10  FILLER              PIC X(03).
               10  LNAHO               PIC X(74).
               10  FILLER              PIC X(03).
               10  LNBHO               PIC X(74).
           05  FILLER                  PIC X(03).
           05  HMSGO                   PIC X(60).

       01  TBXHDTLI.
           05  FILLER                  PIC X(12).
           05  DROGL                   PIC S9(4) COMP.
           05  DROGF                   PIC X.
           05  FILLER REDEFINES DROGF.
               10  DROGA               PIC X.
           05  DROGI                   PIC X(03).
           05  DITEML                  PIC S9(4) COMP.
           05  DITEMF                  PIC X.
           05  FILLER REDEFINES DITEMF.
               10  DITEMA              PIC X.
           05  DITEMI                  PIC 9(09).
           05  DUPCL                   PIC S9(4) COMP.
           05  DUPCF                   PIC X.
           05  FILLER REDEFINES DUPCF.
               10  DUPCA               PIC X.
           05  DUPCI                   PIC X(18).
           05  DUNITL                  PIC S9(4) COMP.
           05  DUNITF                  PIC X.
           05  FILLER REDEFINES DUNITF.
               10  DUNITA              PIC X.
           05  DUNITI                  PIC X(01).
           05  DSRCL                   PIC S9(4) COMP.
           05  DSRCF                   PIC X.
           05  FILLER REDEFINES DSRCF.
               10  DSRCA               PIC X.
           05  DSRCI                   PIC X(10).
           05  DTSL                    PIC S9(4) COMP.
           05  DTSF                    PIC X.
           05  FILLER REDEFINES DTSF.
               10  DTSA                PIC X.
           05  DTSI                    PIC X(26).
           05  DJOBL                   PIC S9(4) COMP.
           05  DJOBF                   PIC X.
           05  FILLER REDEFINES DJOBF.
               10  DJOBA               PIC X.
           05  DJOBI                   PIC X(08).
           05  DUSERL                  PIC S9(4) COMP.
           05  DUSERF                  PIC X.
           05  FILLER REDEFINES DUSERF.
               10  DUSERA              PIC X.
           05  DUSERI                  PIC X(08).
           05  DCHKL                   PIC S9(4) COMP.
           05  DCHKF                   PIC X.
           05  FILLER REDEFINES DCHKF.
               10  DCHKA               PIC X.
           05  DCHKI                   PIC X(08).
           05  DORNGL                  PIC S9(4) COMP.
           05  DORNGF                  PIC X.
           05  FILLER REDEFINES DORNGF.
               10  DORNGA              PIC X.
           05  DORNGI                  PIC X(12).
           05  DNRNGL                  PIC S9(4) COMP.
           05  DNRNGF                  PIC X.
           05  FILLER REDEFINES DNRNGF.
               10  DNRNGA              PIC X.
           05  DNRNGI                  PIC X(12).
           05  DGRNGL                  PIC S9(4) COMP.
           05  DGRNGF                  PIC X.
           05  FILLER REDEFINES DGRNGF.
               10  DGRNGA              PIC X.
           05  DGRNGI                  PIC X(12).
           05  DOPCKL                  PIC S9(4) COMP.
           05  DOPCKF                  PIC X.
           05  FILLER REDEFINES DOPCKF.
               10  DOPCKA              PIC X.
           05  DOPCKI                  PIC X(09).
           05  DNPCKL                  PIC S9(4) COMP.
           05  DNPCKF                  PIC X.
           05  FILLER REDEFINES DNPCKF.
               10  DNPCKA              PIC X.
           05  DNPCKI                  PIC X(09).
           05  DREVL                   PIC S9(4) COMP.
           05  DREVF                   PIC X.
           05  FILLER REDEFINES DREVF.
               10  DREVA               PIC X.
           05  DREVI                   PIC X(60).
           05  DMSGL                   PIC S9(4) COMP.
           05  DMSGF                   PIC X.
           05  FILLER REDEFINES DMSGF.
               10  DMSGA               PIC X.
           05  DMSGI                   PIC X(60).

       01  TBXHDTLO REDEFINES TBXHDTLI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  DROGO                   PIC X(03).
           05  FILLER                  PIC X(03).
           05  DITEMO                  PIC 9(09).
           05  FILLER                  PIC X(03).
           05  DUPCO                   PIC X(18).
           05  FILLER                  PIC X(03).
           05  DUNITO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  DSRCO                   PIC X(10).
           05  FILLER                  PIC X(03).
           05  DTSO                    PIC X(26).
           05  FILLER                  PIC X(03).
           05  DJOBO                   PIC X(08).
           05  FILLER                  PIC X(03).
           05  DUSERO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  DCHKO                   PIC X(08).
           05  FILLER                  PIC X(03).
           05  DORNGO                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  DNRNGO                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  DGRNGO                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  DOPCKO                  PIC X(09).
           05  FILLER                  PIC X(03).
           05  DNPCKO                  PIC X(09).
           05  FILLER                  PIC X(03).
           05  DREVO                   PIC X(60).
           05  FILLER                  PIC X(03).
           05  DMSGO                   PIC X(60).
