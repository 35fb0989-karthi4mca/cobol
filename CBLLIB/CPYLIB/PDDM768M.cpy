      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM768M                                          *
      *   MAPSET:   PDDM768M          MAP:  PDDM768S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE CLINICAL REVIEW PEND SCREEN (TRANID    *
      *   W768, PROGRAM PDDM7590).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM768M, MAP  *
      *   PDDM768S, THE SAME WAY PDDM757M WAS.  TCN, OVERRIDE REASON  *
      *   AND THE ACTION CODE (I/R/D/C) IN; THE HELD CLAIM'S          *
      *   PHARMACY, RX, SERVICE DATE, ORIGIN, CHARGES, PRICED AMOUNT, *
      *   PEND DATE, DAYS WAITING, THE PENDING EXCEPTION CODES, A     *
      *   QUEUE STATUS LINE AND AN OPERATOR MESSAGE LINE OUT.         *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM768MI.
           05  FILLER                      PIC X(00012).
           05  TCNL                        PIC S9(00004) COMP.
           05  TCNF                        PIC  X(00001).
           05  FILLER REDEFINES TCNF.
               10  TCNA                    PIC  X(00001).
           05  TCNI                        PIC  X(00017).
           05  PROVIDL                     PIC S9(00004) COMP.
           05  PROVIDF                     PIC  X(00001).
           05  FILLER REDEFINES PROVIDF.
               10  PROVIDA                 PIC  X(00001).
           05  PROVIDI                     PIC  X(00015).
           05  RXNUML                      PIC S9(00004) COMP.
           05  RXNUMF                      PIC  X(00001).
           05  FILLER REDEFINES RXNUMF.
               10  RXNUMA                  PIC  X(00001).
           05  RXNUMI                      PIC  X(00012).
           05  SVCDTL                      PIC S9(00004) COMP.
           05  SVCDTF                      PIC  X(00001).
           05  FILLER REDEFINES SVCDTF.
               10  SVCDTA                  PIC  X(00001).
           05  SVCDTI                      PIC  X(00010).
           05  ORIGL                       PIC S9(00004) COMP.
           05  ORIGF                       PIC  X(00001).
           05  FILLER REDEFINES ORIGF.
               10  ORIGA                   PIC  X(00001).
           05  ORIGI                       PIC  X(00010).
           05  CHRGL                       PIC S9(00004) COMP.
           05  CHRGF                       PIC  X(00001).
           05  FILLER REDEFINES CHRGF.
               10  CHRGA                   PIC  X(00001).
           05  CHRGI                       PIC  X(00012).
           05  REIMBL                      PIC S9(00004) COMP.
           05  REIMBF                      PIC  X(00001).
           05  FILLER REDEFINES REIMBF.
               10  REIMBA                  PIC  X(00001).
           05  REIMBI                      PIC  X(00012).
           05  PENDDTL                     PIC S9(00004) COMP.
           05  PENDDTF                     PIC  X(00001).
           05  FILLER REDEFINES PENDDTF.
               10  PENDDTA                 PIC  X(00001).
           05  PENDDTI                     PIC  X(00010).
           05  DAYSL                       PIC S9(00004) COMP.
           05  DAYSF                       PIC  X(00001).
           05  FILLER REDEFINES DAYSF.
               10  DAYSA                   PIC  X(00001).
           05  DAYSI                       PIC  X(00005).
           05  EXCLSTL                     PIC S9(00004) COMP.
           05  EXCLSTF                     PIC  X(00001).
           05  FILLER REDEFINES EXCLSTF.
               10  EXCLSTA                 PIC  X(00001).
           05  EXCLSTI                     PIC  X(00060).
           05  STATL                       PIC S9(00004) COMP.
           05  STATF                       PIC  X(00001).
           05  FILLER REDEFINES STATF.
               10  STATA                   PIC  X(00001).
           05  STATI                       PIC  X(00075).
           05  RSNTXL                      PIC S9(00004) COMP.
           05  RSNTXF                      PIC  X(00001).
           05  FILLER REDEFINES RSNTXF.
               10  RSNTXA                  PIC  X(00001).
           05  RSNTXI                      PIC  X(00060).
           05  ACTCDL                      PIC S9(00004) COMP.
           05  ACTCDF                      PIC  X(00001).
           05  FILLER REDEFINES ACTCDF.
               10  ACTCDA                  PIC  X(00001).
           05  ACTCDI                      PIC  X(00001).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM768MO REDEFINES PDDM768MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  TCNO                        PIC  X(00017).
           05  FILLER                      PIC  X(00003).
           05  PROVIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  RXNUMO                      PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  SVCDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  ORIGO                       PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  CHRGO                       PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  REIMBO                      PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  PENDDTO                     PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  DAYSO                       PIC  X(00005).
           05  FILLER                      PIC  X(00003).
           05  EXCLSTO                     PIC  X(00060).
           05  FILLER                      PIC  X(00003).
           05  STATO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  RSNTXO                      PIC  X(00060).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
