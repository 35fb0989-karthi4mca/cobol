      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM767M                                          *
      *   MAPSET:   PDDM767M          MAP:  PDDM767S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE PAPER CLAIM ENTRY SCREEN (TRANID W767, *
      *   PROGRAM PDDM7589).  HAND-BUILT TO MATCH THE LAYOUT A BMS    *
      *   ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM767M, MAP      *
      *   PDDM767S, THE SAME WAY PDDM757M WAS.  THE UNIVERSAL CLAIM   *
      *   FORM FIELDS (BIN, PCN, GROUP, PHARMACY, CARDHOLDER, PERSON  *
      *   CODE, BIRTH DATE, GENDER, DATE OF SERVICE, RX AND REFILL,   *
      *   NDC, QUANTITY, DAYS SUPPLY, DAW, PRESCRIBER, INGREDIENT     *
      *   COST, USUAL AND CUSTOMARY, GROSS AMOUNT DUE) AND THE ACTION *
      *   CODE (A/C) IN; THE SAME FIELDS PLUS THE TCN, THE            *
      *   ADJUDICATION STATUS LINE, THE POSTED EXCEPTION CODES AND    *
      *   AN OPERATOR MESSAGE LINE OUT.                               *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM767MI.
           05  FILLER                      PIC X(00012).
           05  BINL                        PIC S9(00004) COMP.
           05  BINF                        PIC  X(00001).
           05  FILLER REDEFINES BINF.
               10  BINA                    PIC  X(00001).
           05  BINI                        PIC  X(00006).
           05  PCNL                        PIC S9(00004) COMP.
           05  PCNF                        PIC  X(00001).
           05  FILLER REDEFINES PCNF.
               10  PCNA                    PIC  X(00001).
           05  PCNI                        PIC  X(00010).
           05  GRPIDL                      PIC S9(00004) COMP.
           05  GRPIDF                      PIC  X(00001).
           05  FILLER REDEFINES GRPIDF.
               10  GRPIDA                  PIC  X(00001).
           05  GRPIDI                      PIC  X(00015).
           05  PROVIDL                     PIC S9(00004) COMP.
           05  PROVIDF                     PIC  X(00001).
           05  FILLER REDEFINES PROVIDF.
               10  PROVIDA                 PIC  X(00001).
           05  PROVIDI                     PIC  X(00015).
           05  CARDIDL                     PIC S9(00004) COMP.
           05  CARDIDF                     PIC  X(00001).
           05  FILLER REDEFINES CARDIDF.
               10  CARDIDA                 PIC  X(00001).
           05  CARDIDI                     PIC  X(00020).
           05  PERSCDL                     PIC S9(00004) COMP.
           05  PERSCDF                     PIC  X(00001).
           05  FILLER REDEFINES PERSCDF.
               10  PERSCDA                 PIC  X(00001).
           05  PERSCDI                     PIC  X(00003).
           05  DOBL                        PIC S9(00004) COMP.
           05  DOBF                        PIC  X(00001).
           05  FILLER REDEFINES DOBF.
               10  DOBA                    PIC  X(00001).
           05  DOBI                        PIC  X(00008).
           05  SEXL                        PIC S9(00004) COMP.
           05  SEXF                        PIC  X(00001).
           05  FILLER REDEFINES SEXF.
               10  SEXA                    PIC  X(00001).
           05  SEXI                        PIC  X(00001).
           05  SVCDTL                      PIC S9(00004) COMP.
           05  SVCDTF                      PIC  X(00001).
           05  FILLER REDEFINES SVCDTF.
               10  SVCDTA                  PIC  X(00001).
           05  SVCDTI                      PIC  X(00008).
           05  RXNUML                      PIC S9(00004) COMP.
           05  RXNUMF                      PIC  X(00001).
           05  FILLER REDEFINES RXNUMF.
               10  RXNUMA                  PIC  X(00001).
           05  RXNUMI                      PIC  X(00012).
           05  REFILLL                     PIC S9(00004) COMP.
           05  REFILLF                     PIC  X(00001).
           05  FILLER REDEFINES REFILLF.
               10  REFILLA                 PIC  X(00001).
           05  REFILLI                     PIC  X(00002).
           05  NDCL                        PIC S9(00004) COMP.
           05  NDCF                        PIC  X(00001).
           05  FILLER REDEFINES NDCF.
               10  NDCA                    PIC  X(00001).
           05  NDCI                        PIC  X(00011).
           05  QTYL                        PIC S9(00004) COMP.
           05  QTYF                        PIC  X(00001).
           05  FILLER REDEFINES QTYF.
               10  QTYA                    PIC  X(00001).
           05  QTYI                        PIC  X(00011).
           05  DAYSL                       PIC S9(00004) COMP.
           05  DAYSF                       PIC  X(00001).
           05  FILLER REDEFINES DAYSF.
               10  DAYSA                   PIC  X(00001).
           05  DAYSI                       PIC  X(00003).
           05  DAWL                        PIC S9(00004) COMP.
           05  DAWF                        PIC  X(00001).
           05  FILLER REDEFINES DAWF.
               10  DAWA                    PIC  X(00001).
           05  DAWI                        PIC  X(00001).
           05  PRSCIDL                     PIC S9(00004) COMP.
           05  PRSCIDF                     PIC  X(00001).
           05  FILLER REDEFINES PRSCIDF.
               10  PRSCIDA                 PIC  X(00001).
           05  PRSCIDI                     PIC  X(00015).
           05  INGAMTL                     PIC S9(00004) COMP.
           05  INGAMTF                     PIC  X(00001).
           05  FILLER REDEFINES INGAMTF.
               10  INGAMTA                 PIC  X(00001).
           05  INGAMTI                     PIC  X(00009).
           05  UCAMTL                      PIC S9(00004) COMP.
           05  UCAMTF                      PIC  X(00001).
           05  FILLER REDEFINES UCAMTF.
               10  UCAMTA                  PIC  X(00001).
           05  UCAMTI                      PIC  X(00009).
           05  GROSAMTL                    PIC S9(00004) COMP.
           05  GROSAMTF                    PIC  X(00001).
           05  FILLER REDEFINES GROSAMTF.
               10  GROSAMTA                PIC  X(00001).
           05  GROSAMTI                    PIC  X(00009).
           05  TCNL                        PIC S9(00004) COMP.
           05  TCNF                        PIC  X(00001).
           05  FILLER REDEFINES TCNF.
               10  TCNA                    PIC  X(00001).
           05  TCNI                        PIC  X(00017).
           05  STATL                       PIC S9(00004) COMP.
           05  STATF                       PIC  X(00001).
           05  FILLER REDEFINES STATF.
               10  STATA                   PIC  X(00001).
           05  STATI                       PIC  X(00075).
           05  EXCL                        PIC S9(00004) COMP.
           05  EXCF                        PIC  X(00001).
           05  FILLER REDEFINES EXCF.
               10  EXCA                    PIC  X(00001).
           05  EXCI                        PIC  X(00075).
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
       01  PDDM767MO REDEFINES PDDM767MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  BINO                        PIC  X(00006).
           05  FILLER                      PIC  X(00003).
           05  PCNO                        PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  GRPIDO                      PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  PROVIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  CARDIDO                     PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  PERSCDO                     PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  DOBO                        PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  SEXO                        PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  SVCDTO                      PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  RXNUMO                      PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  REFILLO                     PIC  X(00002).
           05  FILLER                      PIC  X(00003).
           05  NDCO                        PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  QTYO                        PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  DAYSO                       PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  DAWO                        PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  PRSCIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  INGAMTO                     PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  UCAMTO                      PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  GROSAMTO                    PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  TCNO                        PIC  X(00017).
           05  FILLER                      PIC  X(00003).
           05  STATO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  EXCO                        PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
