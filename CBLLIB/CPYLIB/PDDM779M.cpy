      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM779M                                          *
      *   MAPSET:   PDDM779M          MAP:  PDDM779S                  *
      *   SUBSYSTEM:  G Generic Lists                                 *
      *                                                               *
      *   SYMBOLIC MAP FOR THE INBOUND FEED RELEASE SCREEN (TRANID    *
      *   W779, PROGRAM PDDM7601).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM779M, MAP  *
      *   PDDM779S, THE SAME WAY PDDM778M WAS.  FEED, FILE SEQUENCE,  *
      *   RELEASE NOTE AND THE ACTION CODE (I/R/C) IN; THE FILE       *
      *   DATE, BUSINESS DATE, RECEIPT TIME, STATUS, THE DETAIL,      *
      *   ADD, CHANGE AND TERM COUNTS AGAINST THEIR 30-DAY AVERAGES,  *
      *   THE BREACHES AND HOLD REASON, A RELEASE STATUS LINE AND AN  *
      *   OPERATOR MESSAGE LINE OUT.                                  *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM779MI.
           05  FILLER                      PIC X(00012).
           05  FEEDTYL                     PIC S9(00004) COMP.
           05  FEEDTYF                     PIC  X(00001).
           05  FILLER REDEFINES FEEDTYF.
               10  FEEDTYA                 PIC  X(00001).
           05  FEEDTYI                     PIC  X(00004).
           05  SEQNUML                     PIC S9(00004) COMP.
           05  SEQNUMF                     PIC  X(00001).
           05  FILLER REDEFINES SEQNUMF.
               10  SEQNUMA                 PIC  X(00001).
           05  SEQNUMI                     PIC  X(00009).
           05  FILEDTL                     PIC S9(00004) COMP.
           05  FILEDTF                     PIC  X(00001).
           05  FILLER REDEFINES FILEDTF.
               10  FILEDTA                 PIC  X(00001).
           05  FILEDTI                     PIC  X(00010).
           05  BUSDTL                      PIC S9(00004) COMP.
           05  BUSDTF                      PIC  X(00001).
           05  FILLER REDEFINES BUSDTF.
               10  BUSDTA                  PIC  X(00001).
           05  BUSDTI                      PIC  X(00010).
           05  RCVTSL                      PIC S9(00004) COMP.
           05  RCVTSF                      PIC  X(00001).
           05  FILLER REDEFINES RCVTSF.
               10  RCVTSA                  PIC  X(00001).
           05  RCVTSI                      PIC  X(00026).
           05  FSTATL                      PIC S9(00004) COMP.
           05  FSTATF                      PIC  X(00001).
           05  FILLER REDEFINES FSTATF.
               10  FSTATA                  PIC  X(00001).
           05  FSTATI                      PIC  X(00026).
           05  DTLCNTL                     PIC S9(00004) COMP.
           05  DTLCNTF                     PIC  X(00001).
           05  FILLER REDEFINES DTLCNTF.
               10  DTLCNTA                 PIC  X(00001).
           05  DTLCNTI                     PIC  X(00011).
           05  AVGDTLL                     PIC S9(00004) COMP.
           05  AVGDTLF                     PIC  X(00001).
           05  FILLER REDEFINES AVGDTLF.
               10  AVGDTLA                 PIC  X(00001).
           05  AVGDTLI                     PIC  X(00012).
           05  ADDCNTL                     PIC S9(00004) COMP.
           05  ADDCNTF                     PIC  X(00001).
           05  FILLER REDEFINES ADDCNTF.
               10  ADDCNTA                 PIC  X(00001).
           05  ADDCNTI                     PIC  X(00011).
           05  AVGADDL                     PIC S9(00004) COMP.
           05  AVGADDF                     PIC  X(00001).
           05  FILLER REDEFINES AVGADDF.
               10  AVGADDA                 PIC  X(00001).
           05  AVGADDI                     PIC  X(00012).
           05  CHGCNTL                     PIC S9(00004) COMP.
           05  CHGCNTF                     PIC  X(00001).
           05  FILLER REDEFINES CHGCNTF.
               10  CHGCNTA                 PIC  X(00001).
           05  CHGCNTI                     PIC  X(00011).
           05  AVGCHGL                     PIC S9(00004) COMP.
           05  AVGCHGF                     PIC  X(00001).
           05  FILLER REDEFINES AVGCHGF.
               10  AVGCHGA                 PIC  X(00001).
           05  AVGCHGI                     PIC  X(00012).
           05  TRMCNTL                     PIC S9(00004) COMP.
           05  TRMCNTF                     PIC  X(00001).
           05  FILLER REDEFINES TRMCNTF.
               10  TRMCNTA                 PIC  X(00001).
           05  TRMCNTI                     PIC  X(00011).
           05  AVGTRML                     PIC S9(00004) COMP.
           05  AVGTRMF                     PIC  X(00001).
           05  FILLER REDEFINES AVGTRMF.
               10  AVGTRMA                 PIC  X(00001).
           05  AVGTRMI                     PIC  X(00012).
           05  OTHCNTL                     PIC S9(00004) COMP.
           05  OTHCNTF                     PIC  X(00001).
           05  FILLER REDEFINES OTHCNTF.
               10  OTHCNTA                 PIC  X(00001).
           05  OTHCNTI                     PIC  X(00011).
           05  BRCHL                       PIC S9(00004) COMP.
           05  BRCHF                       PIC  X(00001).
           05  FILLER REDEFINES BRCHF.
               10  BRCHA                   PIC  X(00001).
           05  BRCHI                       PIC  X(00005).
           05  HOLDRSNL                    PIC S9(00004) COMP.
           05  HOLDRSNF                    PIC  X(00001).
           05  FILLER REDEFINES HOLDRSNF.
               10  HOLDRSNA                PIC  X(00001).
           05  HOLDRSNI                    PIC  X(00060).
           05  STATL                       PIC S9(00004) COMP.
           05  STATF                       PIC  X(00001).
           05  FILLER REDEFINES STATF.
               10  STATA                   PIC  X(00001).
           05  STATI                       PIC  X(00075).
           05  NOTEL                       PIC S9(00004) COMP.
           05  NOTEF                       PIC  X(00001).
           05  FILLER REDEFINES NOTEF.
               10  NOTEA                   PIC  X(00001).
           05  NOTEI                       PIC  X(00060).
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
       01  PDDM779MO REDEFINES PDDM779MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  FEEDTYO                     PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  SEQNUMO                     PIC  X(00009).
           05  FILLER                      PIC  X(00003).
           05  FILEDTO                     PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  BUSDTO                      PIC  X(00010).
           05  FILLER                      PIC  X(00003).
           05  RCVTSO                      PIC  X(00026).
           05  FILLER                      PIC  X(00003).
           05  FSTATO                      PIC  X(00026).
           05  FILLER                      PIC  X(00003).
           05  DTLCNTO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  AVGDTLO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  ADDCNTO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  AVGADDO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  CHGCNTO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  AVGCHGO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  TRMCNTO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  AVGTRMO                     PIC  X(00012).
           05  FILLER                      PIC  X(00003).
           05  OTHCNTO                     PIC  X(00011).
           05  FILLER                      PIC  X(00003).
           05  BRCHO                       PIC  X(00005).
           05  FILLER                      PIC  X(00003).
           05  HOLDRSNO                    PIC  X(00060).
           05  FILLER                      PIC  X(00003).
           05  STATO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  NOTEO                       PIC  X(00060).
           05  FILLER                      PIC  X(00003).
           05  ACTCDO                      PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
