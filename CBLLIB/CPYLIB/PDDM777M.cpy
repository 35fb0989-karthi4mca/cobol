      *****************************************************************
      *                                                               *
      *    MEMBER:  PDDM777M                                          *
      *   MAPSET:   PDDM777M          MAP:  PDDM777S                  *
      *   SUBSYSTEM:  C Claims                                        *
      *                                                               *
      *   SYMBOLIC MAP FOR THE HELP-DESK CONTACT LOG SCREEN (TRANID   *
      *   W777, PROGRAM PDDM7599).  HAND-BUILT TO MATCH THE LAYOUT A  *
      *   BMS ASSEMBLE WOULD HAVE GENERATED FOR MAPSET PDDM777M, MAP  *
      *   PDDM777S, THE SAME WAY PDDM758M WAS.  TCN, CARDHOLDER ID,   *
      *   PHARMACY ID, CALLER TYPE, REASON AND RESOLUTION CODES,      *
      *   MINUTES AND THREE NOTE LINES IN; THE SCREEN THE LOG WAS     *
      *   OPENED FROM, THE CLAIM SUMMARY, PRIOR CONTACT COUNTS AND    *
      *   AN OPERATOR MESSAGE LINE OUT.                               *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  PDDM777MI.
           05  FILLER                      PIC X(00012).
           05  TCNL                        PIC S9(00004) COMP.
           05  TCNF                        PIC  X(00001).
           05  FILLER REDEFINES TCNF.
               10  TCNA                    PIC  X(00001).
           05  TCNI                        PIC  X(00015).
           05  CRDIDL                      PIC S9(00004) COMP.
           05  CRDIDF                      PIC  X(00001).
           05  FILLER REDEFINES CRDIDF.
               10  CRDIDA                  PIC  X(00001).
           05  CRDIDI                      PIC  X(00020).
           05  PROVIDL                     PIC S9(00004) COMP.
           05  PROVIDF                     PIC  X(00001).
           05  FILLER REDEFINES PROVIDF.
               10  PROVIDA                 PIC  X(00001).
           05  PROVIDI                     PIC  X(00015).
           05  CALLTYL                     PIC S9(00004) COMP.
           05  CALLTYF                     PIC  X(00001).
           05  FILLER REDEFINES CALLTYF.
               10  CALLTYA                 PIC  X(00001).
           05  CALLTYI                     PIC  X(00001).
           05  RSNCDL                      PIC S9(00004) COMP.
           05  RSNCDF                      PIC  X(00001).
           05  FILLER REDEFINES RSNCDF.
               10  RSNCDA                  PIC  X(00001).
           05  RSNCDI                      PIC  X(00004).
           05  RSLNCDL                     PIC S9(00004) COMP.
           05  RSLNCDF                     PIC  X(00001).
           05  FILLER REDEFINES RSLNCDF.
               10  RSLNCDA                 PIC  X(00001).
           05  RSLNCDI                     PIC  X(00004).
           05  MINSL                       PIC S9(00004) COMP.
           05  MINSF                       PIC  X(00001).
           05  FILLER REDEFINES MINSF.
               10  MINSA                   PIC  X(00001).
           05  MINSI                       PIC  X(00003).
           05  NOTE1L                      PIC S9(00004) COMP.
           05  NOTE1F                      PIC  X(00001).
           05  FILLER REDEFINES NOTE1F.
               10  NOTE1A                  PIC  X(00001).
           05  NOTE1I                      PIC  X(00070).
           05  NOTE2L                      PIC S9(00004) COMP.
           05  NOTE2F                      PIC  X(00001).
           05  FILLER REDEFINES NOTE2F.
               10  NOTE2A                  PIC  X(00001).
           05  NOTE2I                      PIC  X(00070).
           05  NOTE3L                      PIC S9(00004) COMP.
           05  NOTE3F                      PIC  X(00001).
           05  FILLER REDEFINES NOTE3F.
               10  NOTE3A                  PIC  X(00001).
           05  NOTE3I                      PIC  X(00070).
           05  SRCTXL                      PIC S9(00004) COMP.
           05  SRCTXF                      PIC  X(00001).
           05  FILLER REDEFINES SRCTXF.
               10  SRCTXA                  PIC  X(00001).
           05  SRCTXI                      PIC  X(00050).
           05  CLML                        PIC S9(00004) COMP.
           05  CLMF                        PIC  X(00001).
           05  FILLER REDEFINES CLMF.
               10  CLMA                    PIC  X(00001).
           05  CLMI                        PIC  X(00075).
           05  HISTL                       PIC S9(00004) COMP.
           05  HISTF                       PIC  X(00001).
           05  FILLER REDEFINES HISTF.
               10  HISTA                   PIC  X(00001).
           05  HISTI                       PIC  X(00075).
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
               10  MSGA                    PIC  X(00001).
           05  MSGI                        PIC  X(00079).
       01  PDDM777MO REDEFINES PDDM777MI.
           05  FILLER                      PIC X(00012).
           05  FILLER                      PIC  X(00003).
           05  TCNO                        PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  CRDIDO                      PIC  X(00020).
           05  FILLER                      PIC  X(00003).
           05  PROVIDO                     PIC  X(00015).
           05  FILLER                      PIC  X(00003).
           05  CALLTYO                     PIC  X(00001).
           05  FILLER                      PIC  X(00003).
           05  RSNCDO                      PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  RSLNCDO                     PIC  X(00004).
           05  FILLER                      PIC  X(00003).
           05  MINSO                       PIC  X(00003).
           05  FILLER                      PIC  X(00003).
           05  NOTE1O                      PIC  X(00070).
           05  FILLER                      PIC  X(00003).
           05  NOTE2O                      PIC  X(00070).
           05  FILLER                      PIC  X(00003).
           05  NOTE3O                      PIC  X(00070).
           05  FILLER                      PIC  X(00003).
           05  SRCTXO                      PIC  X(00050).
           05  FILLER                      PIC  X(00003).
           05  CLMO                        PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  HISTO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
