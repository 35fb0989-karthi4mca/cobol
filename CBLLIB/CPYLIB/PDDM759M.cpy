      *   BENEFIT-YTD LINES, THE FAMILY TOTAL, THE INDIVIDUAL AND     *
      *   FAMILY THRESHOLD LINES AND AN OPERATOR MESSAGE LINE ON      *
      *   OUTPUT.                                                     *
CR4221*   AN L IN THE LOG FIELD OPENS THE HELP-DESK CONTACT LOG       * CR4221
CR4221*   (PDDM7599) FOR THE ITEM ON THE SCREEN.                      * CR4221
      *                                                               *
      *****************************************************************
      *                                                               *
           05  FILLER REDEFINES THRFAMF.
               10  THRFAMA                 PIC  X(00001).
           05  THRFAMI                     PIC  X(00070).
CR4221     05  LOGL                        PIC S9(00004) COMP.          CR4221
CR4221     05  LOGF                        PIC  X(00001).               CR4221
CR4221     05  FILLER REDEFINES LOGF.                                   CR4221
CR4221         10  LOGA                    PIC  X(00001).               CR4221
CR4221     05  LOGI                        PIC  X(00001).               CR4221
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
           05  THRINDO                     PIC  X(00070).
           05  FILLER                      PIC  X(00003).
           05  THRFAMO                     PIC  X(00070).
CR4221     05  FILLER                      PIC  X(00003).               CR4221
CR4221     05  LOGO                        PIC  X(00001).               CR4221
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
