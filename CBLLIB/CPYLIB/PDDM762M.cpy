      *   PROVIDER ID AND PAGE-FORWARD FLAG IN; A COUNT-BY-STATUS     *
      *   SUMMARY LINE, NINE ACTIVITY LINES (NEWEST FIRST), THE PAGE  *
      *   NUMBER AND AN OPERATOR MESSAGE LINE OUT.                    *
CR4221*   AN L IN THE LOG FIELD OPENS THE HELP-DESK CONTACT LOG       * CR4221
CR4221*   (PDDM7599) FOR THE ITEM ON THE SCREEN.                      * CR4221
      *                                                               *
      *****************************************************************
      *                                                               *
           05  FILLER REDEFINES PAGEF.
               10  PAGEA                   PIC  X(00001).
           05  PAGEI                       PIC  X(00005).
CR4221     05  LOGL                        PIC S9(00004) COMP.          CR4221
CR4221     05  LOGF                        PIC  X(00001).               CR4221
CR4221     05  FILLER REDEFINES LOGF.                                   CR4221
CR4221         10  LOGA                    PIC  X(00001).               CR4221
CR4221     05  LOGI                        PIC  X(00001).               CR4221
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
           05  ACT9O                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
           05  PAGEO                       PIC  ZZZZ9.
CR4221     05  FILLER                      PIC  X(00003).               CR4221
CR4221     05  LOGO                        PIC  X(00001).               CR4221
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
