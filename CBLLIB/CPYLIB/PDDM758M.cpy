      *   WAS.  ONE TCN INPUT FIELD; EIGHT RAW-VS-FORMATTED TRACE     *
      *   LINES, SIX EXCEPTION LINES, THE PLAIN-ENGLISH DENIAL        *
      *   REASON AND AN OPERATOR MESSAGE LINE ON OUTPUT.              *
CR4200*   THE DATE THE PRESCRIPTION WAS WRITTEN FOLLOWS THE TRACE     * CR4200
CR4200*   LINES.                                                      * CR4200
CR4221*   AN L IN THE LOG FIELD OPENS THE HELP-DESK CONTACT LOG       * CR4221
CR4221*   (PDDM7599) FOR THE ITEM ON THE SCREEN.                      * CR4221
      *                                                               *
      *****************************************************************
      *                                                               *
           05  FILLER REDEFINES TRC8F.
               10  TRC8A                   PIC  X(00001).
           05  TRC8I                       PIC  X(00070).
CR4200     05  RXWDTL                      PIC S9(00004) COMP.          CR4200
CR4200     05  RXWDTF                      PIC  X(00001).               CR4200
CR4200     05  FILLER REDEFINES RXWDTF.                                 CR4200
CR4200         10  RXWDTA                  PIC  X(00001).               CR4200
CR4200     05  RXWDTI                      PIC  X(00010).               CR4200
           05  EXC1L                       PIC S9(00004) COMP.
           05  EXC1F                       PIC  X(00001).
           05  FILLER REDEFINES EXC1F.
           05  FILLER REDEFINES DNLRSNF.
               10  DNLRSNA                 PIC  X(00001).
           05  DNLRSNI                     PIC  X(00060).
CR4221     05  LOGL                        PIC S9(00004) COMP.          CR4221
CR4221     05  LOGF                        PIC  X(00001).               CR4221
CR4221     05  FILLER REDEFINES LOGF.                                   CR4221
CR4221         10  LOGA                    PIC  X(00001).               CR4221
CR4221     05  LOGI                        PIC  X(00001).               CR4221
           05  MSGL                        PIC S9(00004) COMP.
           05  MSGF                        PIC  X(00001).
           05  FILLER REDEFINES MSGF.
           05  TRC7O                       PIC  X(00070).
           05  FILLER                      PIC  X(00003).
           05  TRC8O                       PIC  X(00070).
CR4200     05  FILLER                      PIC  X(00003).               CR4200
CR4200     05  RXWDTO                      PIC  X(00010).               CR4200
           05  FILLER                      PIC  X(00003).
           05  EXC1O                       PIC  X(00040).
           05  FILLER                      PIC  X(00003).
           05  EXC6O                       PIC  X(00040).
           05  FILLER                      PIC  X(00003).
           05  DNLRSNO                     PIC  X(00060).
CR4221     05  FILLER                      PIC  X(00003).               CR4221
CR4221     05  LOGO                        PIC  X(00001).               CR4221
           05  FILLER                      PIC  X(00003).
           05  MSGO                        PIC  X(00079).
