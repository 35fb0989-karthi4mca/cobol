      *   I), CHANNEL, REASON, REVIEWER AND DECISION IN; THE CASE     *
      *   FIELDS, THREE CLAIM-EXCEPTION CONTEXT LINES AND AN          *
      *   OPERATOR MESSAGE LINE OUT.                                  *
CR4228*   CLOSING AS OVERTURNED NAMES THE EXCEPTION OVERTURNED IN     * CR4228
CR4228*   OVEXC (BLANK TAKES THE CLAIM'S ONLY DENYING EXCEPTION).     * CR4228
      *                                                               *
      *****************************************************************
      *                                                               *
           05  FILLER REDEFINES DECCDF.
               10  DECCDA                  PIC  X(00001).
           05  DECCDI                      PIC  X(00001).
CR4228     05  OVEXCL                      PIC S9(00004) COMP.          CR4228
CR4228     05  OVEXCF                      PIC  X(00001).               CR4228
CR4228     05  FILLER REDEFINES OVEXCF.                                 CR4228
CR4228         10  OVEXCA                  PIC  X(00001).               CR4228
CR4228     05  OVEXCI                      PIC  X(00004).               CR4228
           05  CASEL                       PIC S9(00004) COMP.
           05  CASEF                       PIC  X(00001).
           05  FILLER REDEFINES CASEF.
           05  RVWRO                       PIC  X(00008).
           05  FILLER                      PIC  X(00003).
           05  DECCDO                      PIC  X(00001).
CR4228     05  FILLER                      PIC  X(00003).               CR4228
CR4228     05  OVEXCO                      PIC  X(00004).               CR4228
           05  FILLER                      PIC  X(00003).
           05  CASEO                       PIC  X(00075).
           05  FILLER                      PIC  X(00003).
