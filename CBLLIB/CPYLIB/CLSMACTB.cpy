      *****************************************************************
      *                                                               *
      *    MEMBER:  CLSMACTB                                         *
      *      NAME:  R-STATE-MAC-TB                                    *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   IN-HOUSE STATE MAXIMUM ALLOWABLE COST LIST.  ONE ROW PER    *
      *   GCN PER EFFECTIVE SPAN CARRYING THE MAC UNIT PRICE.  READ   *
      *   BY THE CLAIM EDIT MODULE (CONDU, S958) AT THE DATE OF       *
      *   SERVICE AND FED TO THE WL-807 COMMAREA AHEAD OF THE VENDOR  *
      *   MAC.  MAINTAINED FROM THE STATE MAC SCREEN (PDDM7587,       *
      *   TRANID W765); AN APPROVED PHARMACY MAC APPEAL (PDDM7588,    *
      *   TRANID W766) CLOSES THE CURRENT SPAN AND OPENS A NEW ONE    *
      *   AT THE APPEALED PRICE.  EVERY CHANGE IS AUDITED ON          *
      *   R_STATE_MAC_AUD_TB (CLSMAUTB).                              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLSMACTB-R-STATE-MAC-TB.
           05  CLSMACTB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
           05  CLSMACTB-R-MAC-BEG-DT      PIC  X(00010).
           05  CLSMACTB-R-MAC-END-DT      PIC  X(00010).
           05  CLSMACTB-R-MAC-UNIT-PRICE  PIC S9(00006)V9(00005)
                                          COMP-3.
      *    M = KEYED ON THE MAINTENANCE SCREEN, A = SET BY AN
      *    APPROVED MAC APPEAL (R-MAC-APPEAL-NUM NAMES THE APPEAL).
           05  CLSMACTB-R-MAC-SRC-CD      PIC  X(00001).
               88  CLSMACTB-R-MAC-SRC-MANUAL     VALUE 'M'.
               88  CLSMACTB-R-MAC-SRC-APPEAL     VALUE 'A'.
           05  CLSMACTB-R-MAC-APPEAL-NUM  PIC S9(00009) COMP.
           05  CLSMACTB-R-UPD-USER-ID     PIC  X(00008).
           05  CLSMACTB-R-UPD-TS          PIC  X(00026).
