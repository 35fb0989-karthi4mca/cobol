      *****************************************************************
      *                                                               *
      *    MEMBER:  CLSMAUTB                                         *
      *      NAME:  R-STATE-MAC-AUD-TB                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CHANGE AUDIT FOR R_STATE_MAC_TB.  ONE ROW PER ADD/CHANGE/   *
      *   END-DATE FROM THE STATE MAC SCREEN (PDDM7587, TRANID W765)  *
      *   AND PER SPAN CLOSED OR OPENED BY AN APPROVED MAC APPEAL     *
      *   (PDDM7588, TRANID W766), WITH BEFORE AND AFTER IMAGES, THE  *
      *   OPERATOR AND A TIMESTAMP.  MODELED ON C_LOCKIN_AUD_TB       *
      *   (CLLKAUTB).                                                 *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLSMAUTB-R-STATE-MAC-AUD-TB.
           05  CLSMAUTB-R-AUD-TS          PIC  X(00026).
           05  CLSMAUTB-R-AUD-USER-ID     PIC  X(00008).
           05  CLSMAUTB-R-AUD-SRC-CD      PIC  X(00005).
           05  CLSMAUTB-R-AUD-ACTN-CD     PIC  X(00001).
               88  CLSMAUTB-R-AUD-ADD            VALUE 'A'.
               88  CLSMAUTB-R-AUD-CHANGE         VALUE 'C'.
               88  CLSMAUTB-R-AUD-END-DATE       VALUE 'E'.
           05  CLSMAUTB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
           05  CLSMAUTB-R-MAC-BEG-DT      PIC  X(00010).
           05  CLSMAUTB-R-BEF-UNIT-PRICE  PIC S9(00006)V9(00005)
                                          COMP-3.
           05  CLSMAUTB-R-BEF-END-DT      PIC  X(00010).
           05  CLSMAUTB-R-AFT-UNIT-PRICE  PIC S9(00006)V9(00005)
                                          COMP-3.
           05  CLSMAUTB-R-AFT-END-DT      PIC  X(00010).
           05  CLSMAUTB-R-MAC-APPEAL-NUM  PIC S9(00009) COMP.
