      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPADATB                                         *
      *      NAME:  C-PA-DCSN-AUD-TB                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PRIOR-AUTHORIZATION DECISION AUDIT.  ONE ROW PER APPROVE OR *
      *   DENY MADE FROM THE PA UNIT WORK QUEUE (PDDM7596, TRANID     *
      *   W774) WITH BEFORE AND AFTER IMAGES OF THE STATUS, DATES     *
      *   AND AUTHORIZED QUANTITY ON C_PRIOR_AUTH_TB, THE DENIAL      *
      *   REASON, THE REVIEWER AND A TIMESTAMP.  MODELED ON           *
      *   C_LOCKIN_AUD_TB (CLLKAUTB).                                 *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPADATB-C-PA-DCSN-AUD-TB.
           05  CLPADATB-C-AUD-TS          PIC  X(00026).
           05  CLPADATB-C-AUD-USER-ID     PIC  X(00008).
           05  CLPADATB-C-AUD-SRC-CD      PIC  X(00005).
           05  CLPADATB-C-AUD-ACTN-CD     PIC  X(00001).
               88  CLPADATB-C-AUD-APPROVE        VALUE 'A'.
               88  CLPADATB-C-AUD-DENY           VALUE 'D'.
           05  CLPADATB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLPADATB-B-SYS-ID          PIC S9(00009) COMP.
           05  CLPADATB-C-PA-AUTH-NUM     PIC  X(00020).
           05  CLPADATB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
           05  CLPADATB-C-BEF-STAT-CD     PIC  X(00001).
           05  CLPADATB-C-BEF-BEG-DT      PIC  X(00010).
           05  CLPADATB-C-BEF-END-DT      PIC  X(00010).
           05  CLPADATB-C-BEF-AUTH-QTY    PIC S9(00008)V9(00003)
                                          COMP-3.
           05  CLPADATB-C-AFT-STAT-CD     PIC  X(00001).
           05  CLPADATB-C-AFT-BEG-DT      PIC  X(00010).
           05  CLPADATB-C-AFT-END-DT      PIC  X(00010).
           05  CLPADATB-C-AFT-AUTH-QTY    PIC S9(00008)V9(00003)
                                          COMP-3.
           05  CLPADATB-C-DENY-RSN-CD     PIC  X(00004).
