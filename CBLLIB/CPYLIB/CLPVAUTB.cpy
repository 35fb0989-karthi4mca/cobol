      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPVAUTB                                         *
      *      NAME:  C-PROV-AUD-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CHANGE AUDIT FOR C_PROV_MSTR_TB.  ONE ROW PER ADD, CHANGE,  *
      *   PAY-HOLD SET OR PAY-HOLD RELEASE FROM THE PHARMACY PROVIDER *
      *   MAINTENANCE SCREEN (PDDM7594, TRANID W772) WITH BEFORE AND  *
      *   AFTER IMAGES OF THE ENROLLMENT AND PAY-HOLD COLUMNS, THE    *
      *   OPERATOR AND A TIMESTAMP.  MODELED ON C_LOCKIN_AUD_TB       *
      *   (CLLKAUTB).                                                 *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPVAUTB-C-PROV-AUD-TB.
           05  CLPVAUTB-C-AUD-TS          PIC  X(00026).
           05  CLPVAUTB-C-AUD-USER-ID     PIC  X(00008).
           05  CLPVAUTB-C-AUD-SRC-CD      PIC  X(00005).
           05  CLPVAUTB-C-AUD-ACTN-CD     PIC  X(00001).
               88  CLPVAUTB-C-AUD-ADD            VALUE 'A'.
               88  CLPVAUTB-C-AUD-CHANGE         VALUE 'C'.
               88  CLPVAUTB-C-AUD-HOLD-SET       VALUE 'H'.
               88  CLPVAUTB-C-AUD-HOLD-RELEASE   VALUE 'R'.
           05  CLPVAUTB-C-PROV-ID         PIC  X(00015).
           05  CLPVAUTB-C-BEF-STAT-CD     PIC  X(00001).
           05  CLPVAUTB-C-BEF-BEG-DT      PIC  X(00010).
           05  CLPVAUTB-C-BEF-END-DT      PIC  X(00010).
           05  CLPVAUTB-C-BEF-NETWORK-ID  PIC  X(00006).
           05  CLPVAUTB-C-BEF-PROV-NAM    PIC  X(00030).
           05  CLPVAUTB-C-BEF-HOLD-CD     PIC  X(00001).
           05  CLPVAUTB-C-BEF-HOLD-BEG-DT PIC  X(00010).
           05  CLPVAUTB-C-BEF-HOLD-END-DT PIC  X(00010).
           05  CLPVAUTB-C-BEF-HOLD-RSN-CD PIC  X(00004).
           05  CLPVAUTB-C-AFT-STAT-CD     PIC  X(00001).
           05  CLPVAUTB-C-AFT-BEG-DT      PIC  X(00010).
           05  CLPVAUTB-C-AFT-END-DT      PIC  X(00010).
           05  CLPVAUTB-C-AFT-NETWORK-ID  PIC  X(00006).
           05  CLPVAUTB-C-AFT-PROV-NAM    PIC  X(00030).
           05  CLPVAUTB-C-AFT-HOLD-CD     PIC  X(00001).
           05  CLPVAUTB-C-AFT-HOLD-BEG-DT PIC  X(00010).
           05  CLPVAUTB-C-AFT-HOLD-END-DT PIC  X(00010).
           05  CLPVAUTB-C-AFT-HOLD-RSN-CD PIC  X(00004).
