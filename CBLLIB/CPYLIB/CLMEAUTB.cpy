      *****************************************************************
      *                                                               *
      *    MEMBER:  CLMEAUTB                                         *
      *      NAME:  R-MBR-ELIG-AUD-TB                                 *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   MEMBER ELIGIBILITY CHANGE AUDIT.  ONE ROW PER SPAN ADD,     *
      *   EXTENSION, ALTERNATE-IDENTIFIER CORRECTION OR RELEASE BACK  *
      *   TO THE FEED MADE ON THE MEMBER ELIGIBILITY MAINTENANCE      *
      *   SCREEN (PDDM7598, TRANID W776) WITH BEFORE AND AFTER IMAGES *
      *   OF THE SPAN END DATE, ALTERNATE IDENTIFIERS AND SOURCE, THE *
      *   REASON CODE, THE CASEWORKER CONFIRMATION REFERENCE, THE     *
      *   OPERATOR AND A TIMESTAMP.  MODELED ON C_PROV_AUD_TB         *
      *   (CLPVAUTB).                                                 *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLMEAUTB-R-MBR-ELIG-AUD-TB.
           05  CLMEAUTB-B-AUD-TS          PIC  X(00026).
           05  CLMEAUTB-B-AUD-USER-ID     PIC  X(00008).
           05  CLMEAUTB-B-AUD-SRC-CD      PIC  X(00005).
           05  CLMEAUTB-B-AUD-ACTN-CD     PIC  X(00001).
               88  CLMEAUTB-B-AUD-ADD            VALUE 'A'.
               88  CLMEAUTB-B-AUD-EXTEND         VALUE 'E'.
               88  CLMEAUTB-B-AUD-ID-CORRECT     VALUE 'C'.
               88  CLMEAUTB-B-AUD-RELEASE        VALUE 'R'.
      *   WHY THE SPAN WAS CHANGED BY HAND:
      *     WTRM - MEMBER WRONGLY TERMINATED BY THE STATE
      *     RETR - RETROACTIVE ENROLLMENT NOT YET ON THE FEED
      *     IDCR - ALTERNATE IDENTIFIER CORRECTION
      *     FDOK - STATE FEED NOW CARRIES THE SPAN (RELEASE)
           05  CLMEAUTB-B-AUD-RSN-CD      PIC  X(00004).
               88  CLMEAUTB-B-RSN-VALID          VALUES 'WTRM' 'RETR'
                                                        'IDCR' 'FDOK'.
           05  CLMEAUTB-B-AUD-REF-TX      PIC  X(00020).
           05  CLMEAUTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLMEAUTB-B-SYS-ID          PIC S9(00009) COMP.
           05  CLMEAUTB-B-CRDHLDR-ID      PIC  X(00020).
           05  CLMEAUTB-B-ELIG-BEG-DT     PIC  X(00010).
           05  CLMEAUTB-B-BEF-END-DT      PIC  X(00010).
           05  CLMEAUTB-B-BEF-PAT-ID-CD   PIC  X(00002).
           05  CLMEAUTB-B-BEF-PAT-ID      PIC  X(00020).
           05  CLMEAUTB-B-BEF-MCAID-ID    PIC  X(00020).
           05  CLMEAUTB-B-BEF-SRC-CD      PIC  X(00001).
           05  CLMEAUTB-B-AFT-END-DT      PIC  X(00010).
           05  CLMEAUTB-B-AFT-PAT-ID-CD   PIC  X(00002).
           05  CLMEAUTB-B-AFT-PAT-ID      PIC  X(00020).
           05  CLMEAUTB-B-AFT-MCAID-ID    PIC  X(00020).
           05  CLMEAUTB-B-AFT-SRC-CD      PIC  X(00001).
