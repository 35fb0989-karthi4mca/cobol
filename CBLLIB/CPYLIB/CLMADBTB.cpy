      *****************************************************************
      *                                                               *
      *    MEMBER:  CLMADBTB                                         *
      *      NAME:  C-MASS-ADJ-BTCH-TB                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   RETROACTIVE MASS ADJUSTMENT BATCH.  ONE ROW PER CHANGE CARD *
      *   RUN THROUGH PDDB0026 - A BACKDATED PRICING OR COVERAGE      *
      *   CHANGE IDENTIFIED BY A G_LIST_DTL_TB LIST NUMBER OR BY A    *
      *   SET OF GCNS, AND THE SERVICE DATES IT REACHES BACK OVER.    *
      *   THE AFFECTED PAID CLAIMS ARE RE-ADJUDICATED AND EVERY ONE   *
      *   WHOSE PAID AMOUNT CHANGES IS STAGED ON C_MASS_ADJ_CLM_TB.   *
      *   NOTHING REACHES THE PAYMENT CYCLE UNTIL FINANCE SIGNS OFF   *
      *   THE NET DOLLARS AND PDDB0027 RELEASES THE BATCH.            *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLMADBTB-C-MASS-ADJ-BTCH-TB.
           05  CLMADBTB-C-ADJ-BTCH-NUM    PIC S9(00009) COMP.
      *    L = EVERY GCN ON A G_LIST_DTL_TB LIST, G = KEYED GCN SET.
           05  CLMADBTB-C-CHG-TY-CD       PIC  X(00001).
               88  CLMADBTB-C-CHG-LIST           VALUE 'L'.
               88  CLMADBTB-C-CHG-GCN-SET        VALUE 'G'.
           05  CLMADBTB-G-LIST-NUM        PIC  X(00004).
           05  CLMADBTB-C-GCN-CNT-NUM     PIC S9(00004) COMP.
           05  CLMADBTB-C-EFF-BEG-DT      PIC  X(00010).
           05  CLMADBTB-C-EFF-END-DT      PIC  X(00010).
           05  CLMADBTB-C-CHG-DESC-TX     PIC  X(00040).
      *    B = BEING BUILT, S = STAGED AWAITING FINANCE SIGN-OFF,
      *    R = RELEASED TO THE PAYMENT CYCLE, X = CANCELLED.
           05  CLMADBTB-C-BTCH-STAT-CD    PIC  X(00001).
               88  CLMADBTB-C-BTCH-BUILDING      VALUE 'B'.
               88  CLMADBTB-C-BTCH-STAGED        VALUE 'S'.
               88  CLMADBTB-C-BTCH-RELEASED      VALUE 'R'.
               88  CLMADBTB-C-BTCH-CANCELLED     VALUE 'X'.
      *    CLAIMS RE-ADJUDICATED, CLAIMS STAGED (PAID AMOUNT CHANGED),
      *    STAGED REBILLS THAT NOW DENY, AND MODULE FAILURES.
           05  CLMADBTB-C-SLCT-CNT-NUM    PIC S9(00009) COMP.
           05  CLMADBTB-C-ADJ-CNT-NUM     PIC S9(00009) COMP.
           05  CLMADBTB-C-DENY-CNT-NUM    PIC S9(00009) COMP.
           05  CLMADBTB-C-ERR-CNT-NUM     PIC S9(00009) COMP.
           05  CLMADBTB-C-ORIG-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLMADBTB-C-NEW-AMT         PIC S9(00009)V9(00002) COMP-3.
           05  CLMADBTB-C-NET-AMT         PIC S9(00009)V9(00002) COMP-3.
           05  CLMADBTB-C-RQST-USER-ID    PIC  X(00008).
           05  CLMADBTB-C-BUILD-TS        PIC  X(00026).
      *    FINANCE SIGN-OFF - WHO, WHEN AND THE NET THEY APPROVED.
           05  CLMADBTB-C-APRV-USER-ID    PIC  X(00008).
           05  CLMADBTB-C-APRV-TS         PIC  X(00026).
           05  CLMADBTB-C-APRV-NET-AMT    PIC S9(00009)V9(00002) COMP-3.
      *    AT RELEASE - CLAIMS RELEASED, AND CLAIMS HELD BACK BECAUSE
      *    THEY NO LONGER PRICE THE WAY THEY WERE STAGED.
           05  CLMADBTB-C-RLSE-CNT-NUM    PIC S9(00009) COMP.
           05  CLMADBTB-C-CHG-CNT-NUM     PIC S9(00009) COMP.
