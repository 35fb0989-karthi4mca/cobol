      *****************************************************************
      *                                                               *
      *    MEMBER:  CLEVLGTB                                          *
      *      NAME:  C-CLM-EVT-LOG-TB                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   ADJUDICATED-CLAIM EVENTS PUBLISHED.  ONE ROW PER EVENT PUT  *
      *   ON THE PDD.CLAIM.ADJUD.EVENT QUEUE - BY THE RESPONSE        *
      *   BUILDER (PDDC9880) IN THE CLAIM'S OWN UNIT OF WORK, OR BY   *
      *   THE RETRY JOB (PDDB0039) FOR ONE THAT FIRST WENT TO         *
      *   C_CLM_EVT_RTRY_TB.  PDDR0081 BALANCES THESE ROWS AGAINST    *
      *   THE C_NCP_TXMIT_LOG_TB COMPLETIONS.                         *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLEVLGTB-C-CLM-EVT-LOG-TB.
           05  CLEVLGTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLEVLGTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
      *   WHEN THE CLAIM WAS ADJUDICATED (THE EVENT'S OWN TIMESTAMP).
           05  CLEVLGTB-C-EVT-TS          PIC  X(00026).
           05  CLEVLGTB-C-EVT-PUB-TS      PIC  X(00026).
           05  CLEVLGTB-C-EVT-PUB-SRC-CD  PIC  X(00001).
               88  CLEVLGTB-C-PUB-AT-POS         VALUE 'P'.
               88  CLEVLGTB-C-PUB-ON-RETRY       VALUE 'R'.
           05  CLEVLGTB-C-CLM-STAT-CD     PIC  X(00001).
