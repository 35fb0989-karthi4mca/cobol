      *****************************************************************
      *                                                               *
      *    MEMBER:  CLMADCTB                                         *
      *      NAME:  C-MASS-ADJ-CLM-TB                                 *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   RETROACTIVE MASS ADJUSTMENT CLAIMS.  ONE ROW PER PAID CLAIM *
      *   OF A C_MASS_ADJ_BTCH_TB BATCH WHOSE PAID AMOUNT CHANGED     *
      *   WHEN PDDB0026 RE-RAN IT THROUGH THE DUAL MODULE AS A REBILL *
      *   (B3): THE ORIGINAL AND NEW PAID AMOUNTS, WHETHER THE REBILL *
      *   STILL PAYS, AND THE TRANSMISSION IMAGE THAT PRODUCED IT.    *
      *   ON RELEASE PDDB0027 DRIVES THE IMAGE AGAIN - THE REBILL, OR *
      *   A REVERSAL (B2) WHEN IT NOW DENIES - AND THE PAYMENT CYCLE  *
      *   (PDDR0041) PAYS THE REVERSAL OF THE ORIGINAL AND THE REBILL *
      *   AND STAMPS THE ROW WITH ITS CYCLE END DATE.                 *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLMADCTB-C-MASS-ADJ-CLM-TB.
           05  CLMADCTB-C-ADJ-BTCH-NUM    PIC S9(00009) COMP.
           05  CLMADCTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLMADCTB-C-ORIG-TCN-NUM    PIC S9(00017) COMP-3.
           05  CLMADCTB-C-BLNG-PROV-ID    PIC  X(00015).
           05  CLMADCTB-C-RX-SVC-REF-NUM  PIC S9(00012) COMP-3.
           05  CLMADCTB-C-HDR-SVC-FST-DT  PIC  X(00010).
           05  CLMADCTB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
           05  CLMADCTB-C-BAT-PYMT-TY-CD  PIC  X(00001).
           05  CLMADCTB-C-ORIG-PAID-AMT   PIC S9(00009)V9(00002) COMP-3.
           05  CLMADCTB-C-NEW-PAID-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLMADCTB-C-NET-AMT         PIC S9(00009)V9(00002) COMP-3.
      *    HOW THE REBILL ADJUDICATED - P = PAYS THE NEW AMOUNT,
      *    D = DENIES (THE ORIGINAL IS REVERSED, NOTHING REPLACES IT).
           05  CLMADCTB-C-NEW-STAT-CD     PIC  X(00001).
               88  CLMADCTB-C-NEW-PAID           VALUE 'P'.
               88  CLMADCTB-C-NEW-DENIED         VALUE 'D'.
      *    W = SELECTED, WAITING TO BE RE-ADJUDICATED, E = THE DUAL
      *    MODULE FAILED ON IT (NOT ADJUSTED), S = STAGED, R = RELEASED,
      *    C = NOT RELEASED - NO LONGER PRICES AS STAGED, X = BATCH
      *    CANCELLED.
           05  CLMADCTB-C-ADJ-STAT-CD     PIC  X(00001).
               88  CLMADCTB-C-ADJ-WAITING        VALUE 'W'.
               88  CLMADCTB-C-ADJ-MDUL-ERR       VALUE 'E'.
               88  CLMADCTB-C-ADJ-STAGED         VALUE 'S'.
               88  CLMADCTB-C-ADJ-RELEASED       VALUE 'R'.
               88  CLMADCTB-C-ADJ-CHANGED        VALUE 'C'.
               88  CLMADCTB-C-ADJ-CANCELLED      VALUE 'X'.
           05  CLMADCTB-C-NEW-TCN-NUM     PIC S9(00017) COMP-3.
           05  CLMADCTB-C-RLSE-TS         PIC  X(00026).
      *    STAMPED BY THE PAYMENT CYCLE THAT TOOK THE ADJUSTMENT.  Y =
      *    THAT CYCLE PAID THE REVERSAL AND REBILL (THE ORIGINAL WAS
      *    PAID IN AN EARLIER CYCLE), N = THE SERVICE DATE FELL IN THE
      *    CYCLE ITSELF, SO ONLY THE REBILL WAS EVER PAID.
           05  CLMADCTB-C-DSBR-CYC-END-DT PIC  X(00010).
           05  CLMADCTB-C-RVRS-DSBR-IND   PIC  X(00001).
               88  CLMADCTB-C-RVRS-DISBURSED     VALUE 'Y'.
           05  CLMADCTB-C-NCPDP-IMAGE     PIC  X(30000).
