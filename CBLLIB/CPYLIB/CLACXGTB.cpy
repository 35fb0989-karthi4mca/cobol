      *****************************************************************
      *                                                               *
      *    MEMBER:  CLACXGTB                                          *
      *      NAME:  C-ACCUM-XCHG-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   INTEGRATED ACCUMULATOR EXCHANGE WITH THE MEDICAL CARRIER.   *
      *   ONE ROW PER MEMBER RECORD SENT ON THE DAILY ACCMOUT FILE    *
      *   (PDDB0048 - THE PHARMACY DEDUCTIBLE AND OUT-OF-POCKET       *
      *   APPLIED THAT DAY, NET OF REVERSALS) AND ONE PER RECORD      *
      *   RECEIVED ON THE CARRIER'S ACCMIN FILE (PDDB0049 - THE       *
      *   MEDICAL AMOUNTS, APPLIED TO B_BENEFIT_TB THROUGH PDDS9009   *
      *   OR REJECTED WITH THE REASON, AND THE CARRIER'S OWN          *
      *   INTEGRATED YEAR-TO-DATE FIGURES).  PDDB0049 RECONCILES THE  *
      *   TWO SIDES' TOTALS; PDDR0089 REPORTS MEMBERS OUT OF BALANCE. *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLACXGTB-C-ACCUM-XCHG-TB.
           05  CLACXGTB-C-XCHG-DIR-CD     PIC  X(00001).
               88  CLACXGTB-C-XCHG-OUTBOUND      VALUE 'O'.
               88  CLACXGTB-C-XCHG-INBOUND       VALUE 'I'.
           05  CLACXGTB-G-BUS-DT          PIC  X(00010).
      *   DETAIL RECORD NUMBER WITHIN THE DAY'S FILE.
           05  CLACXGTB-C-XCHG-REC-NUM    PIC S9(00009) COMP.
           05  CLACXGTB-C-CARR-ID         PIC  X(00010).
      *   THE CARRIER'S OWN RECORD ID (INBOUND) - A RECORD ALREADY
      *   APPLIED IS NEVER APPLIED AGAIN.
           05  CLACXGTB-C-CARR-REF-TX     PIC  X(00020).
           05  CLACXGTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLACXGTB-B-SYS-ID          PIC S9(00009) COMP.
           05  CLACXGTB-B-CRDHLDR-ID      PIC  X(00020).
           05  CLACXGTB-R-GROUP-ID        PIC  X(00008).
           05  CLACXGTB-B-YR-ID           PIC  X(00004).
      *   SIGNED - A DAY OF REVERSALS SENDS A NEGATIVE AMOUNT.
           05  CLACXGTB-C-DED-AMT         PIC S9(00009)V9(00002)
                                                        COMP-3.
           05  CLACXGTB-C-OOP-AMT         PIC S9(00009)V9(00002)
                                                        COMP-3.
           05  CLACXGTB-C-XCHG-STAT-CD    PIC  X(00001).
               88  CLACXGTB-C-XCHG-SENT          VALUE 'S'.
               88  CLACXGTB-C-XCHG-APPLIED       VALUE 'A'.
               88  CLACXGTB-C-XCHG-REJECTED      VALUE 'R'.
           05  CLACXGTB-C-RJCT-RSN-TX     PIC  X(00024).
      *   INBOUND ONLY - THE CARRIER'S INTEGRATED (MEDICAL PLUS
      *   PHARMACY) YEAR-TO-DATE FIGURES, AND THE LAST ACCMOUT
      *   BUSINESS DATE THE CARRIER HAD LOADED WHEN IT CUT THEM.
           05  CLACXGTB-C-CARR-YTD-DED-AMT
                                          PIC S9(00009)V9(00002)
                                                        COMP-3.
           05  CLACXGTB-C-CARR-YTD-OOP-AMT
                                          PIC S9(00009)V9(00002)
                                                        COMP-3.
           05  CLACXGTB-C-PHRM-THRU-DT    PIC  X(00010).
           05  CLACXGTB-G-AUD-TS          PIC  X(00026).
