      *****************************************************************
      *                                                               *
      *    MEMBER:  CLLKCDTB                                          *
      *      NAME:  C-LKIN-CAND-TB                                    *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   LOCK-IN CANDIDATE QUEUE.  ONE ROW PER MEMBER THE MONTHLY    *
      *   SHOPPING-PATTERN SCAN (PDDB0042) PUT FORWARD, WITH THE      *
      *   90-DAY CONTROLLED-SUBSTANCE EVIDENCE, THE SCORE, AND THE    *
      *   PHARMACY AND PRESCRIBER THE MEMBER USED MOST - THE PROPOSED *
      *   LOCK-IN ASSIGNMENT FOR PROGRAM INTEGRITY TO KEY INTO        *
      *   PDDM7582.  PDDR0085 REPORTS THE QUEUE.                      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLLKCDTB-C-LKIN-CAND-TB.
           05  CLLKCDTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLLKCDTB-B-SYS-ID          PIC S9(00009) COMP.
           05  CLLKCDTB-C-CAND-DT         PIC  X(00010).
           05  CLLKCDTB-C-CRDHLDR-ID      PIC  X(00020).
      *   THE 90 DAYS SCANNED, ENDING ON THE CANDIDATE DATE.
           05  CLLKCDTB-C-WNDW-BEG-DT     PIC  X(00010).
           05  CLLKCDTB-C-CS-CLM-CNT      PIC S9(00004) COMP.
           05  CLLKCDTB-C-PRSC-CNT        PIC S9(00004) COMP.
           05  CLLKCDTB-C-PHRM-CNT        PIC S9(00004) COMP.
           05  CLLKCDTB-C-ERLY-RFL-CNT    PIC S9(00004) COMP.
           05  CLLKCDTB-C-RVSL-CNT        PIC S9(00004) COMP.
           05  CLLKCDTB-C-MME-DAY-AMT     PIC S9(00005)V9(00002)
                                                        COMP-3.
      *   THRESHOLDS MET (LIST 7539).
           05  CLLKCDTB-C-CAND-SCORE-NUM  PIC S9(00004) COMP.
      *   PROPOSED LOCK-IN - THE MOST-USED PHARMACY AND PRESCRIBER.
           05  CLLKCDTB-C-PROP-PROV-ID    PIC  X(00015).
           05  CLLKCDTB-C-PROP-PRSC-ID    PIC  X(00015).
           05  CLLKCDTB-C-CAND-STAT-CD    PIC  X(00001).
               88  CLLKCDTB-C-CAND-QUEUED        VALUE 'Q'.
               88  CLLKCDTB-C-CAND-LOCKED-IN     VALUE 'L'.
           05  CLLKCDTB-B-UPD-TS          PIC  X(00026).
