      *****************************************************************
      *                                                               *
      *    MEMBER:  CLMPDCTB                                          *
      *      NAME:  C-MBR-PDC-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   MEDICATION ADHERENCE - PROPORTION OF DAYS COVERED.  ONE ROW *
      *   PER MEMBER PER MEASURED THERAPY CLASS PER MONTHLY RUN,      *
      *   KEYED BY THE AS-OF DATE (LAST DAY OF THE MONTH MEASURED).   *
      *   WRITTEN BY PDDB0041 FROM THE MEASUREMENT YEAR'S PAID FILLS  *
      *   OF THE LIST 7522 MAINTENANCE GCNS; READ BY PDDR0084 FOR THE *
      *   MEASURE REPORT AND THE OUTREACH EXTRACT.                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLMPDCTB-C-MBR-PDC-TB.
           05  CLMPDCTB-C-ASOF-DT         PIC  X(00010).
           05  CLMPDCTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLMPDCTB-B-SYS-ID          PIC S9(00009) COMP.
      *   THERAPY CLASS FROM THE 7522 ROW - STAT, RASA, DIAB.
           05  CLMPDCTB-C-THER-CLS-CD     PIC  X(00004).
      *   FIRST FILL IN THE YEAR AND THE FILLS COUNTED.
           05  CLMPDCTB-C-INDX-DT         PIC  X(00010).
           05  CLMPDCTB-C-FILL-CNT        PIC S9(00004) COMP.
      *   DAYS COVERED AND DAYS FROM THE INDEX DATE TO THE AS-OF DATE.
           05  CLMPDCTB-C-CVRD-DAYS-NUM   PIC S9(00004) COMP.
           05  CLMPDCTB-C-PRD-DAYS-NUM    PIC S9(00004) COMP.
           05  CLMPDCTB-C-PDC-PCT         PIC S9(00003)V9(00002)
                                                        COMP-3.
      *   BEST PDC STILL REACHABLE BY YEAR END IF FULLY ADHERENT.
           05  CLMPDCTB-C-MAX-PDC-PCT     PIC S9(00003)V9(00002)
                                                        COMP-3.
           05  CLMPDCTB-C-PDC-STAT-CD     PIC  X(00001).
               88  CLMPDCTB-C-PDC-ADHERENT       VALUE 'A'.
               88  CLMPDCTB-C-PDC-BELOW          VALUE 'B'.
               88  CLMPDCTB-C-PDC-UNREACHABLE    VALUE 'U'.
               88  CLMPDCTB-C-PDC-ONE-FILL       VALUE 'O'.
               88  CLMPDCTB-C-PDC-HOSPICE        VALUE 'H'.
               88  CLMPDCTB-C-PDC-LTC            VALUE 'L'.
               88  CLMPDCTB-C-PDC-IN-MEASURE     VALUE 'A' 'B' 'U'.
      *   PHARMACY AND PRESCRIBER OF THE MOST RECENT FILL.
           05  CLMPDCTB-C-PROV-ID         PIC  X(00015).
           05  CLMPDCTB-C-PRSC-ID         PIC  X(00015).
           05  CLMPDCTB-C-LST-FILL-DT     PIC  X(00010).
           05  CLMPDCTB-B-UPD-TS          PIC  X(00026).
