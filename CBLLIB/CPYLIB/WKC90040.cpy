      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90040                                         *
      *      NAME:  WK-9004-CALL-PARMS                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED BUSINESS PROCESSING-DATE     *
      *   ROUTINE (PDDS9004).  THE CALLER NAMES ITSELF AND MAY PASS   *
      *   AN OVERRIDE DATE FROM ITS OWN DATE CARD; PDDS9004 ANSWERS   *
      *   WITH THE BUSINESS DATE TO RUN FOR (OVERRIDE, ELSE THE       *
      *   PROCDATE CARD, ELSE G_PROC_DT_CTL_TB), THE PRIOR BUSINESS   *
      *   DATE, THE CYCLE NUMBER, AND THE LAST COMPLETE MONTH AND     *
      *   QUARTER BEFORE THE BUSINESS DATE FOR PROGRAMS WHOSE PERIOD  *
      *   CARD IS OMITTED.                                            *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9004-CALL-PARMS.
           05  WK-9004-PGM-ID             PIC  X(00008).
      *    CCYY-MM-DD FROM THE CALLER'S DATE CARD, SPACES = NONE.
           05  WK-9004-OVRD-DT            PIC  X(00010).
           05  WK-9004-REPLY-CD           PIC  X(00001).
               88  WK-9004-DATE-FROM-TABLE       VALUE 'T'.
               88  WK-9004-DATE-FROM-CARD        VALUE 'O'.
               88  WK-9004-NO-BUS-DT             VALUE 'N'.
           05  WK-9004-BUS-DT             PIC  X(00010).
           05  WK-9004-BUS-DT-YYYYMMDD    PIC  X(00008).
           05  WK-9004-PRIOR-BUS-DT       PIC  X(00010).
           05  WK-9004-CYCLE-NUM          PIC S9(00007) COMP-3.
           05  WK-9004-PRV-MO-BEG-DT      PIC  X(00010).
           05  WK-9004-PRV-MO-END-DT      PIC  X(00010).
           05  WK-9004-PRV-QTR-BEG-DT     PIC  X(00010).
           05  WK-9004-PRV-QTR-END-DT     PIC  X(00010).
           05  WK-9004-SQLCODE            PIC S9(00009) COMP.
