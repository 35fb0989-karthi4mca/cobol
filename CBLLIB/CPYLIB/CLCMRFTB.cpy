      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCMRFTB                                          *
      *      NAME:  C-CM-RFRL-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CARE-MANAGEMENT REFERRALS.  ONE ROW PER MEMBER REFERRED TO  *
      *   THE CARE-MANAGEMENT VENDOR BY THE DAILY REFERRAL FILE       *
      *   (PDDR0082), WITH THE SCORE AND THE CLINICAL SIGNALS BEHIND  *
      *   IT AND THE FILE GENERATION IT WENT OUT IN.  THE VENDOR'S    *
      *   RETURN FILE (PDDB0040) MARKS IT ACCEPTED OR DECLINED.  A    *
      *   MEMBER WITH A ROW INSIDE THE SUPPRESSION PERIOD IS NOT      *
      *   REFERRED AGAIN.  PDDR0083 REPORTS THE WEEK'S REFERRALS.     *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCMRFTB-C-CM-RFRL-TB.
           05  CLCMRFTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLCMRFTB-B-SYS-ID          PIC S9(00009) COMP.
           05  CLCMRFTB-C-RFRL-DT         PIC  X(00010).
           05  CLCMRFTB-C-RFRL-SCORE-NUM  PIC S9(00004) COMP.
      *   HIGHEST-WEIGHTED SIGNAL PRESENT - MME, DUPL, DDI, EMRG, HSPC.
           05  CLCMRFTB-C-PRIM-SGNL-CD    PIC  X(00004).
      *   SIGNAL EVENTS COUNTED IN THE SCORING WINDOW, BY TYPE.
           05  CLCMRFTB-C-MME-SGNL-CNT    PIC S9(00004) COMP.
           05  CLCMRFTB-C-DUPL-SGNL-CNT   PIC S9(00004) COMP.
           05  CLCMRFTB-C-DDI-SGNL-CNT    PIC S9(00004) COMP.
           05  CLCMRFTB-C-EMRG-SGNL-CNT   PIC S9(00004) COMP.
           05  CLCMRFTB-C-HSPC-SGNL-CNT   PIC S9(00004) COMP.
           05  CLCMRFTB-C-RFRL-STAT-CD    PIC  X(00001).
               88  CLCMRFTB-C-RFRL-SENT          VALUE 'S'.
               88  CLCMRFTB-C-RFRL-ACCEPTED      VALUE 'A'.
               88  CLCMRFTB-C-RFRL-DECLINED      VALUE 'D'.
      *   G_OUT_FILE_MNFST_TB GENERATION THE REFERRAL WENT OUT IN.
           05  CLCMRFTB-C-GEN-NM          PIC  X(00044).
           05  CLCMRFTB-C-VNDR-RSN-CD     PIC  X(00004).
           05  CLCMRFTB-C-VNDR-RSN-TX     PIC  X(00040).
           05  CLCMRFTB-C-VNDR-RESP-DT    PIC  X(00010).
           05  CLCMRFTB-B-UPD-TS          PIC  X(00026).
