      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPDESTB                                         *
      *      NAME:  C-PDE-SUBM-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PART D PDE SUBMISSION STATUS.  ONE ROW PER CLAIM (TCN) EVER *
      *   SENT TO CMS ON THE PDDR0044 PDE FILE: THE LAST ACTION SENT  *
      *   (ORIGINAL, ADJUSTMENT OR DELETE) WITH THE VALUES SENT, AND  *
      *   THE DISPOSITION FROM THE CMS RETURN FILE LOADED BY          *
      *   PDDB0034.  A REJECTED PDE STAYS OPEN (ITS ERROR CODES ARE   *
      *   ON C_PDE_ERR_TB) UNTIL A CORRECTED VERSION IS ACCEPTED; THE *
      *   NEXT PDDR0044 RUN SENDS CORRECTIONS AS RESUBMISSIONS,       *
      *   ADJUSTMENTS OR DELETES.                                     *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPDESTB-C-PDE-SUBM-TB.
           05  CLPDESTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLPDESTB-B-SYS-ID          PIC S9(00009) COMP.
      *    S = SENT, AWAITING THE CMS RETURN; A = ACCEPTED;
      *    R = REJECTED; D = DELETED AT CMS; X = CLOSED (REJECTED,
      *    CLAIM NO LONGER PAID AND NOTHING HELD AT CMS).
           05  CLPDESTB-C-PDE-STAT-CD     PIC  X(00001).
               88  CLPDESTB-SENT                 VALUE 'S'.
               88  CLPDESTB-ACCEPTED             VALUE 'A'.
               88  CLPDESTB-REJECTED             VALUE 'R'.
               88  CLPDESTB-DELETED              VALUE 'D'.
               88  CLPDESTB-CLOSED               VALUE 'X'.
      *    LAST ACTION SENT - O ORIGINAL, A ADJUSTMENT, D DELETE.
           05  CLPDESTB-C-PDE-ACTN-CD     PIC  X(00001).
               88  CLPDESTB-ACTN-ORIGINAL        VALUE 'O'.
               88  CLPDESTB-ACTN-ADJUST          VALUE 'A'.
               88  CLPDESTB-ACTN-DELETE          VALUE 'D'.
      *    Y WHEN CMS HOLDS AN ACCEPTED VERSION OF THIS PDE.
           05  CLPDESTB-C-PDE-ACPT-IND    PIC  X(00001).
               88  CLPDESTB-HELD-AT-CMS          VALUE 'Y'.
      *    CORRECTION REQUESTED BY THE PDE ERROR TEAM (PDECORR) -
      *    R RESEND AS IS, D DELETE; BLANK = NONE.
           05  CLPDESTB-C-PDE-CORR-CD     PIC  X(00001).
               88  CLPDESTB-CORR-RESEND          VALUE 'R'.
               88  CLPDESTB-CORR-DELETE          VALUE 'D'.
           05  CLPDESTB-C-PDE-SENT-DT     PIC  X(00010).
           05  CLPDESTB-C-PDE-SENT-CNT    PIC S9(00004) COMP.
           05  CLPDESTB-C-PDE-NDC-NUM     PIC S9(00011) COMP-3.
           05  CLPDESTB-C-PDE-SVC-DT      PIC  X(00010).
           05  CLPDESTB-C-PDE-PAID-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLPDESTB-C-PDE-DED-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  CLPDESTB-C-PDE-INIT-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLPDESTB-C-PDE-GAP-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  CLPDESTB-C-PDE-CAT-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  CLPDESTB-C-PDE-OTH-PYR-AMT PIC S9(00009)V9(00002) COMP-3.
           05  CLPDESTB-C-PDE-RTN-DT      PIC  X(00010).
           05  CLPDESTB-C-PDE-ERR-CNT     PIC S9(00004) COMP.
      *    BUSINESS DATE THE OPEN REJECTION WAS FIRST RETURNED.
           05  CLPDESTB-C-PDE-FST-REJ-DT  PIC  X(00010).
           05  CLPDESTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLPDESTB-C-UPD-TS          PIC  X(00026).
