      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCFEETB                                         *
      *      NAME:  C-CUST-FEE-SCHED-TB                               *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PLAN-SPONSOR ADMINISTRATIVE FEE SCHEDULE.  ONE ROW PER      *
      *   CUSTOMER (R_CUST_DTL_TB PART NUMBER) PER EFFECTIVE SPAN,    *
      *   WITH THE FEE CHARGED PER PAID CLAIM, PER REVERSAL, PER      *
      *   PRIOR AUTHORIZATION REQUEST AND PER MEMBER PER MONTH.  THE  *
      *   MONTHLY INVOICING JOB (PDDB0028) BILLS EACH CUSTOMER FROM   *
      *   THE ROW IN FORCE ON THE LAST DAY OF THE BILLING MONTH.      *
      *   LOADED AND END-DATED BY PDDB0029.                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCFEETB-C-CUST-FEE-SCHED-TB.
           05  CLCFEETB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLCFEETB-C-FEE-BEG-DT      PIC  X(00010).
      *    9999-12-31 = OPEN-ENDED.
           05  CLCFEETB-C-FEE-END-DT      PIC  X(00010).
           05  CLCFEETB-C-PAID-CLM-FEE-AMT
                                          PIC S9(00003)V9(00004) COMP-3.
           05  CLCFEETB-C-RVSL-FEE-AMT    PIC S9(00003)V9(00004) COMP-3.
           05  CLCFEETB-C-PA-REQ-FEE-AMT  PIC S9(00003)V9(00004) COMP-3.
           05  CLCFEETB-C-PMPM-FEE-AMT    PIC S9(00003)V9(00004) COMP-3.
           05  CLCFEETB-C-UPD-USER-ID     PIC  X(00008).
           05  CLCFEETB-C-UPD-TS          PIC  X(00026).
