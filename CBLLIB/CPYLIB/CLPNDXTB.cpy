      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPNDXTB                                         *
      *      NAME:  C-CLM-PEND-EXC-TB                                 *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   THE EXCEPTIONS THAT PENDED A CLAIM ON C_CLM_PEND_TB         *
      *   (CLPENDTB) - ONE ROW PER CLAIM LINE EXCEPTION WHOSE         *
      *   DISPOSITION WAS PEND.  C_RSLV_DISP_CD IS BLANK WHILE THE    *
      *   CLAIM WAITS AND CARRIES WHAT THE REVIEW MADE OF THE         *
      *   EXCEPTION: IGNORE (WV-R0156-C-IGNORE) ON A RELEASE TO PAY,  *
      *   DENY (WV-R0156-C-DENY) ON A CONFIRMED OR AUTOMATIC DENIAL.  *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPNDXTB-C-CLM-PEND-EXC-TB.
           05  CLPNDXTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLPNDXTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLPNDXTB-C-LI-NUM          PIC S9(00004) COMP.
           05  CLPNDXTB-R-CLM-EXC-CD      PIC  X(00004).
           05  CLPNDXTB-C-RSLV-DISP-CD    PIC  X(00001).
