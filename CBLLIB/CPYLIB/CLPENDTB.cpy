      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPENDTB                                         *
      *      NAME:  C-CLM-PEND-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CLINICAL REVIEW PEND QUEUE.  ONE ROW PER CLAIM HELD FOR A   *
      *   PHARMACIST BECAUSE AN EXCEPTION'S R_CLM_EXC_DISP_TB         *
      *   DISPOSITION IS PEND (WV-R0156-C-PEND) AND THE CLAIM DID     *
      *   NOT NEED A REAL-TIME ANSWER (PAPER, BATCH FILE INTAKE OR    *
      *   RETRO RE-ADJUDICATION).  WRITTEN BY THE DUAL MODULE (CONDU  *
      *   S962) WITH THE CLAIM'S HEADER STATUS SET TO 'H'; THE        *
      *   TRIGGERING EXCEPTIONS ARE ON C_CLM_PEND_EXC_TB (CLPNDXTB).  *
      *   WORKED ON THE CLINICAL REVIEW SCREEN (PDDM7590, TRANID      *
      *   W768) - RELEASED TO PAY WITH AN AUDITED OVERRIDE REASON OR  *
      *   THE DENIAL CONFIRMED - AND AUTO-DENIED BY PDDB0021 ONCE IT  *
      *   HAS WAITED LONGER THAN THE LIST 7529 LIMIT.  AGED BY        *
      *   PDDR0067.  A CLAIM IN THE QUEUE IS NOT PAID BY THE PAYMENT  *
      *   CYCLE (PDDR0041) UNTIL IT IS RELEASED; THE CYCLE THAT PAYS  *
      *   A RELEASED CLAIM STAMPS ITS END DATE IN C_DSBR_CYC_END_DT   *
      *   (NULL UNTIL THEN) SO IT IS PAID ONCE.                       *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPENDTB-C-CLM-PEND-TB.
           05  CLPENDTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLPENDTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLPENDTB-B-SYS-ID          PIC S9(00009) COMP.
           05  CLPENDTB-C-PROV-ID         PIC  X(00015).
           05  CLPENDTB-C-RX-SVC-REF-NUM  PIC S9(00012) COMP-3.
           05  CLPENDTB-C-SVC-DT          PIC  X(00010).
      *    P = PAPER, B = BATCH FILE INTAKE, R = RETRO RE-ADJUDICATION
           05  CLPENDTB-C-INPUT-FRM-CD    PIC  X(00001).
           05  CLPENDTB-C-TOT-CHRG-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLPENDTB-C-TOT-REIMB-AMT   PIC S9(00009)V9(00002) COMP-3.
           05  CLPENDTB-C-EXC-CNT-NUM     PIC S9(00004) COMP.
           05  CLPENDTB-C-PEND-TS         PIC  X(00026).
           05  CLPENDTB-C-PEND-DT         PIC  X(00010).
      *    P = PENDED (WAITING), R = RELEASED TO PAY, D = DENIAL
      *    CONFIRMED BY THE REVIEWER, A = AUTO-DENIED PAST THE LIMIT.
           05  CLPENDTB-C-PEND-STAT-CD    PIC  X(00001).
               88  CLPENDTB-C-PEND-WAITING       VALUE 'P'.
               88  CLPENDTB-C-PEND-RELEASED      VALUE 'R'.
               88  CLPENDTB-C-PEND-DENIED        VALUE 'D'.
               88  CLPENDTB-C-PEND-AUTO-DENIED   VALUE 'A'.
           05  CLPENDTB-C-RSLV-USER-ID    PIC  X(00008).
           05  CLPENDTB-C-RSLV-TS         PIC  X(00026).
           05  CLPENDTB-C-RSLV-RSN-TX     PIC  X(00060).
           05  CLPENDTB-C-DSBR-CYC-END-DT PIC  X(00010).
