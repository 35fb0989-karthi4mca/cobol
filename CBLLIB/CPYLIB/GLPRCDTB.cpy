      *****************************************************************
      *                                                               *
      *    MEMBER:  GLPRCDTB                                         *
      *      NAME:  G-PROC-DT-CTL-TB                                  *
      * SUBSYSTEM:  G Generic Lists                                   *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   BUSINESS PROCESSING-DATE CONTROL.  ONE ROW PER SUBSYSTEM    *
      *   ('C' = CLAIMS BATCH) HOLDING THE BUSINESS DATE THE CURRENT  *
      *   BATCH CYCLE RUNS FOR, THE CYCLE NUMBER AND THE PRIOR        *
      *   BUSINESS DATE. ADVANCED ONCE PER CYCLE BY PDDB0030; READ BY *
      *   EVERY BATCH PROGRAM THROUGH THE SHARED PDDS9004 ROUTINE, SO *
      *   A RUN THAT SLIPS PAST MIDNIGHT STILL WORKS THE SAME DAY.    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  GLPRCDTB-G-PROC-DT-CTL-TB.
           05  GLPRCDTB-G-PROC-SUBSYS-CD  PIC  X(00001).
           05  GLPRCDTB-G-BUS-DT          PIC  X(00010).
           05  GLPRCDTB-G-PRIOR-BUS-DT    PIC  X(00010).
           05  GLPRCDTB-G-CYCLE-NUM       PIC S9(00007) COMP-3.
           05  GLPRCDTB-G-UPD-USER-ID     PIC  X(00008).
           05  GLPRCDTB-G-UPD-TS          PIC  X(00026).
