      *****************************************************************
      *                                                               *
      *    MEMBER:  GLLDCKTB                                          *
      *      NAME:  G-LOAD-CHKPT-TB                                   *
      * SUBSYSTEM:  G Generic Lists                                   *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   LOAD CHECKPOINT.  ONE ROW PER RESTARTABLE LOAD PROGRAM      *
      *   (PDDB0008, PDDB0009, PDDB0010, PDDB0018), KEPT BY THE SHARED*
      *   PDDS9010 ROUTINE IN THE SAME UNIT OF WORK AS THE ROWS THE   *
      *   LOAD COMMITS: THE INPUT RECORDS COMPLETED, THE KEY OF THE   *
      *   LAST ONE AND THE LOAD'S RUNNING CONTROL TOTALS.  STATUS 'R' *
      *   IS A RUN THAT HAS NOT FINISHED - THE NEXT RUN MUST RESTART  *
      *   FROM IT OR CLEAR IT; 'C' IS A RUN THAT ENDED NORMALLY.      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  GLLDCKTB-G-LOAD-CHKPT-TB.
           05  GLLDCKTB-G-PGM-ID          PIC  X(00008).
           05  GLLDCKTB-G-CHKPT-STAT-CD   PIC  X(00001).
               88  GLLDCKTB-G-CHKPT-RUNNING      VALUE 'R'.
               88  GLLDCKTB-G-CHKPT-COMPLETE     VALUE 'C'.
           05  GLLDCKTB-G-BUS-DT          PIC  X(00010).
           05  GLLDCKTB-G-REC-CNT         PIC S9(00009) COMP-3.
           05  GLLDCKTB-G-LAST-KEY-TX     PIC  X(00040).
      *    THE LOAD'S OWN COUNTERS AND DOLLARS, IN THE ORDER THE
      *    PROGRAM DOCUMENTS; UNUSED SLOTS STAY ZERO.
           05  GLLDCKTB-G-CTL-TOT-1-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-2-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-3-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-4-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-5-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-6-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-7-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-CTL-TOT-8-AMT   PIC S9(00013)V9(00002) COMP-3.
           05  GLLDCKTB-G-RSTRT-CNT       PIC S9(00004) COMP.
           05  GLLDCKTB-G-STRT-TS         PIC  X(00026).
           05  GLLDCKTB-G-CHKPT-TS        PIC  X(00026).
