      *****************************************************************
      *                                                               *
      *    MEMBER:  CLEVRTTB                                          *
      *      NAME:  C-CLM-EVT-RTRY-TB                                 *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   ADJUDICATED-CLAIM EVENTS AWAITING PUBLICATION.  WHEN THE    *
      *   RESPONSE BUILDER (PDDC9880) CANNOT PUT AN EVENT ON THE      *
      *   QUEUE IT WRITES THE EVENT HERE INSTEAD, IN THE CLAIM'S OWN  *
      *   UNIT OF WORK, AND THE RESPONSE GOES BACK UNDELAYED.  THE    *
      *   RETRY JOB (PDDB0039) PUTS IT AND DELETES THE ROW, OR COUNTS *
      *   THE ATTEMPT; AFTER THE LAST ATTEMPT THE ROW IS KEPT AS      *
      *   ABANDONED FOR PDDR0081 TO REPORT.                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLEVRTTB-C-CLM-EVT-RTRY-TB.
           05  CLEVRTTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLEVRTTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLEVRTTB-C-EVT-TS          PIC  X(00026).
      *   THE WK-9008-EVT-MSG IMAGE (WKC90080).
           05  CLEVRTTB-C-EVT-MSG-TX      PIC  X(00200).
           05  CLEVRTTB-C-RTRY-STAT-CD    PIC  X(00001).
               88  CLEVRTTB-C-RTRY-WAITING       VALUE 'R'.
               88  CLEVRTTB-C-RTRY-ABANDONED     VALUE 'X'.
           05  CLEVRTTB-C-RTRY-CNT-NUM    PIC S9(00004) COMP.
           05  CLEVRTTB-C-LAST-RTRY-TS    PIC  X(00026).
      *   MQ REASON CODE OF THE LAST FAILED PUT.
           05  CLEVRTTB-C-MQ-RSN-CD       PIC S9(00009) COMP.
