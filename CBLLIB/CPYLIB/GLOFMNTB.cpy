      *****************************************************************
      *                                                               *
      *    MEMBER:  GLOFMNTB                                         *
      *      NAME:  G-OUT-FILE-MNFST-TB                               *
      * SUBSYSTEM:  G Generic Lists                                   *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   OUTBOUND FILE DELIVERY MANIFEST.  ONE ROW PER GENERATION OF *
      *   EVERY FILE THE SYSTEM SENDS OUT, REGISTERED BY THE          *
      *   PRODUCING PROGRAM THROUGH THE SHARED PDDS9006 ROUTINE WITH  *
      *   ITS DETAIL RECORD COUNT AND THE HASH TOTAL OF ITS DOLLAR    *
      *   FIELDS (A FILE WITH NO DOLLAR FIELDS CARRIES ITS QUANTITY   *
      *   TOTAL).  STATUS 'P' PRODUCED, 'S' SENT (PDDB0032), 'A'      *
      *   ACCEPTED OR 'R' REJECTED BY THE RECEIVER (PDDB0033), 'X'    *
      *   WITHDRAWN - A RERUN WITHDRAWS ANY EARLIER UNSENT GENERATION *
      *   FOR THE SAME FILE TYPE AND BUSINESS DATE.  TIMESTAMPS NOT   *
      *   YET REACHED ARE BLANK.  THE EXCEPTION REPORT PDDR0073       *
      *   CHECKS IT AGAINST THE EXPECTED-FILE SCHEDULE ON LIST 7535.  *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  GLOFMNTB-G-OUT-FILE-MNFST-TB.
           05  GLOFMNTB-G-FILE-TY-CD      PIC  X(00008).
           05  GLOFMNTB-G-BUS-DT          PIC  X(00010).
           05  GLOFMNTB-G-GEN-SEQ-NUM     PIC S9(00004) COMP.
           05  GLOFMNTB-G-GEN-NM          PIC  X(00044).
           05  GLOFMNTB-G-PGM-ID          PIC  X(00008).
           05  GLOFMNTB-G-REC-CNT         PIC S9(00009) COMP-3.
           05  GLOFMNTB-G-HASH-AMT        PIC S9(00013)V9(00002) COMP-3.
           05  GLOFMNTB-G-FILE-STAT-CD    PIC  X(00001).
               88  GLOFMNTB-PRODUCED             VALUE 'P'.
               88  GLOFMNTB-SENT                 VALUE 'S'.
               88  GLOFMNTB-ACCEPTED             VALUE 'A'.
               88  GLOFMNTB-REJECTED             VALUE 'R'.
               88  GLOFMNTB-WITHDRAWN            VALUE 'X'.
           05  GLOFMNTB-G-CRE-TS          PIC  X(00026).
           05  GLOFMNTB-G-SENT-TS         PIC  X(00026).
           05  GLOFMNTB-G-SENT-REF-TX     PIC  X(00020).
           05  GLOFMNTB-G-ACK-TS          PIC  X(00026).
           05  GLOFMNTB-G-ACK-REF-TX      PIC  X(00020).
           05  GLOFMNTB-G-ACK-RSN-TX      PIC  X(00040).
           05  GLOFMNTB-G-UPD-USER-ID     PIC  X(00008).
           05  GLOFMNTB-G-UPD-TS          PIC  X(00026).
