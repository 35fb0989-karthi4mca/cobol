      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCPKRTB                                         *
      *      NAME:  C-CFG-PKG-ROW-TB                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CONFIGURATION CHANGE PACKAGE ROWS.  ONE ROW PER             *
      *   CONFIGURATION ROW A PACKAGE (C_CFG_PKG_TB) ADDED, CHANGED   *
      *   OR DELETED, WITH THE ROW AS IT WAS BEFORE AND AS THE        *
      *   PACKAGE LEFT IT (CLCFGIMG FORMAT).  THE BEFORE IMAGES ARE   *
      *   WHAT A BACKOUT RESTORES.                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCPKRTB-C-CFG-PKG-ROW-TB.
           05  CLCPKRTB-C-PKG-NM           PIC  X(00016).
           05  CLCPKRTB-C-PKG-SEQ-NUM      PIC S9(00004) COMP.
           05  CLCPKRTB-C-CFG-TBL-CD       PIC  X(00004).
      *    A = ROW ADDED, C = ROW CHANGED, D = ROW DELETED.
           05  CLCPKRTB-C-PKG-ACTN-CD      PIC  X(00001).
           05  CLCPKRTB-C-BEF-IMG-TX       PIC  X(00200).
           05  CLCPKRTB-C-AFT-IMG-TX       PIC  X(00200).
