      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCPKGTB                                         *
      *      NAME:  C-CFG-PKG-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CONFIGURATION CHANGE PACKAGE.  ONE ROW PER PACKAGE APPLIED  *
      *   TO THIS REGION BY PDDB0036 - THE NAME AND DESCRIPTION FROM  *
      *   THE EXPORT (PDDB0035), WHO EXPORTED AND APPLIED IT AND      *
      *   WHEN, AND WHETHER IT IS STILL IN FORCE OR HAS BEEN BACKED   *
      *   OUT.  ITS ROWS, WITH BEFORE AND AFTER IMAGES, ARE ON        *
      *   C_CFG_PKG_ROW_TB.                                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCPKGTB-C-CFG-PKG-TB.
           05  CLCPKGTB-C-PKG-NM           PIC  X(00016).
           05  CLCPKGTB-C-PKG-DESC-TX      PIC  X(00040).
      *    A = APPLIED, B = BACKED OUT.
           05  CLCPKGTB-C-PKG-STAT-CD      PIC  X(00001).
               88  CLCPKGTB-APPLIED              VALUE 'A'.
               88  CLCPKGTB-BACKED-OUT           VALUE 'B'.
           05  CLCPKGTB-C-PKG-ROW-CNT      PIC S9(00004) COMP.
           05  CLCPKGTB-C-EXP-USER-ID      PIC  X(00008).
           05  CLCPKGTB-C-EXP-TS           PIC  X(00026).
           05  CLCPKGTB-C-APPL-USER-ID     PIC  X(00008).
           05  CLCPKGTB-C-APPL-TS          PIC  X(00026).
           05  CLCPKGTB-C-BKOUT-USER-ID    PIC  X(00008).
           05  CLCPKGTB-C-BKOUT-TS         PIC  X(00026).
