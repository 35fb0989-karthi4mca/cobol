      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCFAUTB                                         *
      *      NAME:  C-CFG-AUD-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CHANGE AUDIT FOR THE EXCEPTION CONFIGURATION TABLES         *
      *   MAINTAINED ON THE EXCEPTION MAINTENANCE SCREEN (PDDM7593,   *
      *   TRANID W771) - R_CLM_EXC_DISP_TB, R_CLM_EXC_EOB_TB,         *
      *   C_EXC_CTGRY_TB AND R_POS_MSG_CAT_TB.  ONE ROW PER ROW       *
      *   ADDED, CHANGED OR DELETED, WITH THE TABLE CODE AND THE      *
      *   BEFORE AND AFTER ROW IMAGES IN CLCFGIMG FORMAT, THE         *
      *   OPERATOR AND A TIMESTAMP.  MODELED ON G_LIST_AUD_TB         *
      *   (GLAUDTB), WHICH STILL AUDITS THE LIST ROWS.                *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCFAUTB-C-CFG-AUD-TB.
           05  CLCFAUTB-C-AUD-TS          PIC  X(00026).
           05  CLCFAUTB-C-AUD-USER-ID     PIC  X(00008).
           05  CLCFAUTB-C-AUD-SRC-CD      PIC  X(00005).
           05  CLCFAUTB-C-AUD-ACTN-CD     PIC  X(00001).
               88  CLCFAUTB-C-AUD-ADD            VALUE 'A'.
               88  CLCFAUTB-C-AUD-CHANGE         VALUE 'C'.
               88  CLCFAUTB-C-AUD-DELETE         VALUE 'D'.
      *    CLCFGIMG TABLE CODE - EXCD, EXEB, EXCT OR MSGC.
           05  CLCFAUTB-C-AUD-TBL-CD      PIC  X(00004).
           05  CLCFAUTB-C-AUD-KEY-TX      PIC  X(00040).
           05  CLCFAUTB-C-BEF-IMG-TX      PIC  X(00200).
           05  CLCFAUTB-C-AFT-IMG-TX      PIC  X(00200).
