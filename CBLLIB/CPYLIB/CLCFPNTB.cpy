      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCFPNTB                                         *
      *      NAME:  C-CFG-PEND-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PENDING CONFIGURATION CHANGES AWAITING A SECOND OPERATOR.   *
      *   WHEN MAKER-CHECKER IS ON FOR A MAINTENANCE SCREEN (LIST     *
      *   7537), AN ADD/CHANGE/DELETE KEYED THERE IS STAGED HERE      *
      *   INSTEAD OF BEING APPLIED: THE SCREEN'S TRANID AND ACTION, A *
      *   DISPLAY KEY, THE ROW'S BEFORE IMAGE AND THE IMAGE IT WILL   *
      *   HAVE (CLCFGIMG FOR W757 LIST ROWS, CLLKNIMG FOR W760 LOCK-  *
      *   IN SPANS), THE MAKER AND THE EXPIRY TIME.  A DIFFERENT      *
      *   OPERATOR WITH THE UPDATE ROLE APPROVES OR REJECTS IT ON THE *
      *   APPROVAL QUEUE (W770, PDDM7592); ONE NOT DECIDED IN TIME IS *
      *   EXPIRED BY PDDB0037.  DECISIONS ARE REPORTED DAILY BY       *
      *   PDDR0075.  KEYED BY SEQUENCE C_CFG_PEND_SEQ.                *
      *                                                               *
      *   A W757 CHANGE KEYED WITH AN ACTIVATION TIME (C_ACTV_TS) IS  *
      *   SCHEDULED RATHER THAN APPLIED: STATUS S ONCE IT NEEDS NO    *
      *   (FURTHER) APPROVAL.  PDDB0038 APPLIES IT WHEN THE TIME      *
      *   ARRIVES (STATUS F), OR MARKS IT E WHEN THE ROW NO LONGER    *
      *   MATCHES ITS BEFORE IMAGE; AN OPERATOR MAY CANCEL IT FIRST   *
      *   ON W770 (STATUS C).  WHO CLOSED IT AND WHEN ARE IN          *
      *   C_ACTV_CLOSE_USER_ID/_TS.  PDDR0076 LISTS WHAT IS DUE IN    *
      *   THE NEXT 14 DAYS.                                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCFPNTB-C-CFG-PEND-TB.
           05  CLCFPNTB-C-PEND-NUM         PIC S9(00009) COMP.
           05  CLCFPNTB-C-PEND-TRAN-ID     PIC  X(00004).
           05  CLCFPNTB-C-PEND-ACTN-CD     PIC  X(00001).
           05  CLCFPNTB-C-PEND-KEY-TX      PIC  X(00040).
           05  CLCFPNTB-C-PEND-STAT-CD     PIC  X(00001).
               88  CLCFPNTB-PENDING              VALUE 'P'.
               88  CLCFPNTB-APPROVED             VALUE 'A'.
               88  CLCFPNTB-REJECTED             VALUE 'R'.
               88  CLCFPNTB-EXPIRED              VALUE 'X'.
               88  CLCFPNTB-SCHEDULED            VALUE 'S'.
               88  CLCFPNTB-FIRED                VALUE 'F'.
               88  CLCFPNTB-CANCELLED            VALUE 'C'.
               88  CLCFPNTB-ACTV-FAILED          VALUE 'E'.
           05  CLCFPNTB-C-MAKER-USER-ID    PIC  X(00008).
           05  CLCFPNTB-C-MAKER-TS         PIC  X(00026).
           05  CLCFPNTB-C-EXPIRE-TS        PIC  X(00026).
           05  CLCFPNTB-C-CHKR-USER-ID     PIC  X(00008).
           05  CLCFPNTB-C-CHKR-TS          PIC  X(00026).
           05  CLCFPNTB-C-CHKR-RSN-TX      PIC  X(00040).
           05  CLCFPNTB-C-BEF-IMG-TX       PIC  X(00200).
           05  CLCFPNTB-C-AFT-IMG-TX       PIC  X(00200).
           05  CLCFPNTB-C-ACTV-TS          PIC  X(00026).
           05  CLCFPNTB-C-ACTV-CLOSE-USER-ID
                                           PIC  X(00008).
           05  CLCFPNTB-C-ACTV-CLOSE-TS    PIC  X(00026).
