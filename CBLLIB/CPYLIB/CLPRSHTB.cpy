      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPRSHTB                                         *
      *      NAME:  C-PRSC-HIST-TB                                    *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PRESCRIBER STATUS HISTORY.  C_PRSC_MSTR_TB IS OVERWRITTEN   *
      *   IN PLACE, SO EVERY STATUS CHANGE PDDB0010 MAKES (FEED       *
      *   EXCLUSION OR OFF-THE-FEED REINSTATEMENT) ADDS ONE ROW HERE  *
      *   WITH THE STATUS BEFORE AND AFTER, THE SANCTION SOURCE, THE  *
      *   SANCTION DATE AND THE RUN DATE.  READ NEWEST FIRST BY THE   *
      *   PRESCRIBER INQUIRY SCREEN (PDDM7595, TRANID W773).          *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPRSHTB-C-PRSC-HIST-TB.
           05  CLPRSHTB-C-PRSC-ID-CD      PIC  X(00002).
           05  CLPRSHTB-C-PRSC-ID         PIC  X(00015).
           05  CLPRSHTB-C-HIST-TS         PIC  X(00026).
           05  CLPRSHTB-C-HIST-ACTN-CD    PIC  X(00001).
               88  CLPRSHTB-C-HIST-EXCLUDED      VALUE 'E'.
               88  CLPRSHTB-C-HIST-REINSTATED    VALUE 'R'.
           05  CLPRSHTB-C-BEF-STAT-CD     PIC  X(00001).
           05  CLPRSHTB-C-AFT-STAT-CD     PIC  X(00001).
           05  CLPRSHTB-C-SANC-SRC-CD     PIC  X(00003).
           05  CLPRSHTB-C-SANC-DT         PIC  X(00010).
           05  CLPRSHTB-C-ACTN-DT         PIC  X(00010).
           05  CLPRSHTB-C-HIST-PGM-ID     PIC  X(00008).
