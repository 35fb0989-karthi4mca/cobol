      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPAUCTB                                         *
      *      NAME:  C-AUDIT-CASE-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PHARMACY DESK AUDIT CASES.  ONE ROW PER CASE PROGRAM        *
      *   INTEGRITY OPENS ON THE AUDIT CASE SCREEN (PDDM7591, TRANID  *
      *   W769), NUMBERED FROM C_AUDIT_CASE_SEQ, WITH THE CRITERIA    *
      *   ITS CLAIM SAMPLE WAS DRAWN ON - SERVICE DATES, AN OPTIONAL  *
      *   DRUG AND THE SAMPLING METHOD, WHICH MAY TARGET ONE OF THE   *
      *   PDDR0038 PROFILE METRICS.  THE SAMPLED CLAIMS AND THEIR     *
      *   FINDINGS ARE ON C_AUDIT_CLM_TB (CLPAUFTB).  FINALIZING      *
      *   TOTALS THE FINDINGS AND POSTS THE RECOVERY TO THE PAYEE AS  *
      *   A SOURCE A RECEIVABLE ON C_PROV_AR_TB.  SUMMARIZED MONTHLY  *
      *   BY PDDR0069.                                                *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPAUCTB-C-AUDIT-CASE-TB.
           05  CLPAUCTB-C-CASE-NUM        PIC S9(00009) COMP.
           05  CLPAUCTB-C-PROV-ID         PIC  X(00015).
      *    O = OPEN (SAMPLE DRAWN, FINDINGS BEING RECORDED),
      *    F = FINALIZED.
           05  CLPAUCTB-C-CASE-STAT-CD    PIC  X(00001).
               88  CLPAUCTB-C-CASE-OPEN          VALUE 'O'.
               88  CLPAUCTB-C-CASE-FINAL         VALUE 'F'.
           05  CLPAUCTB-C-OPEN-DT         PIC  X(00010).
           05  CLPAUCTB-C-OPEN-USER-ID    PIC  X(00008).
           05  CLPAUCTB-C-SMPL-BEG-DT     PIC  X(00010).
           05  CLPAUCTB-C-SMPL-END-DT     PIC  X(00010).
      *    NDC THE SAMPLE WAS LIMITED TO - BLANK FOR ANY DRUG.
           05  CLPAUCTB-C-SMPL-DRUG-CD    PIC  X(00011).
      *    R = RANDOM OVER ALL PAID CLAIMS.  RANDOM WITHIN A PDDR0038
      *    METRIC: B = BRAND (DAW 1), 2 = SCHEDULE II, M = COMPOUND.
      *    HIGHEST FIRST: D = DOLLARS PAID, S = DAYS SUPPLY.
           05  CLPAUCTB-C-SMPL-MTHD-CD    PIC  X(00001).
               88  CLPAUCTB-C-SMPL-RANDOM        VALUE 'R'.
               88  CLPAUCTB-C-SMPL-BRAND         VALUE 'B'.
               88  CLPAUCTB-C-SMPL-SCHED-II      VALUE '2'.
               88  CLPAUCTB-C-SMPL-COMPOUND      VALUE 'M'.
               88  CLPAUCTB-C-SMPL-HIGH-DOLLAR   VALUE 'D'.
               88  CLPAUCTB-C-SMPL-DAYS-SUPPLY   VALUE 'S'.
               88  CLPAUCTB-C-SMPL-MTHD-VALID    VALUE 'R' 'B' '2' 'M'
                                                       'D' 'S'.
           05  CLPAUCTB-C-SMPL-REQ-NUM    PIC S9(00004) COMP.
           05  CLPAUCTB-C-SMPL-CNT-NUM    PIC S9(00004) COMP.
      *    TOTAL OF THE CLAIM FINDINGS, SET AT FINALIZE, AND THE
      *    RECEIVABLE IT WAS POSTED AS (ZERO WHEN NOTHING WAS OWED).
           05  CLPAUCTB-C-IDENT-AMT       PIC S9(00009)V9(00002) COMP-3.
           05  CLPAUCTB-C-AR-NUM          PIC S9(00009) COMP.
           05  CLPAUCTB-C-FINAL-DT        PIC  X(00010).
           05  CLPAUCTB-C-FINAL-USER-ID   PIC  X(00008).
           05  CLPAUCTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLPAUCTB-C-UPD-TS          PIC  X(00026).
