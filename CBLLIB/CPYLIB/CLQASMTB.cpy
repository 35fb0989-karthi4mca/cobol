      *****************************************************************
      *                                                               *
      *    MEMBER:  CLQASMTB                                          *
      *      NAME:  C-QA-SMPL-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CLAIM QUALITY-ASSURANCE SAMPLE.  ONE ROW PER CLAIM DRAWN BY *
      *   THE WEEKLY SAMPLE (PDDB0053) FROM THE PAID AND DENIED       *
      *   CLAIMS ADJUDICATED IN THE WEEK ENDING C_QA_WK_END_DT.  THE  *
      *   STRATUM IS THE OUTCOME, THE DOLLAR BAND AND THE CATEGORY OF *
      *   THE FIRST EXCEPTION POSTED ('N' NONE); C_QA_POP_CNT CLAIMS  *
      *   WERE IN THE STRATUM AND C_QA_SMPL_CNT WERE DRAWN FROM IT.   *
      *   THE REVIEWER'S FINDING - THE CORRECT OUTCOME AND AMOUNT,    *
      *   THE ERROR TYPE AND THE EDIT SECTION RESPONSIBLE - IS KEYED  *
      *   ON THE QA REVIEW SCREEN (PDDM7602) AND SCORED MONTHLY BY    *
      *   PDDR0092.  THE EDIT SECTION STARTS AS THE ONE LIST 7547     *
      *   NAMES FOR THE FIRST EXCEPTION.                              *
      *                                                               *
      *   ERROR TYPES - NO NO ERROR, EL ELIGIBILITY, DC DRUG          *
      *   COVERAGE, PA PRIOR AUTHORIZATION, PR PRICING, CB OTHER      *
      *   COVERAGE/COB, DU DUR, PV PHARMACY OR PRESCRIBER, LM LIMITS  *
      *   AND QUANTITY, OT OTHER.                                     *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLQASMTB-C-QA-SMPL-TB.
           05  CLQASMTB-C-QA-WK-END-DT    PIC  X(00010).
           05  CLQASMTB-C-TCN-NUM         PIC  X(00015).
           05  CLQASMTB-C-QA-OUTC-CD      PIC  X(00001).
               88  CLQASMTB-C-QA-OUTC-PAID       VALUE 'P'.
               88  CLQASMTB-C-QA-OUTC-DENIED     VALUE 'D'.
           05  CLQASMTB-C-QA-BAND-CD      PIC  X(00001).
           05  CLQASMTB-C-CTGRY-CD        PIC  X(00001).
           05  CLQASMTB-C-QA-POP-CNT      PIC S9(00009) COMP-3.
           05  CLQASMTB-C-QA-SMPL-CNT     PIC S9(00009) COMP-3.
           05  CLQASMTB-C-TOT-REIMB-AMT   PIC S9(00007)V9(00002) COMP-3.
           05  CLQASMTB-R-CLM-EXC-CD      PIC  X(00004).
           05  CLQASMTB-C-EXC-CNT         PIC S9(00004) COMP.
           05  CLQASMTB-C-QA-STAT-CD      PIC  X(00001).
               88  CLQASMTB-C-QA-OPEN            VALUE 'O'.
               88  CLQASMTB-C-QA-REVIEWED        VALUE 'R'.
           05  CLQASMTB-C-QA-CORR-OUTC-CD PIC  X(00001).
           05  CLQASMTB-C-QA-CORR-AMT     PIC S9(00007)V9(00002) COMP-3.
           05  CLQASMTB-C-QA-ERR-TY-CD    PIC  X(00002).
               88  CLQASMTB-C-QA-ERR-NONE        VALUE 'NO'.
               88  CLQASMTB-C-QA-ERR-KNOWN       VALUE 'NO' 'EL' 'DC'
                                                  'PA' 'PR' 'CB' 'DU'
                                                  'PV' 'LM' 'OT'.
           05  CLQASMTB-C-EDIT-SECT-ID    PIC  X(00004).
           05  CLQASMTB-C-QA-RVW-NOTE-TX  PIC  X(00060).
           05  CLQASMTB-C-QA-RVW-USER-ID  PIC  X(00008).
           05  CLQASMTB-C-QA-RVW-TS       PIC  X(00026).
           05  CLQASMTB-G-AUD-TS          PIC  X(00026).
