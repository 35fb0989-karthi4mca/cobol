      *****************************************************************
      *                                                               *
      *    MEMBER:  CLFBPBTB                                          *
      *      NAME:  C-FB-PUB-TB                                       *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   FORMULARY AND BENEFIT PUBLICATION IMAGE.  ONE ROW PER NDC   *
      *   AS IT WAS LAST PUBLISHED TO THE E-PRESCRIBING NETWORK BY    *
      *   THE WEEKLY PUBLICATION JOB (PDDR0086): FORMULARY STATUS,    *
      *   COVERAGE RESTRICTIONS AND PREFERRED ALTERNATIVE.  A DELTA   *
      *   RUN SENDS ONLY THE NDCS WHOSE CURRENT VALUES DIFFER FROM    *
      *   THIS IMAGE.  AN NDC GONE FROM THE DRUG MASTER IS KEPT AS    *
      *   WITHDRAWN ONCE ITS DELETE HAS BEEN SENT.                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLFBPBTB-C-FB-PUB-TB.
           05  CLFBPBTB-R-DRUG-NDC-NUM    PIC  9(00011).
           05  CLFBPBTB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
      *   NCPDP FORMULARY STATUS.
           05  CLFBPBTB-C-FRM-STAT-CD     PIC  X(00001).
               88  CLFBPBTB-C-FRM-NON-REIMB      VALUE '0'.
               88  CLFBPBTB-C-FRM-NON-FORMULARY  VALUE '1'.
               88  CLFBPBTB-C-FRM-ON-FORMULARY   VALUE '2'.
               88  CLFBPBTB-C-FRM-PREFERRED      VALUE '3'.
      *   PA REQUIRED (LIST 7508).
           05  CLFBPBTB-C-PA-IND          PIC  X(00001).
               88  CLFBPBTB-C-PA-REQUIRED        VALUE 'Y'.
      *   STEP THERAPY (LIST 7518) - THE PREREQUISITE GCNS, COMMA
      *   SEPARATED, AND THE LOOKBACK DAYS.
           05  CLFBPBTB-C-STEP-GCN-LST-TX PIC  X(00060).
           05  CLFBPBTB-C-STEP-DAYS-TX    PIC  X(00005).
      *   QUANTITY LIMIT (LIST 7528) - QUANTITY PER PERIOD OF DAYS.
           05  CLFBPBTB-C-QL-QTY-TX       PIC  X(00015).
           05  CLFBPBTB-C-QL-DAYS-TX      PIC  X(00005).
      *   AGE RESTRICTION (R_DRUG_RSTR_TB) - ZERO WHEN NONE.
           05  CLFBPBTB-C-MIN-AGE-NUM     PIC S9(00004) COMP.
           05  CLFBPBTB-C-MAX-AGE-NUM     PIC S9(00004) COMP.
      *   PREFERRED GENERIC FOR A BRAND - ZERO WHEN NONE.
           05  CLFBPBTB-C-ALT-NDC-NUM     PIC  9(00011).
           05  CLFBPBTB-C-PUB-STAT-CD     PIC  X(00001).
               88  CLFBPBTB-C-PUB-ACTIVE         VALUE 'A'.
               88  CLFBPBTB-C-PUB-WITHDRAWN      VALUE 'D'.
           05  CLFBPBTB-C-PUB-DT          PIC  X(00010).
           05  CLFBPBTB-B-UPD-TS          PIC  X(00026).
