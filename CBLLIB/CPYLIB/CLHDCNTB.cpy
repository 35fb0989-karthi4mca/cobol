      *****************************************************************
      *                                                               *
      *    MEMBER:  CLHDCNTB                                          *
      *      NAME:  C-HD-CNTCT-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   HELP-DESK CONTACT LOG.  ONE ROW PER CALL LOGGED ON THE      *
      *   HELP-DESK CONTACT LOG SCREEN (PDDM7599, TRANID W777) WITH   *
      *   THE TCN, CARDHOLDER ID AND PHARMACY DISCUSSED, THE CALLER   *
      *   TYPE, REASON AND RESOLUTION CODES, FREE-TEXT NOTES, THE     *
      *   AGENT, THE SCREEN THE LOG WAS OPENED FROM AND THE MINUTES   *
      *   THE CALL TOOK.  THE WEEKLY CALL-DRIVER REPORT (PDDR0079)    *
      *   JOINS THE TCN TO C_LI_EXC_TB AND C_EXC_CTGRY_TB.            *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLHDCNTB-C-HD-CNTCT-TB.
           05  CLHDCNTB-C-CNTCT-BEG-TS    PIC  X(00026).
           05  CLHDCNTB-C-CNTCT-USER-ID   PIC  X(00008).
           05  CLHDCNTB-C-CNTCT-END-TS    PIC  X(00026).
      *   TRANSACTION THE LOG WAS OPENED FROM (W777 WHEN DIRECT).
           05  CLHDCNTB-C-SRC-TRAN-ID     PIC  X(00004).
           05  CLHDCNTB-C-CALLER-TY-CD    PIC  X(00001).
               88  CLHDCNTB-C-CALLER-PHARMACY    VALUE 'P'.
               88  CLHDCNTB-C-CALLER-MEMBER      VALUE 'M'.
               88  CLHDCNTB-C-CALLER-PRESCRIBER  VALUE 'R'.
               88  CLHDCNTB-C-CALLER-CASEWORKER  VALUE 'C'.
               88  CLHDCNTB-C-CALLER-OTHER       VALUE 'O'.
               88  CLHDCNTB-C-CALLER-VALID       VALUES 'P' 'M' 'R'
                                                       'C' 'O'.
      *   WHY THE CALLER CALLED:
      *     DENY - CLAIM REJECTED OR DENIED
      *     ELIG - MEMBER ELIGIBILITY
      *     ACCM - COPAY, DEDUCTIBLE OR ACCUMULATOR
      *     PAQS - PRIOR AUTHORIZATION
      *     TXMT - TRANSMISSION OR CONNECTIVITY
      *     PYMT - PHARMACY PAYMENT OR REMITTANCE
      *     OTHR - ANYTHING ELSE
           05  CLHDCNTB-C-CNTCT-RSN-CD    PIC  X(00004).
               88  CLHDCNTB-C-RSN-VALID          VALUES 'DENY' 'ELIG'
                                                       'ACCM' 'PAQS'
                                                       'TXMT' 'PYMT'
                                                       'OTHR'.
      *   HOW THE CALL ENDED:
      *     RSLV - ANSWERED ON THE CALL
      *     RSUB - PHARMACY TOLD TO CORRECT AND RESUBMIT
      *     OVRD - OVERRIDE OR PRIOR AUTHORIZATION ENTERED
      *     REFR - REFERRED TO ANOTHER UNIT OR THE STATE
      *     CBCK - CALLBACK OWED TO THE CALLER
           05  CLHDCNTB-C-CNTCT-RSLN-CD   PIC  X(00004).
               88  CLHDCNTB-C-RSLN-VALID         VALUES 'RSLV' 'RSUB'
                                                       'OVRD' 'REFR'
                                                       'CBCK'.
           05  CLHDCNTB-C-TCN-NUM         PIC  X(00015).
           05  CLHDCNTB-B-CRDHLDR-ID      PIC  X(00020).
           05  CLHDCNTB-C-PROV-ID         PIC  X(00015).
           05  CLHDCNTB-C-CNTCT-MIN-NUM   PIC S9(00004) COMP.
           05  CLHDCNTB-C-CNTCT-NOTE-TX   PIC  X(00210).
