      *****************************************************************
      *                                                               *
      *    MEMBER:  CLLSOFTB                                         *
      *      NAME:  C-LESSER-OF-TB                                    *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   LESSER-OF REIMBURSEMENT SAVINGS.  ONE ROW PER PAID DRUG     *
      *   CLAIM WHOSE PAYMENT WAS CUT BACK TO THE PHARMACY'S          *
      *   SUBMITTED USUAL-AND-CUSTOMARY CHARGE OR GROSS AMOUNT DUE    *
      *   BECAUSE IT WAS BELOW OUR ALLOWED AMOUNT, CARRYING THE       *
      *   AMOUNTS COMPARED AND THE DOLLARS SAVED.  WRITTEN BY THE     *
      *   CLAIM EDIT MODULE (CONDU, S957); SUMMED BY BASIS FOR THE    *
      *   DAILY SAVINGS REPORT (PDDR0062).                            *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLLSOFTB-C-LESSER-OF-TB.
           05  CLLSOFTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLLSOFTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLLSOFTB-C-PROV-ID         PIC  X(00015).
           05  CLLSOFTB-C-SVC-DT          PIC  X(00010).
           05  CLLSOFTB-C-PROC-DT         PIC  X(00010).
      *    U = SUBMITTED USUAL AND CUSTOMARY, G = GROSS AMOUNT DUE.
           05  CLLSOFTB-C-BASIS-CD        PIC  X(00001).
               88  CLLSOFTB-C-BASIS-UC           VALUE 'U'.
               88  CLLSOFTB-C-BASIS-GROSS        VALUE 'G'.
           05  CLLSOFTB-C-ALLOW-AMT       PIC S9(00009)V9(00002)
                                          COMP-3.
           05  CLLSOFTB-C-UAC-AMT         PIC S9(00007)V9(00002)
                                          COMP-3.
           05  CLLSOFTB-C-GROSS-AMT       PIC S9(00007)V9(00002)
                                          COMP-3.
           05  CLLSOFTB-C-SUBM-ING-AMT    PIC S9(00007)V9(00002)
                                          COMP-3.
           05  CLLSOFTB-C-PAID-AMT        PIC S9(00009)V9(00002)
                                          COMP-3.
           05  CLLSOFTB-C-SAVED-AMT       PIC S9(00009)V9(00002)
                                          COMP-3.
