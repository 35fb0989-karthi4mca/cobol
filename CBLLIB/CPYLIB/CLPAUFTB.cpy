      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPAUFTB                                         *
      *      NAME:  C-AUDIT-CLM-TB                                    *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PHARMACY DESK AUDIT SAMPLE.  ONE ROW PER PAID CLAIM DRAWN   *
      *   INTO A C_AUDIT_CASE_TB CASE, CARRYING THE AUDITOR'S FINDING *
      *   FOR THE CLAIM AND THE AMOUNT IT OVERPAID (AT MOST WHAT WAS  *
      *   PAID).  A BLANK FINDING IS A CLAIM NOT YET REVIEWED; A CASE *
      *   CANNOT BE FINALIZED UNTIL EVERY CLAIM HAS ONE.              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPAUFTB-C-AUDIT-CLM-TB.
           05  CLPAUFTB-C-CASE-NUM        PIC S9(00009) COMP.
           05  CLPAUFTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLPAUFTB-C-RX-SVC-REF-NUM  PIC S9(00012) COMP-3.
           05  CLPAUFTB-C-SVC-DT          PIC  X(00010).
           05  CLPAUFTB-R-DRUG-CD         PIC  X(00011).
           05  CLPAUFTB-C-PAID-AMT        PIC S9(00009)V9(00002) COMP-3.
      *    N = NO FINDING, I = INVOICE SHORTAGE (DRUG NOT PURCHASED),
      *    S = SIGNATURE LOG MISSING, D = DAYS SUPPLY ERROR,
      *    Q = QUANTITY BILLED ERROR, R = NO VALID PRESCRIPTION,
      *    F = REFILL NOT AUTHORIZED, O = OTHER (SEE THE NOTE).
           05  CLPAUFTB-C-FIND-CD         PIC  X(00001).
               88  CLPAUFTB-C-NOT-REVIEWED       VALUE ' '.
               88  CLPAUFTB-C-NO-FINDING         VALUE 'N'.
               88  CLPAUFTB-C-FIND-VALID         VALUE 'N' 'I' 'S' 'D'
                                                       'Q' 'R' 'F' 'O'.
           05  CLPAUFTB-C-RCVR-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLPAUFTB-C-FIND-NOTE-TX    PIC  X(00040).
           05  CLPAUFTB-C-FIND-USER-ID    PIC  X(00008).
           05  CLPAUFTB-C-FIND-TS         PIC  X(00026).
