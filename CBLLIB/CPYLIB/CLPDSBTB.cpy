      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPDSBTB                                         *
      *      NAME:  C-PAYEE-DSBR-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PAYEE DISBURSEMENT HISTORY.  ONE ROW PER PAYEE PER PAYMENT  *
      *   CYCLE, WRITTEN BY PDDB0022: THE CYCLE NET, WHAT WAS OFFSET  *
      *   AGAINST RECEIVABLES, AND WHAT WAS ACTUALLY PAID, HOW AND    *
      *   ON WHAT DATE.  THE PAID AMOUNT BY PAY DATE IS THE CASH      *
      *   REPORTED ON THE ANNUAL 1099 (PDDB0025).                     *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPDSBTB-C-PAYEE-DSBR-TB.
           05  CLPDSBTB-C-PAYEE-ID        PIC  X(00015).
           05  CLPDSBTB-C-CYC-END-DT      PIC  X(00010).
           05  CLPDSBTB-C-PAY-DT          PIC  X(00010).
      *    A = ACH, C = CHECK, N = NOT PAID (OFFSET, CARRIED, ZERO).
           05  CLPDSBTB-C-PAY-MTHD-CD     PIC  X(00001).
               88  CLPDSBTB-C-PAID-ACH           VALUE 'A'.
               88  CLPDSBTB-C-PAID-CHECK         VALUE 'C'.
               88  CLPDSBTB-C-NOT-PAID           VALUE 'N'.
           05  CLPDSBTB-C-CHK-NUM         PIC S9(00009) COMP.
           05  CLPDSBTB-C-NET-AMT         PIC S9(00011)V9(00002) COMP-3.
           05  CLPDSBTB-C-OFST-AMT        PIC S9(00011)V9(00002) COMP-3.
           05  CLPDSBTB-C-PAID-AMT        PIC S9(00011)V9(00002) COMP-3.
           05  CLPDSBTB-C-UPD-TS          PIC  X(00026).
