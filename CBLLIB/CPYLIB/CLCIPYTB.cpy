      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCIPYTB                                         *
      *      NAME:  C-CUST-INV-PYMT-TB                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PAYMENT LEDGER FOR C_CUST_INV_TB.  ONE ROW PER PAYMENT (OR  *
      *   PART OF A PAYMENT) APPLIED TO AN INVOICE BY PDDB0029, WITH  *
      *   THE CUSTOMER'S REMITTANCE REFERENCE AND THE INVOICE BALANCE *
      *   LEFT AFTER IT.                                              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCIPYTB-C-CUST-INV-PYMT-TB.
           05  CLCIPYTB-C-INV-NUM         PIC S9(00009) COMP.
           05  CLCIPYTB-C-PYMT-TS         PIC  X(00026).
           05  CLCIPYTB-C-PYMT-DT         PIC  X(00010).
           05  CLCIPYTB-C-PYMT-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLCIPYTB-C-PYMT-REF-TX     PIC  X(00020).
           05  CLCIPYTB-C-BAL-AFTR-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLCIPYTB-C-USER-ID         PIC  X(00008).
