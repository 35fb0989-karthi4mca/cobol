      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCINVTB                                         *
      *      NAME:  C-CUST-INV-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PLAN-SPONSOR ADMINISTRATIVE-FEE INVOICE AND ITS OPEN        *
      *   RECEIVABLE.  ONE ROW PER CUSTOMER PER BILLING MONTH,        *
      *   WRITTEN BY PDDB0028 WITH THE BILLABLE EVENT COUNTS, THE FEE *
      *   APPLIED TO EACH AND THE INVOICE TOTAL.  PAYMENTS POSTED BY  *
      *   PDDB0029 REDUCE THE BALANCE (LEDGER ON C_CUST_INV_PYMT_TB); *
      *   THE INVOICE CLOSES AT ZERO.  AGED BY PDDR0070.              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCINVTB-C-CUST-INV-TB.
           05  CLCINVTB-C-INV-NUM         PIC S9(00009) COMP.
           05  CLCINVTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLCINVTB-R-CUST-ID         PIC  X(00006).
      *    FIRST AND LAST DAY OF THE MONTH BILLED.
           05  CLCINVTB-C-BILL-BEG-DT     PIC  X(00010).
           05  CLCINVTB-C-BILL-END-DT     PIC  X(00010).
           05  CLCINVTB-C-INV-DT          PIC  X(00010).
           05  CLCINVTB-C-DUE-DT          PIC  X(00010).
           05  CLCINVTB-C-PAID-CLM-CNT    PIC S9(00009) COMP.
           05  CLCINVTB-C-PAID-CLM-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLCINVTB-C-RVSL-CNT        PIC S9(00009) COMP.
           05  CLCINVTB-C-RVSL-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLCINVTB-C-PA-REQ-CNT      PIC S9(00009) COMP.
           05  CLCINVTB-C-PA-REQ-AMT      PIC S9(00009)V9(00002) COMP-3.
      *    MEMBER MONTHS - MEMBERS ELIGIBLE ANY DAY OF THE MONTH.
           05  CLCINVTB-C-MBR-MO-CNT      PIC S9(00009) COMP.
           05  CLCINVTB-C-PMPM-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLCINVTB-C-INV-AMT         PIC S9(00009)V9(00002) COMP-3.
           05  CLCINVTB-C-PAID-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLCINVTB-C-BAL-AMT         PIC S9(00009)V9(00002) COMP-3.
           05  CLCINVTB-C-INV-STAT-CD     PIC  X(00001).
               88  CLCINVTB-C-INV-OPEN           VALUE 'O'.
               88  CLCINVTB-C-INV-PAID           VALUE 'P'.
           05  CLCINVTB-C-LAST-PYMT-DT    PIC  X(00010).
           05  CLCINVTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLCINVTB-C-UPD-TS          PIC  X(00026).
