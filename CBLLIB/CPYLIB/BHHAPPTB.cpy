      *****************************************************************
      *                                                               *
      *    MEMBER:  BHHAPPTB                                         *
      *      NAME:  B-HHLD-CAP-APPLY-TB                               *
      * SUBSYSTEM:  B Benefits                                        *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   HOUSEHOLD COST-SHARING CAP APPLICATION DETAIL.  ONE ROW     *
      *   PER PAID CLAIM COUNTED AGAINST A B_HHLD_CAP_TB QUARTER:     *
      *   THE PATIENT PAY COLLECTED AND THE COPAY WAIVED.  THE        *
      *   PHARMACY / RX / SERVICE-DATE KEY IS THE RETRY GUARD - A     *
      *   RESUBMISSION OF THE SAME FILL (NEW TCN) IS NOT COUNTED      *
      *   TWICE - AND THE TCN LETS A MATCHED REVERSAL BACK THE        *
      *   AMOUNTS OUT.  WRITTEN AND READ BY THE CLAIM EDIT MODULE     *
      *   (CONDU, S961).                                              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  BHHAPPTB-B-HHLD-CAP-APPLY-TB.
           05  BHHAPPTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  BHHAPPTB-B-HHLD-ID         PIC  X(00010).
           05  BHHAPPTB-B-CAP-QTR-ID      PIC  X(00007).
           05  BHHAPPTB-B-SYS-ID          PIC S9(00009) COMP.
           05  BHHAPPTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  BHHAPPTB-C-PROV-ID         PIC  X(00015).
           05  BHHAPPTB-C-RX-SVC-REF-NUM  PIC S9(00012) COMP-3.
           05  BHHAPPTB-C-SVC-DT          PIC  X(00010).
           05  BHHAPPTB-C-APPLY-AMT       PIC S9(00009)V9(00002)
                                          COMP-3.
           05  BHHAPPTB-C-WAIVED-AMT      PIC S9(00009)V9(00002)
                                          COMP-3.
