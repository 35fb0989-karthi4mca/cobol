      *****************************************************************
      *                                                               *
      *    MEMBER:  BHHCAPTB                                         *
      *      NAME:  B-HHLD-CAP-TB                                     *
      * SUBSYSTEM:  B Benefits                                        *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   MEDICAID HOUSEHOLD COST-SHARING CAP.  ONE ROW PER           *
      *   HOUSEHOLD PER CALENDAR QUARTER ('CCYY-QN') CARRYING THE     *
      *   QUARTERLY CAP FROM THE ENROLLMENT FEED (R_MBR_ELIG_TB),     *
      *   THE PATIENT PAY COLLECTED AGAINST IT SO FAR, AND THE        *
      *   COPAY DOLLARS WAIVED ONCE IT WAS REACHED.  CREATED BY THE   *
      *   CLAIM EDIT MODULE (CONDU, S961) ON THE HOUSEHOLD'S FIRST    *
      *   PAID CLAIM OF THE QUARTER, ADDED TO AT CLAIM TERMINATION    *
      *   AND BACKED OUT ON A MATCHED REVERSAL (B_HHLD_CAP_APPLY_TB); *
      *   THE QUARTERLY STATE COST-SHARING REPORT (PDDR0065) LISTS    *
      *   HOUSEHOLDS THAT MET THE CAP.                                *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  BHHCAPTB-B-HHLD-CAP-TB.
           05  BHHCAPTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  BHHCAPTB-B-HHLD-ID         PIC  X(00010).
           05  BHHCAPTB-B-CAP-QTR-ID      PIC  X(00007).
           05  BHHCAPTB-B-CAP-AMT         PIC S9(00007)V9(00002)
                                          COMP-3.
           05  BHHCAPTB-B-CAP-APPLD-AMT   PIC S9(00009)V9(00002)
                                          COMP-3.
           05  BHHCAPTB-B-CAP-WAIVED-AMT  PIC S9(00009)V9(00002)
                                          COMP-3.
      *    SERVICE DATE OF THE CLAIM THAT REACHED THE CAP; SPACES
      *    WHILE THE HOUSEHOLD IS STILL UNDER IT.
           05  BHHCAPTB-B-CAP-MET-DT      PIC  X(00010).
           05  BHHCAPTB-B-UPD-TS          PIC  X(00026).
