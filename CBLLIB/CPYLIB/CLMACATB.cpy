      *****************************************************************
      *                                                               *
      *    MEMBER:  CLMACATB                                         *
      *      NAME:  C-MAC-APPEAL-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PHARMACY MAC APPEAL LOG.  ONE ROW PER APPEAL OF A STATE     *
      *   MAC PRICE, NUMBERED FROM C_MAC_APPEAL_SEQ, CARRYING THE     *
      *   APPEALING PHARMACY, THE NDC AND ITS GCN, THE ACQUISITION    *
      *   COST PER UNIT FROM THE PHARMACY'S INVOICE, THE MAC IN       *
      *   FORCE WHEN THE APPEAL WAS RECEIVED, AND THE DECISION,       *
      *   DECISION DATE AND APPROVED MAC.  LOGGED AND DECIDED ON THE  *
      *   MAC APPEAL SCREEN (PDDM7588, TRANID W766); VOLUMES AND      *
      *   TURNAROUND REPORTED MONTHLY BY PDDR0063.                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLMACATB-C-MAC-APPEAL-TB.
           05  CLMACATB-C-MAC-APPEAL-NUM  PIC S9(00009) COMP.
           05  CLMACATB-C-PROV-ID         PIC  X(00015).
           05  CLMACATB-R-DRUG-NDC-NUM    PIC  9(00011).
           05  CLMACATB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
           05  CLMACATB-C-INVC-UNIT-AMT   PIC S9(00006)V9(00005)
                                          COMP-3.
           05  CLMACATB-C-CUR-MAC-PRICE   PIC S9(00006)V9(00005)
                                          COMP-3.
           05  CLMACATB-C-RCVD-DT         PIC  X(00010).
      *    P = PENDING, A = APPROVED (MAC ADJUSTED), D = DENIED.
           05  CLMACATB-C-DCSN-CD         PIC  X(00001).
               88  CLMACATB-C-DCSN-PENDING       VALUE 'P'.
               88  CLMACATB-C-DCSN-APPROVED      VALUE 'A'.
               88  CLMACATB-C-DCSN-DENIED        VALUE 'D'.
           05  CLMACATB-C-DCSN-DT         PIC  X(00010).
           05  CLMACATB-C-NEW-MAC-PRICE   PIC S9(00006)V9(00005)
                                          COMP-3.
           05  CLMACATB-C-DCSN-USER-ID    PIC  X(00008).
           05  CLMACATB-C-RSN-TX          PIC  X(00030).
