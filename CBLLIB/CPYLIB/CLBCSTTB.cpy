      *****************************************************************
      *                                                               *
      *    MEMBER:  CLBCSTTB                                          *
      *      NAME:  R-POS-BCST-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   POINT-OF-SALE BROADCAST MESSAGES.  ONE ROW PER BROADCAST    *
      *   (PAYMENT-CYCLE DELAY, POLICY CHANGE, DISASTER DECLARATION)  *
      *   WITH ITS TEXT, START AND END TIMESTAMPS AND ONE TARGET -    *
      *   EVERY PHARMACY, A BIN (OPTIONALLY ONE PCN UNDER IT), A      *
      *   PHARMACY NETWORK, ONE PHARMACY OR ONE GROUP.  THE RESPONSE  *
      *   BUILDER (PDDC9880) PUTS THE ACTIVE TEXT IN THE ADDITIONAL   *
      *   MESSAGE AREA OF EVERY PAID AND DENIED RESPONSE IT MATCHES   *
      *   AND COUNTS THE HIT HERE; PDDR0080 REPORTS THE COUNTS.       *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLBCSTTB-R-POS-BCST-TB.
           05  CLBCSTTB-R-BCST-ID         PIC  X(00008).
      *   WHY THE BROADCAST WAS RAISED:
      *     PYDL - PAYMENT CYCLE DELAYED
      *     PLCY - POLICY OR COVERAGE CHANGE
      *     DSTR - DISASTER OR EMERGENCY DECLARATION
      *     OTHR - ANYTHING ELSE
           05  CLBCSTTB-R-BCST-RSN-CD     PIC  X(00004).
               88  CLBCSTTB-R-BCST-PAY-DELAY     VALUE 'PYDL'.
               88  CLBCSTTB-R-BCST-POLICY        VALUE 'PLCY'.
               88  CLBCSTTB-R-BCST-DISASTER      VALUE 'DSTR'.
               88  CLBCSTTB-R-BCST-OTHER         VALUE 'OTHR'.
      *   WHO RECEIVES IT - ONLY THE TARGET COLUMN FOR THE TYPE IS
      *   READ; THE OTHERS ARE LEFT BLANK.
           05  CLBCSTTB-R-BCST-TRGT-TY-CD PIC  X(00001).
               88  CLBCSTTB-R-BCST-TRGT-ALL      VALUE 'A'.
               88  CLBCSTTB-R-BCST-TRGT-BIN-PCN  VALUE 'B'.
               88  CLBCSTTB-R-BCST-TRGT-NETWORK  VALUE 'N'.
               88  CLBCSTTB-R-BCST-TRGT-PHARMACY VALUE 'P'.
               88  CLBCSTTB-R-BCST-TRGT-GROUP    VALUE 'G'.
      *   BIN TARGET - A BLANK PCN MEANS EVERY PCN UNDER THE BIN.
           05  CLBCSTTB-R-BCST-BIN-NUM    PIC  X(00006).
           05  CLBCSTTB-R-BCST-PCN-NUM    PIC  X(00010).
      *   NETWORK TARGET - THE PHARMACY'S C_PROV_MSTR_TB NETWORK.
           05  CLBCSTTB-C-NETWORK-ID      PIC  X(00006).
           05  CLBCSTTB-C-PROV-ID         PIC  X(00015).
           05  CLBCSTTB-R-GROUP-ID        PIC  X(00008).
      *   ACTIVE FROM THE BEGIN TIMESTAMP UP TO (NOT INCLUDING) THE
      *   END TIMESTAMP.
           05  CLBCSTTB-R-BCST-BEG-TS     PIC  X(00026).
           05  CLBCSTTB-R-BCST-END-TS     PIC  X(00026).
           05  CLBCSTTB-R-BCST-MSG-TX     PIC  X(00080).
      *   RESPONSES THAT CARRIED THE BROADCAST, AND THE LAST ONE.
           05  CLBCSTTB-R-BCST-HIT-CNT    PIC S9(00009) COMP.
           05  CLBCSTTB-R-BCST-LAST-HIT-TS
                                          PIC  X(00026).
           05  CLBCSTTB-B-UPD-USER-ID     PIC  X(00008).
           05  CLBCSTTB-B-UPD-TS          PIC  X(00026).
