      *****************************************************************
      *                                                               *
      *    MEMBER:  CLLKNIMG                                         *
      *      NAME:  CLLKNIMG-ROW-IMG                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   LOCK-IN SPAN IMAGE.  ONE C_MBR_LOCKIN_TB ROW IN A FIXED     *
      *   200-BYTE DISPLAY FORMAT, KEY COLUMNS FIRST, THE SAME SHAPE  *
      *   AS THE CLCFGIMG CONFIGURATION ROW IMAGE, SO A LOCK-IN       *
      *   CHANGE STAGED ON THE MAINTENANCE SCREEN (W760, PDDM7582)    *
      *   CAN BE KEPT AS A BEFORE OR AFTER IMAGE ON C_CFG_PEND_TB     *
      *   UNTIL A SECOND OPERATOR APPROVES IT (W770, PDDM7592).       *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLLKNIMG-ROW-IMG                PIC  X(00200).
      *    C_MBR_LOCKIN_TB - KEY PARTITION, CARDHOLDER, BEGIN DATE.
       01  CLLKNIMG-LKIN-IMG REDEFINES CLLKNIMG-ROW-IMG.
           05  CLLKNIMG-LK-CUST-PART-NUM   PIC  9(00004).
           05  CLLKNIMG-LK-CRDHLDR-ID      PIC  X(00020).
           05  CLLKNIMG-LK-BEG-DT          PIC  X(00010).
           05  CLLKNIMG-LK-PROV-ID         PIC  X(00015).
           05  CLLKNIMG-LK-PRSC-ID         PIC  X(00015).
           05  CLLKNIMG-LK-END-DT          PIC  X(00010).
           05  FILLER                      PIC  X(00126).
