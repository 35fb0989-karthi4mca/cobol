      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCFGIMG                                         *
      *      NAME:  CLCFGIMG-ROW-IMG                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CONFIGURATION ROW IMAGE.  ONE ROW OF A PROMOTABLE           *
      *   CONFIGURATION TABLE IN A FIXED 200-BYTE DISPLAY FORMAT, KEY *
      *   COLUMNS FIRST, SO A ROW CAN TRAVEL IN A CHANGE PACKAGE FILE *
      *   (PDDB0035 EXPORT, PDDB0036 APPLY/BACKOUT) AND BE KEPT AS A  *
      *   BEFORE OR AFTER IMAGE ON C_CFG_PKG_ROW_TB.  THE TABLE CODE  *
      *   SAYS WHICH VIEW APPLIES: GLST G_LIST_DTL_TB, EXCD           *
      *   R_CLM_EXC_DISP_TB, MSGC R_POS_MSG_CAT_TB, SITF              *
      *   R_SIT_FLD_REQ_TB, PCNR R_PCN_RTE_TB, EXEB R_CLM_EXC_EOB_TB, *
      *   EXCT C_EXC_CTGRY_TB.  READ AND WRITTEN ONLY THROUGH THE     *
      *   SHARED ROUTINE PDDS9007.                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCFGIMG-ROW-IMG                PIC  X(00200).
      *    G_LIST_DTL_TB - KEY SUBSYSTEM, LIST, GROUP, START LIMIT.
       01  CLCFGIMG-GLST-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-GL-SUBSYS-CD       PIC  X(00001).
           05  CLCFGIMG-GL-LIST-NUM        PIC  X(00004).
           05  CLCFGIMG-GL-GROUP-ID        PIC  X(00008).
           05  CLCFGIMG-GL-STRT-LMT        PIC  X(00015).
           05  CLCFGIMG-GL-CUST-PART-NUM   PIC  9(00009).
           05  CLCFGIMG-GL-TXN-CD          PIC  X(00002).
           05  CLCFGIMG-GL-VRSN-NUM        PIC  X(00002).
           05  CLCFGIMG-GL-END-LMT         PIC  X(00015).
           05  CLCFGIMG-GL-STRT-2-LMT      PIC  X(00015).
           05  CLCFGIMG-GL-END-2-LMT       PIC  X(00015).
           05  CLCFGIMG-GL-STRT-3-LMT      PIC  X(00015).
           05  CLCFGIMG-GL-END-3-LMT       PIC  X(00015).
           05  CLCFGIMG-GL-STRT-4-LMT      PIC  X(00015).
           05  CLCFGIMG-GL-EFF-STRT-DT     PIC  X(00010).
           05  CLCFGIMG-GL-EFF-END-DT      PIC  X(00010).
           05  CLCFGIMG-GL-DTL-TX          PIC  X(00030).
           05  FILLER                      PIC  X(00019).
      *    R_CLM_EXC_DISP_TB - KEY PARTITION, EXCEPTION, PLAN, GROUP,
      *    DOCUMENT TYPE, MEDIA SOURCE, HEADER TYPE, BEGIN DATE.
       01  CLCFGIMG-EXCD-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-ED-CUST-PART-NUM   PIC  9(00009).
           05  CLCFGIMG-ED-EXC-CD          PIC  X(00004).
           05  CLCFGIMG-ED-PLAN-ID         PIC  X(00008).
           05  CLCFGIMG-ED-GROUP-ID        PIC  X(00008).
           05  CLCFGIMG-ED-DOC-TY-CD       PIC  X(00001).
           05  CLCFGIMG-ED-MED-SRC-CD      PIC  X(00001).
           05  CLCFGIMG-ED-HDR-TY-CD       PIC  X(00001).
           05  CLCFGIMG-ED-BEG-DT          PIC  X(00010).
           05  CLCFGIMG-ED-IDX-NUM         PIC  9(00005).
           05  CLCFGIMG-ED-END-DT          PIC  X(00010).
           05  CLCFGIMG-ED-DISP-CD         PIC  X(00001).
           05  CLCFGIMG-ED-FORCE-APP-CD    PIC  X(00001).
           05  CLCFGIMG-ED-FORCE-DENY-CD   PIC  X(00001).
           05  CLCFGIMG-ED-ADJUD-REJ-CD    PIC  X(00003).
           05  CLCFGIMG-ED-TXT-EOB-CD      PIC  X(00004).
           05  FILLER                      PIC  X(00133).
      *    R_POS_MSG_CAT_TB - KEY EXCEPTION, GROUP, LANGUAGE, BEGIN.
       01  CLCFGIMG-MSGC-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-MC-EXC-CD          PIC  X(00004).
           05  CLCFGIMG-MC-GROUP-ID        PIC  X(00008).
           05  CLCFGIMG-MC-LANG-CD         PIC  X(00003).
           05  CLCFGIMG-MC-BEG-DT          PIC  X(00010).
           05  CLCFGIMG-MC-END-DT          PIC  X(00010).
           05  CLCFGIMG-MC-MSG-TX          PIC  X(00132).
           05  FILLER                      PIC  X(00033).
      *    R_SIT_FLD_REQ_TB - KEY VERSION, TRANSACTION, FIELD, BEGIN.
       01  CLCFGIMG-SITF-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-SF-VRSN-NUM        PIC  X(00002).
           05  CLCFGIMG-SF-TXN-CD          PIC  X(00002).
           05  CLCFGIMG-SF-FLD-ID          PIC  X(00003).
           05  CLCFGIMG-SF-BEG-DT          PIC  X(00010).
           05  CLCFGIMG-SF-END-DT          PIC  X(00010).
           05  CLCFGIMG-SF-ACTN-CD         PIC  X(00001).
           05  CLCFGIMG-SF-DFLT-TX         PIC  X(00015).
           05  CLCFGIMG-SF-EXC-CD          PIC  X(00004).
           05  FILLER                      PIC  X(00153).
      *    R_PCN_RTE_TB - KEY PROCESSOR CONTROL NUMBER, BEGIN DATE.
       01  CLCFGIMG-PCNR-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-PR-PRCS-NUM        PIC  X(00010).
           05  CLCFGIMG-PR-BEG-DT          PIC  X(00010).
           05  CLCFGIMG-PR-END-DT          PIC  X(00010).
           05  CLCFGIMG-PR-ENV-CLASS-CD    PIC  X(00001).
           05  CLCFGIMG-PR-DFLT-GROUP-ID   PIC  X(00015).
           05  CLCFGIMG-PR-CUST-PART-NUM   PIC  9(00004).
           05  FILLER                      PIC  X(00150).
      *    R_CLM_EXC_EOB_TB - KEY EXCEPTION.
       01  CLCFGIMG-EXEB-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-EB-EXC-CD          PIC  X(00004).
           05  CLCFGIMG-EB-EOB-ADJUD-CD    PIC  X(00004).
           05  FILLER                      PIC  X(00192).
      *    C_EXC_CTGRY_TB - KEY EXCEPTION.
       01  CLCFGIMG-EXCT-IMG REDEFINES CLCFGIMG-ROW-IMG.
           05  CLCFGIMG-CT-EXC-CD          PIC  X(00004).
           05  CLCFGIMG-CT-CTGRY-CD        PIC  X(00001).
           05  CLCFGIMG-CT-CTGRY-DESC      PIC  X(00020).
           05  FILLER                      PIC  X(00175).
