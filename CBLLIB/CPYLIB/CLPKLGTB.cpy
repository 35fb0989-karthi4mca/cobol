      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPKLGTB                                         *
      *      NAME:  C-PAPER-KEY-LOG-TB                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PAPER CLAIM KEYING LOG.  ONE ROW PER SUBMIT ON THE PAPER    *
      *   CLAIM ENTRY SCREEN (PDDM7589, TRANID W767): THE SIGNED-ON   *
      *   OPERATOR WHO KEYED IT, WHEN, THE PHARMACY AND RX, AND HOW   *
      *   IT ENDED - TURNED BACK BY A SCREEN EDIT BEFORE IT REACHED   *
      *   THE DUAL MODULE (WITH THE EDIT MESSAGE), OR ADJUDICATED     *
      *   PAID OR DENIED (WITH THE TCN AND THE EXCEPTION CODES        *
      *   POSTED).  SUMMED BY OPERATOR FOR THE DAILY KEYING           *
      *   PRODUCTIVITY AND ERROR REPORT (PDDR0066).                   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPKLGTB-C-PAPER-KEY-LOG-TB.
           05  CLPKLGTB-C-KEY-TS          PIC  X(00026).
           05  CLPKLGTB-C-KEY-DT          PIC  X(00010).
           05  CLPKLGTB-C-OPER-ID         PIC  X(00008).
           05  CLPKLGTB-C-PROV-ID         PIC  X(00015).
           05  CLPKLGTB-C-RX-NUM          PIC  X(00012).
           05  CLPKLGTB-C-SVC-DT          PIC  X(00010).
      *    E = KEYING EDIT FAILED ON THE SCREEN (NEVER ADJUDICATED),
      *    P = ADJUDICATED AND ACCEPTED, D = ADJUDICATED AND DENIED,
      *    X = THE DUAL MODULE RETURNED AN ERROR (BACKED OUT),
      *    H = ADJUDICATED AND HELD FOR CLINICAL REVIEW.
           05  CLPKLGTB-C-RSLT-CD         PIC  X(00001).
               88  CLPKLGTB-C-RSLT-EDIT-ERR      VALUE 'E'.
               88  CLPKLGTB-C-RSLT-ACCEPTED      VALUE 'P'.
               88  CLPKLGTB-C-RSLT-DENIED        VALUE 'D'.
               88  CLPKLGTB-C-RSLT-MDUL-ERR      VALUE 'X'.
               88  CLPKLGTB-C-RSLT-PENDED        VALUE 'H'.
           05  CLPKLGTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLPKLGTB-C-EXC-CNT-NUM     PIC S9(00004) COMP.
           05  CLPKLGTB-C-EXC-LIST-TX     PIC  X(00075).
           05  CLPKLGTB-C-EDIT-MSG-TX     PIC  X(00079).
