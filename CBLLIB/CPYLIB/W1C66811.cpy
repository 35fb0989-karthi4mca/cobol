      *****************************************************************
      *                                                               *
      *    MEMBER:  W1C66811                                          *
      *      NAME:  C-BENE-INQ-COMMAREA                               *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   REAL-TIME PRESCRIPTION BENEFIT CHECK COMMAREA.  THE EHR     *
      *   GATEWAY LINKS TO PDDC9890 WITH THE REQUEST HALF FILLED IN;  *
      *   PDDC9890 RUNS THE PRESCRIPTION THROUGH THE DUAL MODULE IN   *
      *   BENEFIT INQUIRY MODE (NOTHING WRITTEN) AND RETURNS THE      *
      *   COVERAGE STATUS, THE ESTIMATED PATIENT PAY, THE             *
      *   RESTRICTIONS THAT APPLY AND UP TO THREE COVERED             *
      *   ALTERNATIVES FROM THE SAME GCN.                             *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  W1C66811-C-BENE-INQ-COMMAREA.
           05  W1C66811-C-RQST.
               10  W1C66811-C-RQST-BIN-NUM    PIC  9(00006).
               10  W1C66811-C-RQST-PCN-NUM    PIC  X(00010).
               10  W1C66811-C-RQST-GROUP-ID   PIC  X(00015).
               10  W1C66811-C-RQST-CARDHOLDR-ID
                                              PIC  X(00020).
               10  W1C66811-C-RQST-PERSON-CD  PIC  X(00003).
      *        CCYYMMDD.
               10  W1C66811-C-RQST-DOB-DT     PIC  X(00008).
               10  W1C66811-C-RQST-SEX-CD     PIC  X(00001).
               10  W1C66811-C-RQST-PREG-IND   PIC  X(00001).
      *        PHARMACY AND PRESCRIBER NPIS.
               10  W1C66811-C-RQST-PROV-ID    PIC  X(00015).
               10  W1C66811-C-RQST-PRSC-ID    PIC  X(00015).
               10  W1C66811-C-RQST-NDC-NUM    PIC  X(00011).
               10  W1C66811-C-RQST-QTY-AMT    PIC  9(00007)V9(00003).
               10  W1C66811-C-RQST-DYS-SPLY-NUM
                                              PIC  9(00003).
      *        CCYYMMDD - SPACES MEANS TODAY.
               10  W1C66811-C-RQST-SVC-DT     PIC  X(00008).
      *        THE REQUESTING EHR OR INTERMEDIARY - THE AUDIT USER.
               10  W1C66811-C-RQST-SRC-ID     PIC  X(00008).
           05  W1C66811-C-RESP.
               10  W1C66811-C-RESP-RTRN-CD    PIC S9(00004) COMP.
                   88  W1C66811-C-RESP-OK            VALUE +0.
                   88  W1C66811-C-RESP-RQST-INVALID  VALUE +8.
                   88  W1C66811-C-RESP-NOT-PROCESSED VALUE +12.
               10  W1C66811-C-RESP-MSG-TX     PIC  X(00060).
               10  W1C66811-C-RESP-CVRG-STAT-CD
                                              PIC  X(00001).
                   88  W1C66811-C-RESP-COVERED       VALUE 'C'.
                   88  W1C66811-C-RESP-RESTRICTED    VALUE 'R'.
                   88  W1C66811-C-RESP-NOT-COVERED   VALUE 'N'.
                   88  W1C66811-C-RESP-MBR-NOT-ELIG  VALUE 'E'.
               10  W1C66811-C-RESP-PAT-PAY-AMT
                                          PIC S9(00007)V9(00002) COMP-3.
               10  W1C66811-C-RESP-PLAN-PAY-AMT
                                          PIC S9(00007)V9(00002) COMP-3.
               10  W1C66811-C-RESP-GCN-SEQ-NUM
                                              PIC S9(00009) COMP.
               10  W1C66811-C-RESP-RSTR-CNT   PIC  9(00002).
               10  W1C66811-C-RESP-RSTR
                           OCCURS 0010 TIMES.
      *            PA  PRIOR AUTHORIZATION     ST  STEP THERAPY
      *            QL  QUANTITY LIMIT          DR  AGE/GENDER/PREGNANCY
      *            LD  LIMITED DISTRIBUTION    EL  MEMBER ELIGIBILITY
      *            OT  ANY OTHER EDIT
                   15  W1C66811-C-RESP-RSTR-TY-CD
                                              PIC  X(00002).
                   15  W1C66811-C-RESP-RSTR-EXC-CD
                                              PIC  X(00004).
                   15  W1C66811-C-RESP-RSTR-REJ-CD
                                              PIC  X(00003).
               10  W1C66811-C-RESP-ALT-CNT    PIC  9(00001).
               10  W1C66811-C-RESP-ALT
                           OCCURS 0003 TIMES.
                   15  W1C66811-C-RESP-ALT-NDC-NUM
                                              PIC  9(00011).
                   15  W1C66811-C-RESP-ALT-LBL-NAM
                                              PIC  X(00030).
                   15  W1C66811-C-RESP-ALT-BRAND-IND
                                              PIC  X(00001).
