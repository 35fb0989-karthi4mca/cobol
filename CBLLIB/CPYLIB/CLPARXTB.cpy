      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPARXTB                                         *
      *      NAME:  C-PROV-AR-TXN-TB                                  *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PROVIDER RECEIVABLE LEDGER POSTINGS.  ONE ROW PER MOVEMENT  *
      *   ON A C_PROV_AR_TB RECEIVABLE (CLPARCTB): ITS ESTABLISHMENT  *
      *   AND EACH CYCLE OFFSET, WITH THE CYCLE END DATE AND THE      *
      *   BALANCE LEFT AFTER IT.  C_TXN_AMT IS ALWAYS POSITIVE; THE   *
      *   TYPE SAYS WHICH WAY IT MOVED THE BALANCE.                   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPARXTB-C-PROV-AR-TXN-TB.
           05  CLPARXTB-C-AR-NUM          PIC S9(00009) COMP.
           05  CLPARXTB-C-TXN-TS          PIC  X(00026).
      *    E = ESTABLISHED, O = OFFSET AGAINST A CYCLE PAYMENT.
           05  CLPARXTB-C-TXN-TY-CD       PIC  X(00001).
               88  CLPARXTB-C-TXN-ESTABLISHED    VALUE 'E'.
               88  CLPARXTB-C-TXN-OFFSET         VALUE 'O'.
           05  CLPARXTB-C-TXN-AMT         PIC S9(00009)V9(00002) COMP-3.
           05  CLPARXTB-C-BAL-AFTR-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLPARXTB-C-CYC-END-DT      PIC  X(00010).
           05  CLPARXTB-C-USER-ID         PIC  X(00008).
