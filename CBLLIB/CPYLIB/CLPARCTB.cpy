      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPARCTB                                         *
      *      NAME:  C-PROV-AR-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PROVIDER ACCOUNTS RECEIVABLE.  ONE ROW PER AMOUNT A PAYEE   *
      *   OWES BACK, NUMBERED FROM C_PROV_AR_SEQ.  A PAYMENT CYCLE    *
      *   WHOSE REVERSALS LEAVE THE PAYEE'S NET NEGATIVE CARRIES THE  *
      *   NEGATIVE HERE (SOURCE N, WRITTEN BY PDDB0022); RECOVERIES   *
      *   ESTABLISHED BY FINANCE OR PROGRAM INTEGRITY ARE LOADED BY   *
      *   PDDB0023 (SOURCE V), AND A FINALIZED PHARMACY AUDIT CASE    *
      *   POSTS ITS FINDINGS FROM THE AUDIT CASE SCREEN, PDDM7591     *
      *   (SOURCE A).  EACH LATER CYCLE OFFSETS OPEN ROWS,            *
      *   OLDEST FIRST, AGAINST THE PAYEE'S NEW PAYMENTS BEFORE       *
      *   ANYTHING IS DISBURSED.  A BALANCE AT OR OVER THE LIST 7531  *
      *   THRESHOLD IS RECOUPED ON AN INSTALLMENT SCHEDULE - AT MOST  *
      *   C_INSTL_AMT A CYCLE.  EVERY POSTING IS ON C_PROV_AR_TXN_TB  *
      *   (CLPARXTB).  AGED BY PDDR0068.                              *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPARCTB-C-PROV-AR-TB.
           05  CLPARCTB-C-AR-NUM          PIC S9(00009) COMP.
           05  CLPARCTB-C-PAYEE-ID        PIC  X(00015).
      *    N = NEGATIVE CYCLE BALANCE CARRIED FORWARD (REVERSALS OF
      *    CLAIMS PAID IN EARLIER CYCLES), V = RECOVERY, A = AUDIT
      *    CASE RECOVERY (C_AR_REF_TX CARRIES THE CASE NUMBER).
           05  CLPARCTB-C-AR-SRC-CD       PIC  X(00001).
               88  CLPARCTB-C-AR-SRC-NEG-CYCLE   VALUE 'N'.
               88  CLPARCTB-C-AR-SRC-RECOVERY    VALUE 'V'.
               88  CLPARCTB-C-AR-SRC-AUDIT       VALUE 'A'.
CR4225*    D = POST-DEATH RECOVERY OPENED BY THE MONTHLY SWEEP          CR4225
CR4225*    (PDDB0044) FOR A CLAIM PAID AFTER THE MEMBER'S OR THE        CR4225
CR4225*    PRESCRIBER'S DATE OF DEATH (C_AR_REF_TX CARRIES THE TCN).    CR4225
CR4225               88  CLPARCTB-C-AR-SRC-DECEASED    VALUE 'D'.       CR4225
           05  CLPARCTB-C-AR-RSN-TX       PIC  X(00030).
           05  CLPARCTB-C-AR-REF-TX       PIC  X(00020).
           05  CLPARCTB-C-OPEN-DT         PIC  X(00010).
           05  CLPARCTB-C-SRC-CYC-END-DT  PIC  X(00010).
           05  CLPARCTB-C-ORIG-AMT        PIC S9(00009)V9(00002) COMP-3.
           05  CLPARCTB-C-BAL-AMT         PIC S9(00009)V9(00002) COMP-3.
      *    ZERO = NO SCHEDULE, THE WHOLE BALANCE MAY BE OFFSET.
           05  CLPARCTB-C-INSTL-AMT       PIC S9(00009)V9(00002) COMP-3.
      *    O = OPEN, I = OPEN ON AN INSTALLMENT SCHEDULE,
      *    C = CLOSED (FULLY RECOUPED).
           05  CLPARCTB-C-AR-STAT-CD      PIC  X(00001).
               88  CLPARCTB-C-AR-OPEN            VALUE 'O'.
               88  CLPARCTB-C-AR-INSTALLMENT     VALUE 'I'.
               88  CLPARCTB-C-AR-CLOSED          VALUE 'C'.
           05  CLPARCTB-C-LAST-OFST-DT    PIC  X(00010).
           05  CLPARCTB-C-CLOSE-DT        PIC  X(00010).
           05  CLPARCTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLPARCTB-C-UPD-TS          PIC  X(00026).
