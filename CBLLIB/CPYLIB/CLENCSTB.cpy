      *****************************************************************
      *                                                               *
      *    MEMBER:  CLENCSTB                                          *
      *      NAME:  C-ENC-SUBM-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   STATE ENCOUNTER SUBMISSION STATUS.  ONE ROW PER CLAIM (TCN) *
      *   EVER SENT TO THE STATE ON THE PDDR0090 NCPDP POST           *
      *   ADJUDICATION ENCOUNTER FILE: THE LAST DOCUMENT SENT         *
      *   (ORIGINAL, REPLACEMENT OR VOID) WITH THE ENCOUNTER IT       *
      *   REPLACES OR VOIDS AND THE VALUES SENT, AND THE DISPOSITION  *
      *   FROM THE STATE RESPONSE FILE LOADED BY PDDB0050.  A         *
      *   REJECTED ENCOUNTER STAYS OPEN (ITS ERROR CODES ARE ON       *
      *   C_ENC_ERR_TB) UNTIL A CORRECTED VERSION IS ACCEPTED;        *
      *   PDDR0091 AGES IT AGAINST THE STATE'S CORRECTION DEADLINE.   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLENCSTB-C-ENC-SUBM-TB.
           05  CLENCSTB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLENCSTB-B-SYS-ID          PIC S9(00009) COMP.
      *    S = SENT, AWAITING THE STATE RESPONSE; A = ACCEPTED;
      *    R = REJECTED; V = VOIDED AT THE STATE; P = REPLACED BY A
      *    REBILL'S REPLACEMENT ENCOUNTER; X = CLOSED (REJECTED, CLAIM
      *    NO LONGER PAID AND NOTHING HELD AT THE STATE).
           05  CLENCSTB-C-ENC-STAT-CD     PIC  X(00001).
               88  CLENCSTB-SENT                 VALUE 'S'.
               88  CLENCSTB-ACCEPTED             VALUE 'A'.
               88  CLENCSTB-REJECTED             VALUE 'R'.
               88  CLENCSTB-VOIDED               VALUE 'V'.
               88  CLENCSTB-REPLACED             VALUE 'P'.
               88  CLENCSTB-CLOSED               VALUE 'X'.
      *    LAST DOCUMENT SENT - NCPDP ENCOUNTER ADJUSTMENT DOCUMENT
      *    TYPE: 1 ORIGINAL, 7 REPLACEMENT, 8 VOID.
           05  CLENCSTB-C-ENC-DOC-TY-CD   PIC  X(00001).
               88  CLENCSTB-DOC-ORIGINAL         VALUE '1'.
               88  CLENCSTB-DOC-REPLACE          VALUE '7'.
               88  CLENCSTB-DOC-VOID             VALUE '8'.
      *    THE ENCOUNTER A REPLACEMENT OR VOID ACTS ON - THIS TCN, OR
      *    FOR A REBILL THE ORIGINAL CLAIM IT REPLACED; ZERO ON AN
      *    ORIGINAL.
           05  CLENCSTB-C-ENC-PRIOR-TCN-NUM
                                          PIC S9(00017) COMP-3.
      *    ON A REPLACED (P) ROW, THE REBILL THAT REPLACED IT.
           05  CLENCSTB-C-ENC-REPL-TCN-NUM
                                          PIC S9(00017) COMP-3.
      *    Y WHEN THE STATE HOLDS AN ACCEPTED VERSION OF THIS
      *    ENCOUNTER.
           05  CLENCSTB-C-ENC-ACPT-IND    PIC  X(00001).
               88  CLENCSTB-HELD-AT-STATE        VALUE 'Y'.
      *    CORRECTION REQUESTED BY THE ENCOUNTER ERROR TEAM (ENCCORR)
      *    - R RESEND AS IT NOW STANDS, V VOID; BLANK = NONE.
           05  CLENCSTB-C-ENC-CORR-CD     PIC  X(00001).
               88  CLENCSTB-CORR-RESEND          VALUE 'R'.
               88  CLENCSTB-CORR-VOID            VALUE 'V'.
           05  CLENCSTB-C-ENC-SENT-DT     PIC  X(00010).
           05  CLENCSTB-C-ENC-SENT-CNT    PIC S9(00004) COMP.
           05  CLENCSTB-C-ENC-NDC-NUM     PIC S9(00011) COMP-3.
           05  CLENCSTB-C-ENC-SVC-DT      PIC  X(00010).
           05  CLENCSTB-C-ENC-QTY-AMT     PIC S9(00008)V9(00003) COMP-3.
           05  CLENCSTB-C-ENC-DAYS-NUM    PIC S9(00003) COMP-3.
           05  CLENCSTB-C-ENC-CHRG-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLENCSTB-C-ENC-ALLOW-AMT   PIC S9(00009)V9(00002) COMP-3.
           05  CLENCSTB-C-ENC-FEE-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  CLENCSTB-C-ENC-PAID-AMT    PIC S9(00009)V9(00002) COMP-3.
           05  CLENCSTB-C-ENC-PAT-AMT     PIC S9(00009)V9(00002) COMP-3.
           05  CLENCSTB-C-ENC-OTH-PYR-AMT PIC S9(00009)V9(00002) COMP-3.
           05  CLENCSTB-C-ENC-RTN-DT      PIC  X(00010).
           05  CLENCSTB-C-ENC-ERR-CNT     PIC S9(00004) COMP.
      *    BUSINESS DATE THE OPEN REJECTION WAS FIRST RETURNED - THE
      *    STATE'S CORRECTION CLOCK RUNS FROM HERE.
           05  CLENCSTB-C-ENC-FST-REJ-DT  PIC  X(00010).
           05  CLENCSTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLENCSTB-C-UPD-TS          PIC  X(00026).
