      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPTAXTB                                         *
      *      NAME:  C-PAYEE-1099-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   1099 AMOUNTS FILED.  ONE ROW PER TAX YEAR PER RECIPIENT -   *
      *   KEYED BY TIN, OR BY PAYEE ID WHEN THE PAYEE HAS NO TIN ON   *
      *   FILE - WITH THE AMOUNT ON THE LATEST RETURN FILED FOR IT    *
      *   AND THE ONE BEFORE.  WRITTEN BY PDDB0025 ON AN ORIGINAL OR  *
      *   CORRECTED FILING; ITS PRE-FILING EDIT COMPARES THE YEAR'S   *
      *   RECOMPUTED TOTALS AGAINST IT.                               *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPTAXTB-C-PAYEE-1099-TB.
           05  CLPTAXTB-C-TAX-YR          PIC  X(00004).
           05  CLPTAXTB-C-RCPT-KEY        PIC  X(00015).
           05  CLPTAXTB-C-TIN-NUM         PIC  X(00009).
           05  CLPTAXTB-C-TIN-TY-CD       PIC  X(00001).
           05  CLPTAXTB-C-PAYEE-ID        PIC  X(00015).
           05  CLPTAXTB-C-RPT-AMT         PIC S9(00011)V9(00002) COMP-3.
           05  CLPTAXTB-C-PRIOR-RPT-AMT   PIC S9(00011)V9(00002) COMP-3.
      *    O = ORIGINAL RETURN, G = ONE-STEP CORRECTED RETURN.
           05  CLPTAXTB-C-FILE-TY-CD      PIC  X(00001).
               88  CLPTAXTB-C-FILED-ORIGINAL     VALUE 'O'.
               88  CLPTAXTB-C-FILED-CORRECTED    VALUE 'G'.
           05  CLPTAXTB-C-FILE-DT         PIC  X(00010).
           05  CLPTAXTB-C-UPD-TS          PIC  X(00026).
