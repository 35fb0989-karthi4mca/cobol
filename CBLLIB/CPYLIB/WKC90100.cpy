      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90100                                          *
      *      NAME:  WK-9010-CALL-PARMS                                *
      * SUBSYSTEM:  G Generic Lists                                   *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED LOAD CHECKPOINT ROUTINE      *
      *   (PDDS9010).  BEGIN DECIDES HOW THE RUN STARTS FROM THE      *
      *   CHECKPOINT ROW AND THE OPTIONAL RESTART CARD, AND ON A      *
      *   RESTART HANDS BACK THE RECORDS ALREADY APPLIED, THE LAST    *
      *   KEY AND THE CONTROL TOTALS.  CHECKPOINT RECORDS THE SAME    *
      *   THREE AT EACH COMMIT; FINISH MARKS THE RUN COMPLETE.  THE   *
      *   CALLER COMMITS AFTER EACH CALL.                             *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9010-CALL-PARMS.
           05  WK-9010-FUNC-CD            PIC  X(00001).
               88  WK-9010-BEGIN                 VALUE 'B'.
               88  WK-9010-TAKE-CHKPT            VALUE 'C'.
               88  WK-9010-FINISH                VALUE 'E'.
           05  WK-9010-PGM-ID             PIC  X(00008).
      *    THE CALLER'S BUSINESS DATE, SPACES WHEN IT HAS NONE.  A
      *    RESTART MUST RUN FOR THE DATE THE CHECKPOINT WAS TAKEN ON.
           05  WK-9010-BUS-DT             PIC  X(00010).
           05  WK-9010-REC-CNT            PIC S9(00009) COMP-3.
           05  WK-9010-LAST-KEY           PIC  X(00040).
           05  WK-9010-CTL-TOT            PIC S9(00013)V9(00002) COMP-3
                                          OCCURS 8.
           05  WK-9010-RUN-MODE-CD        PIC  X(00001).
               88  WK-9010-FRESH-RUN             VALUE 'F'.
               88  WK-9010-RESTART-RUN           VALUE 'R'.
               88  WK-9010-CLEARED-RUN           VALUE 'C'.
           05  WK-9010-RSTRT-CNT          PIC S9(00004) COMP.
           05  WK-9010-REPLY-CD           PIC  X(00001).
               88  WK-9010-OK                    VALUE '0'.
               88  WK-9010-UNFINISHED-RUN        VALUE '1'.
               88  WK-9010-NOTHING-TO-RESTART    VALUE '2'.
               88  WK-9010-BAD-CARD              VALUE '3'.
               88  WK-9010-DATE-MISMATCH         VALUE '4'.
               88  WK-9010-BAD-PARMS             VALUE '5'.
               88  WK-9010-SQL-ERROR             VALUE '9'.
           05  WK-9010-SQLCODE            PIC S9(00009) COMP.
