      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90090                                          *
      *      NAME:  WK-9009-CALL-PARMS                                *
      * SUBSYSTEM:  B Benefits                                        *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED AUDITED ACCUMULATOR          *
      *   ADJUSTMENT ROUTINE (PDDS9009).  THE CALLER PASSES THE       *
      *   B_BENEFIT_TB KEY (MEMBER, BENEFIT YEAR, GROUP, BENEFIT      *
      *   TYPE), THE SIGNED DELTA, THE USER AND THE REASON CODE; THE  *
      *   ROUTINE APPLIES THE DELTA TO THE BENEFIT-YTD AMOUNT AND     *
      *   WRITES THE BEFORE/AFTER ROW ON B_BENEFIT_ADJ_AUD_TB, OR     *
      *   REFUSES IT.  THE BEFORE AND AFTER BALANCES COME BACK FOR    *
      *   THE CALLER'S REPORT.  THE CALLER COMMITS.                   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9009-CALL-PARMS.
           05  WK-9009-SYS-ID             PIC S9(00009) COMP.
           05  WK-9009-YR-ID              PIC  X(00004).
           05  WK-9009-GROUP-ID           PIC  X(00008).
           05  WK-9009-BENEFIT-TY-CD      PIC  X(00001).
           05  WK-9009-ADJ-AMT            PIC S9(00009)V9(00002)
                                          COMP-3.
           05  WK-9009-USER-ID            PIC  X(00008).
           05  WK-9009-RSN-CD             PIC  X(00004).
           05  WK-9009-BEF-YTD-AMT        PIC S9(00009)V9(00002)
                                          COMP-3.
           05  WK-9009-AFT-YTD-AMT        PIC S9(00009)V9(00002)
                                          COMP-3.
           05  WK-9009-REPLY-CD           PIC  X(00001).
               88  WK-9009-APPLIED               VALUE '0'.
               88  WK-9009-BAD-PARMS             VALUE '1'.
               88  WK-9009-NOT-ON-FILE           VALUE '2'.
               88  WK-9009-WOULD-GO-NEGATIVE     VALUE '3'.
               88  WK-9009-SQL-ERROR             VALUE '9'.
           05  WK-9009-SQLCODE            PIC S9(00009) COMP.
