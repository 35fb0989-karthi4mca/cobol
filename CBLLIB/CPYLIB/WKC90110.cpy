      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90110                                          *
      *      NAME:  WK-9011-CALL-PARMS                                *
      * SUBSYSTEM:  B Benefits                                        *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED CLAIM ACCUMULATOR BACKOUT    *
      *   ROUTINE (PDDS9011).  THE CALLER PASSES THE PARTITION AND    *
      *   TCN OF A CLAIM IT HAS JUST DENIED; THE ROUTINE TAKES THAT   *
      *   CLAIM'S SPENDDOWN AND HOUSEHOLD COST-SHARE CAP AMOUNTS BACK *
      *   OFF B_SPENDDOWN_TB AND B_HHLD_CAP_TB AND DELETES ITS        *
      *   B_SPND_APPLY_TB AND B_HHLD_CAP_APPLY_TB ROWS.  THE AMOUNTS  *
      *   BACKED OUT COME BACK FOR THE CALLER'S REPORT; A CLAIM THAT  *
      *   NEVER REACHED AN ACCUMULATOR COMES BACK WITH ZEROS AND THE  *
      *   SWITCH OFF.  THE CALLER COMMITS.                            *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9011-CALL-PARMS.
           05  WK-9011-CUST-PART-NUM      PIC S9(00004) COMP.
           05  WK-9011-TCN-NUM            PIC S9(00017) COMP-3.
           05  WK-9011-SPND-AMT           PIC S9(00009)V9(00002)
                                          COMP-3.
           05  WK-9011-SPND-SW            PIC  X(00001).
               88  WK-9011-SPND-BACKED-OUT       VALUE 'Y'.
               88  WK-9011-SPND-NONE             VALUE 'N'.
           05  WK-9011-HHLD-AMT           PIC S9(00009)V9(00002)
                                          COMP-3.
           05  WK-9011-HHLD-WAIVED-AMT    PIC S9(00009)V9(00002)
                                          COMP-3.
           05  WK-9011-HHLD-SW            PIC  X(00001).
               88  WK-9011-HHLD-BACKED-OUT       VALUE 'Y'.
               88  WK-9011-HHLD-NONE             VALUE 'N'.
           05  WK-9011-REPLY-CD           PIC  X(00001).
               88  WK-9011-COMPLETE              VALUE '0'.
               88  WK-9011-BAD-PARMS             VALUE '1'.
               88  WK-9011-SQL-ERROR             VALUE '9'.
           05  WK-9011-SQLCODE            PIC S9(00009) COMP.
      *    THE TABLE THE FAILING STATEMENT WAS AGAINST, FOR THE
      *    CALLER'S ERROR MESSAGE.
           05  WK-9011-FAILED-TB          PIC  X(00020).
