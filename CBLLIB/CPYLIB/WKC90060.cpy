      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90060                                         *
      *      NAME:  WK-9006-CALL-PARMS                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED OUTBOUND-FILE REGISTRATION   *
      *   ROUTINE (PDDS9006).  THE PRODUCING PROGRAM PASSES ITS FILE  *
      *   TYPE, PROGRAM, OUTPUT DD NAME, BUSINESS DATE (CCYY-MM-DD),  *
      *   DETAIL RECORD COUNT AND HASH TOTAL ONCE THE FILE IS         *
      *   WRITTEN; THE ROUTINE ADDS THE NEXT GENERATION TO            *
      *   G_OUT_FILE_MNFST_TB AND HANDS BACK ITS SEQUENCE AND         *
      *   GENERATION NAME (DDNAME.DCCYYMMDD.VNNNN).  THE CALLER       *
      *   COMMITS.                                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9006-CALL-PARMS.
           05  WK-9006-FILE-TY-CD         PIC  X(00008).
           05  WK-9006-PGM-ID             PIC  X(00008).
           05  WK-9006-DD-NM              PIC  X(00008).
           05  WK-9006-BUS-DT             PIC  X(00010).
           05  WK-9006-REC-CNT            PIC S9(00009) COMP-3.
           05  WK-9006-HASH-AMT           PIC S9(00013)V9(00002) COMP-3.
           05  WK-9006-GEN-SEQ-NUM        PIC S9(00004) COMP.
           05  WK-9006-GEN-NM             PIC  X(00044).
           05  WK-9006-REPLY-CD           PIC  X(00001).
               88  WK-9006-OK                    VALUE '0'.
               88  WK-9006-BAD-PARMS             VALUE '1'.
               88  WK-9006-SQL-ERROR             VALUE '9'.
           05  WK-9006-SQLCODE            PIC S9(00009) COMP.
