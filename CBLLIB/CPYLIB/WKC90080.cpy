      *****************************************************************
      *                                                               *
      *    MEMBER:  WKC90080                                          *
      *      NAME:  WK-9008-CALL-PARMS                                *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CALL PARAMETERS FOR THE SHARED CLAIM EVENT PUBLISHER        *
      *   (PDDS9008) AND THE ADJUDICATED-CLAIM EVENT IT PUTS ON THE   *
      *   PDD.CLAIM.ADJUD.EVENT QUEUE.  FUNCTION P PUTS THE EVENT.    *
      *   UNDER CICS THE REGION IS ALREADY CONNECTED AND THE HANDLE   *
      *   IS ZERO; A BATCH CALLER CONNECTS FIRST WITH FUNCTION C,     *
      *   PASSES THE HANDLE IT IS GIVEN ON EVERY PUT, AND ENDS WITH   *
      *   FUNCTION D.  THE EVENT IS FIXED-FORMAT DISPLAY TEXT SO ANY  *
      *   SUBSCRIBER CAN READ IT; THE SAME 200 BYTES ARE THE PAYLOAD  *
      *   OF C_CLM_EVT_RTRY_TB WHEN A PUT FAILS.                      *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  WK-9008-CALL-PARMS.
           05  WK-9008-FUNC-CD             PIC  X(00001).
               88  WK-9008-CONNECT               VALUE 'C'.
               88  WK-9008-PUT                   VALUE 'P'.
               88  WK-9008-DISCONNECT            VALUE 'D'.
      *    Y - THE PUT JOINS THE CALLER'S UNIT OF WORK AND IS ONLY
      *    DELIVERED IF THE CALLER COMMITS.  N - DELIVERED AT ONCE.
           05  WK-9008-SYNC-CD             PIC  X(00001).
               88  WK-9008-IN-UNIT-OF-WORK       VALUE 'Y'.
               88  WK-9008-IMMEDIATE             VALUE 'N'.
           05  WK-9008-HCONN               PIC S9(00009) BINARY.
           05  WK-9008-REPLY-CD            PIC  X(00001).
               88  WK-9008-OK                    VALUE '0'.
               88  WK-9008-BAD-PARMS             VALUE '2'.
               88  WK-9008-MQ-ERROR              VALUE '9'.
      *    MQ COMPLETION AND REASON CODES OF THE LAST CALL.
           05  WK-9008-COMP-CD             PIC S9(00009) BINARY.
           05  WK-9008-REASON-CD           PIC S9(00009) BINARY.
               88  WK-9008-QMGR-DOWN             VALUES 2009 2059
                                                        2161 2162.
           05  WK-9008-EVT-MSG.
               10  WK-9008-EVT-TY-CD       PIC  X(00004).
               10  WK-9008-EVT-VERS-NUM    PIC  X(00002).
               10  WK-9008-EVT-TS          PIC  X(00026).
               10  WK-9008-TCN-NUM         PIC  9(00017).
               10  WK-9008-CUST-PART-NUM   PIC  9(00004).
               10  WK-9008-NCPDP-TXN-CD    PIC  X(00002).
      *        P PAID, D DENIED, OTHERWISE CAPTURED.
               10  WK-9008-CLM-STAT-CD     PIC  X(00001).
               10  WK-9008-SVC-DT          PIC  X(00010).
               10  WK-9008-MBR-SYS-ID      PIC  9(00009).
               10  WK-9008-CRDHLDR-ID      PIC  X(00020).
               10  WK-9008-PHRM-PROV-ID    PIC  X(00015).
               10  WK-9008-PRSC-PROV-ID    PIC  9(00008).
               10  WK-9008-PRSC-ALT-ID     PIC  X(00015).
               10  WK-9008-DRUG-CD         PIC  X(00011).
               10  WK-9008-PAID-AMT        PIC S9(00009)V9(00002)
                                           SIGN LEADING SEPARATE.
               10  WK-9008-FST-EXC-CD      PIC  X(00004).
               10  FILLER                  PIC  X(00040).
