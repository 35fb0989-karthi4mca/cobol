      *****************************************************************
      *                                                               *
      *    MEMBER:  CLCRDRTB                                          *
      *      NAME:  C-CARD-REQ-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   MEMBER ID CARD REQUESTS.  ONE ROW PER CARD ASKED FOR BY THE *
      *   DAILY CARD EXTRACT (PDDB0052) - A NEW MEMBER, A GROUP OR    *
      *   ROUTING CHANGE, AN IDENTIFIER CHANGE, A LOCK-IN CHANGE OR   *
      *   AN ON-DEMAND REISSUE - WITH WHAT WAS (OR WOULD HAVE BEEN)   *
      *   PRINTED ON IT.  'S' ROWS WENT TO THE CARD VENDOR; A CARD    *
      *   THE SAME AS ONE SENT WITHIN THE DUPLICATE WINDOW IS KEPT AS *
      *   'D', AND ONE WHOSE ROUTING COULD NOT BE RESOLVED AS 'X',    *
      *   WITH THE REASON.  THE LATEST 'S' ROW IS THE MEMBER'S CARD.  *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLCRDRTB-C-CARD-REQ-TB.
           05  CLCRDRTB-C-CARD-REQ-NUM    PIC S9(00009) COMP-3.
           05  CLCRDRTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLCRDRTB-B-CRDHLDR-ID      PIC  X(00020).
           05  CLCRDRTB-G-BUS-DT          PIC  X(00010).
           05  CLCRDRTB-C-CARD-RSN-CD     PIC  X(00001).
               88  CLCRDRTB-C-RSN-NEW            VALUE 'N'.
               88  CLCRDRTB-C-RSN-GROUP          VALUE 'G'.
               88  CLCRDRTB-C-RSN-IDENT          VALUE 'I'.
               88  CLCRDRTB-C-RSN-LOCKIN         VALUE 'L'.
               88  CLCRDRTB-C-RSN-REISSUE        VALUE 'R'.
           05  CLCRDRTB-C-CARD-STAT-CD    PIC  X(00001).
               88  CLCRDRTB-C-CARD-SENT          VALUE 'S'.
               88  CLCRDRTB-C-CARD-DUPLICATE     VALUE 'D'.
               88  CLCRDRTB-C-CARD-NOT-ISSUED    VALUE 'X'.
           05  CLCRDRTB-B-PAT-ID-CD       PIC  X(00002).
           05  CLCRDRTB-B-PAT-ID          PIC  X(00020).
           05  CLCRDRTB-B-MCAID-ID        PIC  X(00020).
           05  CLCRDRTB-B-LAST-NAM        PIC  X(00015).
           05  CLCRDRTB-C-CARD-BIN-NUM    PIC  X(00006).
           05  CLCRDRTB-C-PRCS-NUM        PIC  X(00010).
           05  CLCRDRTB-R-GROUP-ID        PIC  X(00015).
           05  CLCRDRTB-B-LANG-CD         PIC  X(00003).
           05  CLCRDRTB-C-LOCKIN-PROV-ID  PIC  X(00015).
           05  CLCRDRTB-C-RQST-USER-ID    PIC  X(00008).
           05  CLCRDRTB-C-RQST-NOTE-TX    PIC  X(00040).
           05  CLCRDRTB-C-STAT-RSN-TX     PIC  X(00040).
           05  CLCRDRTB-G-AUD-TS          PIC  X(00026).
