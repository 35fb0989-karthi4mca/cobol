      *****************************************************************
      *                                                               *
      *    MEMBER:  CLSVCRTB                                         *
      *      NAME:  R-SOFT-VEND-CERT-TB                               *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   CERTIFIED PHARMACY SOFTWARE VENDORS.  ONE ROW PER SOFTWARE  *
      *   VENDOR/CERTIFICATION ID (NCPDP 110-AK) AND NCPDP VERSION    *
      *   THE VENDOR HAS BEEN CERTIFIED ON.  THE CLAIM EDIT MODULE    *
      *   (CONDU, S214) REJECTS A TRANSMISSION FROM A DECERTIFIED     *
      *   VENDOR/VERSION, OR FROM A KNOWN VENDOR ON A VERSION IT WAS  *
      *   NEVER CERTIFIED FOR (EXC 3981).  A VENDOR ON PROBATION      *
      *   STILL PROCESSES BUT IS CALLED OUT ON THE DAILY VENDOR       *
      *   REJECT-RATE REPORT (PDDR0087).  A VENDOR ID WITH NO ROWS AT *
      *   ALL IS NOT EDITED.                                          *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLSVCRTB-R-SOFT-VEND-CERT-TB.
           05  CLSVCRTB-R-SOFT-VEND-ID    PIC  X(00010).
           05  CLSVCRTB-R-NCPDP-VERSN-NUM PIC  X(00002).
           05  CLSVCRTB-R-CERT-STAT-CD    PIC  X(00001).
               88  CLSVCRTB-R-CERTIFIED          VALUE 'C'.
               88  CLSVCRTB-R-PROBATION          VALUE 'P'.
               88  CLSVCRTB-R-DECERTIFIED        VALUE 'D'.
           05  CLSVCRTB-R-CERT-STAT-DT    PIC  X(00010).
           05  CLSVCRTB-R-VEND-NAM        PIC  X(00030).
           05  CLSVCRTB-R-CERT-RSN-TX     PIC  X(00060).
           05  CLSVCRTB-G-AUD-USER-ID     PIC  X(00008).
