      *****************************************************************
      *                                                               *
      *    MEMBER:  CLLDDPTB                                         *
      *      NAME:  R-LDD-PHRM-TB                                     *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   LIMITED-DISTRIBUTION DRUGS.  ONE ROW PER GCN PER PHARMACY   *
      *   (OR PHARMACY NETWORK) THE MANUFACTURER SHIPS THE DRUG TO,   *
      *   PER EFFECTIVE SPAN.  A GCN WITH ANY ROW IN FORCE ON THE     *
      *   DATE OF SERVICE IS LIMITED-DISTRIBUTION; A CLAIM FROM A     *
      *   PHARMACY MATCHING NONE OF ITS ROWS (BY PROVIDER ID, OR BY   *
      *   THE PHARMACY'S NETWORK ON C_PROV_MSTR_TB) IS DENIED BY THE  *
      *   CLAIM EDIT MODULE (CONDU, S959) WITH EXC 3976, AND THE      *
      *   RESPONSE NAMES AN AUTHORIZED PHARMACY FROM THIS TABLE.      *
      *   LDD CLAIM VOLUME BY PHARMACY IS REPORTED ON PDDR0064.       *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLLDDPTB-R-LDD-PHRM-TB.
           05  CLLDDPTB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
      *    P = R-LDD-AUTH-ID IS A PROVIDER ID (C_PROV_ID),
      *    N = R-LDD-AUTH-ID IS A NETWORK ID (C_NETWORK_ID).
           05  CLLDDPTB-R-LDD-AUTH-TY-CD  PIC  X(00001).
               88  CLLDDPTB-R-LDD-AUTH-PROV      VALUE 'P'.
               88  CLLDDPTB-R-LDD-AUTH-NETWORK   VALUE 'N'.
           05  CLLDDPTB-R-LDD-AUTH-ID     PIC  X(00015).
      *    NAME RETURNED TO THE PHARMACIST ON A 3976 DENIAL.
           05  CLLDDPTB-R-LDD-PHRM-NAM    PIC  X(00030).
           05  CLLDDPTB-R-LDD-BEG-DT      PIC  X(00010).
           05  CLLDDPTB-R-LDD-END-DT      PIC  X(00010).
           05  CLLDDPTB-R-UPD-USER-ID     PIC  X(00008).
           05  CLLDDPTB-R-UPD-TS          PIC  X(00026).
