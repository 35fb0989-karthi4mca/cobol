      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPRPYTB                                         *
      *      NAME:  C-PROV-PAYEE-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   APPROVED PAY-TO (PAYEE) RELATIONSHIPS.  ONE ROW PER         *
      *   C_PROV_MSTR_TB PHARMACY PER EFFECTIVE SPAN, NAMING THE      *
      *   ENTITY ITS PAYMENTS GO TO - FOR A CHAIN ON CENTRAL PAY,     *
      *   THE HEADQUARTERS.  A PHARMACY WITH NO ROW IS PAID DIRECT.   *
      *   THE CLAIM EDIT MODULE (CONDU, S216-040) DENIES EXC 3978     *
      *   WHEN THE SUBMITTED PAY-TO ID IS NEITHER THE APPROVED        *
      *   PAYEE NOR (WITH NO ROW) THE PHARMACY ITSELF; THE            *
      *   REMITTANCE EXTRACT (PDDR0041) AND GL FEED (PDDR0046)        *
      *   GROUP AND PAY BY THE PAYEE IN FORCE AT THE DATE OF          *
      *   SERVICE.                                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPRPYTB-C-PROV-PAYEE-TB.
           05  CLPRPYTB-C-PROV-ID         PIC  X(00015).
           05  CLPRPYTB-C-PAYEE-ID        PIC  X(00015).
      *    NCPDP PAY-TO QUALIFIER THE PAYEE ID IS KNOWN UNDER.
           05  CLPRPYTB-C-PAYEE-QL-CD     PIC  X(00002).
           05  CLPRPYTB-C-PAYEE-NAM       PIC  X(00030).
           05  CLPRPYTB-C-PAYEE-BEG-DT    PIC  X(00010).
           05  CLPRPYTB-C-PAYEE-END-DT    PIC  X(00010).
           05  CLPRPYTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLPRPYTB-C-UPD-TS          PIC  X(00026).
