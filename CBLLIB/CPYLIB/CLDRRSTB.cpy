      *****************************************************************
      *                                                               *
      *    MEMBER:  CLDRRSTB                                         *
      *      NAME:  R-DRUG-RSTR-TB                                    *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   DRUG DEMOGRAPHIC RESTRICTIONS.  ONE ROW PER GCN PER         *
      *   EFFECTIVE SPAN: THE YOUNGEST AND OLDEST MEMBER AGE (IN      *
      *   YEARS) THE DRUG MAY BE DISPENSED TO, THE ONE GENDER IT IS   *
      *   LIMITED TO (SPACE = EITHER), AND WHETHER IT IS              *
      *   CONTRAINDICATED IN PREGNANCY (CATEGORY X).  READ BY THE     *
      *   CLAIM EDIT MODULE (CONDU, S956) AGAINST THE ENROLLMENT      *
      *   DATE OF BIRTH AND THE SUBMITTED GENDER AND PREGNANCY        *
      *   INDICATOR; HITS POST EXCS 3973-3975 AND ARE REPORTED BY     *
      *   DRUG ON PDDR0061.                                           *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLDRRSTB-R-DRUG-RSTR-TB.
           05  CLDRRSTB-R-CUST-PART-NUM   PIC S9(00004) COMP.
           05  CLDRRSTB-R-DRUG-GCN-SEQ-NUM
                                          PIC S9(00009) COMP.
      *    AGE BAND IN WHOLE YEARS AT THE DATE OF SERVICE.  ZERO AND
      *    999 ARE "NO LIMIT" AT EITHER END.
           05  CLDRRSTB-R-MIN-AGE-NUM     PIC S9(00004) COMP.
           05  CLDRRSTB-R-MAX-AGE-NUM     PIC S9(00004) COMP.
           05  CLDRRSTB-R-GENDER-CD       PIC  X(00001).
               88  CLDRRSTB-R-GENDER-ANY         VALUE ' '.
               88  CLDRRSTB-R-GENDER-MALE        VALUE 'M'.
               88  CLDRRSTB-R-GENDER-FEMALE      VALUE 'F'.
           05  CLDRRSTB-R-PREG-CONTRA-IND PIC  X(00001).
               88  CLDRRSTB-R-PREG-CONTRA        VALUE 'Y'.
           05  CLDRRSTB-R-RSTR-BEG-DT     PIC  X(00010).
           05  CLDRRSTB-R-RSTR-END-DT     PIC  X(00010).
           05  CLDRRSTB-R-UPD-TS          PIC  X(00026).
