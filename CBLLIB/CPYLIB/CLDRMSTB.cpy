CR4187         88  CLDRMSTB-R-DRUG-BRAND         VALUE 'B'.             CR4187
CR4187         88  CLDRMSTB-R-DRUG-GENERIC       VALUE 'G'.             CR4187
           05  CLDRMSTB-R-DRUG-LBL-NAM    PIC  X(00030).
CR4219*    GCN SEQUENCE NUMBER FROM THE COMPENDIUM - THE KEY THE        CR4219
CR4219*    DRUG LISTS, PRIOR AUTHORIZATIONS AND RESTRICTIONS USE.       CR4219
CR4219*    LETS AN NDC BE TIED TO ITS GCN WITHOUT A CLAIM ON FILE       CR4219
CR4219*    (DRUG COVERAGE INQUIRY, PDDM7597).  ZERO WHEN UNKNOWN.       CR4219
CR4219     05  CLDRMSTB-R-DRUG-GCN-SEQ-NUM                              CR4219
CR4219                                    PIC S9(00009) COMP.           CR4219
