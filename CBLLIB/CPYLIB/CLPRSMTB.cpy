CR4188*    PROFILING REPORT (PDDR0055) PEERS PRESCRIBERS BY THIS        CR4188
CR4188*    CODE SO AN ONCOLOGIST AND A DENTIST DO NOT SHARE A CURVE.    CR4188
CR4188     05  CLPRSMTB-C-PRSC-SPCLTY-CD  PIC  X(00003).                CR4188
CR4225*    PRESCRIBER DATE OF DEATH FROM THE MONTHLY DEATH MASTER       CR4225
CR4225*    FILE (PDDB0043).  A PRESCRIPTION WRITTEN AFTER IT IS         CR4225
CR4225*    DENIED AT CLAIM EDIT (CONDU, S215, EXC 3983).                CR4225
CR4225*    C_PRSC_DOD_LOAD_TS IS WHEN THE DATE WAS FIRST LOADED OR      CR4225
CR4225*    LAST CHANGED - THE MONTHLY POST-DEATH RECOVERY SWEEP         CR4225
CR4225*    (PDDB0044) PICKS UP DATES LOADED SINCE ITS LAST RUN.         CR4225
CR4225     05  CLPRSMTB-C-PRSC-DOD-DT     PIC  X(00010).                CR4225
CR4225     05  CLPRSMTB-C-PRSC-DOD-LOAD-TS                              CR4225
CR4225                                    PIC  X(00026).                CR4225
