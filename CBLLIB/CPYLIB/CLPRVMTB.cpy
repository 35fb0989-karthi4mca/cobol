CR4195     05  CLPRVMTB-C-PAY-HOLD-END-DT PIC  X(00010).                CR4195
CR4195     05  CLPRVMTB-C-PAY-HOLD-RSN-CD PIC  X(00004).                CR4195
           05  CLPRVMTB-C-PROV-NAM        PIC  X(00030).
CR4227*    STATE BOARD OF PHARMACY CREDENTIALS - LOADED BY PDDB0046     CR4227
CR4227*    FROM THE BOARD FILE.  AN EXPIRED PERMIT DENIES EVERY CLAIM   CR4227
CR4227*    (CONDU S216, EXC 3984); A LAPSED DEA REGISTRATION DENIES     CR4227
CR4227*    CONTROLLED-SUBSTANCE CLAIMS (CONDU S963, EXC 3985).  THE     CR4227
CR4227*    PHARMACIST-IN-CHARGE LICENSE IS CARRIED FOR THE EXPIRATION   CR4227
CR4227*    WARNING REPORT (PDDR0088) ONLY.  BLANK = NOT YET LOADED.     CR4227
CR4227     05  CLPRVMTB-C-LIC-ST-CD       PIC  X(00002).                CR4227
CR4227     05  CLPRVMTB-C-LIC-NUM         PIC  X(00020).                CR4227
CR4227     05  CLPRVMTB-C-LIC-EXP-DT      PIC  X(00010).                CR4227
CR4227     05  CLPRVMTB-C-DEA-NUM         PIC  X(00009).                CR4227
CR4227     05  CLPRVMTB-C-DEA-EXP-DT      PIC  X(00010).                CR4227
CR4227     05  CLPRVMTB-C-PIC-LIC-NUM     PIC  X(00020).                CR4227
CR4227     05  CLPRVMTB-C-PIC-NAM         PIC  X(00030).                CR4227
CR4227     05  CLPRVMTB-C-PIC-LIC-EXP-DT  PIC  X(00010).                CR4227
CR4227     05  CLPRVMTB-C-LIC-LOAD-TS     PIC  X(00026).                CR4227
