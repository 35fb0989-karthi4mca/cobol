               88  CLAPPLTB-C-DECISION-OVERTURN  VALUE 'O'.
           05  CLAPPLTB-C-DUE-DT          PIC  X(00010).
           05  CLAPPLTB-C-DECISION-DT     PIC  X(00010).
CR4228*    OVERTURN REPROCESSING.  AN OVERTURNED CASE NAMES THE         CR4228
CR4228*    EXCEPTION OVERTURNED AND, WHEN THE CLAIM WAS DENIED, IS      CR4228
CR4228*    QUEUED (Q) FOR THE NIGHTLY RE-DRIVE (PDDB0047), WHICH        CR4228
CR4228*    BYPASSES ONLY THAT EXCEPTION (AUDITED ON C_HD_OVRD_TB) AND   CR4228
CR4228*    LINKS THE PAID TCN HERE.  PDDR0041 PAYS IT ON THE            CR4228
CR4228*    REMITTANCE AND STAMPS THE CYCLE.  NULL ON OLDER CASES.       CR4228
CR4228     05  CLAPPLTB-C-OVTN-EXC-CD     PIC  X(00004).                CR4228
CR4228     05  CLAPPLTB-C-DCSN-USER-ID    PIC  X(00008).                CR4228
CR4228     05  CLAPPLTB-C-REPRC-STAT-CD   PIC  X(00001).                CR4228
CR4228         88  CLAPPLTB-C-REPRC-NONE         VALUE ' '.             CR4228
CR4228         88  CLAPPLTB-C-REPRC-QUEUED       VALUE 'Q'.             CR4228
CR4228         88  CLAPPLTB-C-REPRC-PAID         VALUE 'P'.             CR4228
CR4228         88  CLAPPLTB-C-REPRC-RESUBMITTED  VALUE 'S'.             CR4228
CR4228         88  CLAPPLTB-C-REPRC-STILL-DENIED VALUE 'D'.             CR4228
CR4228         88  CLAPPLTB-C-REPRC-FAILED       VALUE 'E'.             CR4228
CR4228     05  CLAPPLTB-C-REPRC-TRY-CNT   PIC S9(00004) COMP.           CR4228
CR4228     05  CLAPPLTB-C-REPRC-TS        PIC  X(00026).                CR4228
CR4228     05  CLAPPLTB-C-REPRC-TCN-NUM   PIC S9(00017) COMP-3.         CR4228
CR4228     05  CLAPPLTB-C-REPRC-PAID-AMT  PIC S9(00009)V9(00002) COMP-3.CR4228
CR4228     05  CLAPPLTB-C-REPRC-EXC-CD    PIC  X(00004).                CR4228
CR4228     05  CLAPPLTB-C-DSBR-CYC-END-DT PIC  X(00010).                CR4228
