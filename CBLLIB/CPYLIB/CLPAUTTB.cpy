CR4154*    NUMBER AND FLAGS ROWS WHERE THE STORED REMAINING DISAGREES.  CR4154
CR4154     05  CLPAUTTB-C-PA-AUTH-QTY     PIC S9(00008)V9(00003)        CR4154
CR4154                                    COMP-3.                       CR4154
CR4218*    PA UNIT WORK QUEUE (PDDM7596) AND TURNAROUND (PDDR0077).     CR4218
CR4218*    CONDU S390 STAMPS WHEN A REQUEST PENDED AND THE PRESCRIBER   CR4218
CR4218*    AND NDC ON IT; THE QUEUE SCREEN STAMPS WHO DECIDED IT,       CR4218
CR4218*    WHEN, AND THE REASON FOR A DENIAL.  ROWS PENDED BEFORE       CR4218
CR4218*    THE STAMP WAS ADDED CARRY NULLS.                             CR4218
CR4218     05  CLPAUTTB-C-PA-RQST-TS      PIC  X(00026).                CR4218
CR4218     05  CLPAUTTB-C-PA-PRSC-ID-CD   PIC  X(00002).                CR4218
CR4218     05  CLPAUTTB-C-PA-PRSC-ID      PIC  X(00015).                CR4218
CR4218     05  CLPAUTTB-C-PA-DRUG-CD      PIC  X(00011).                CR4218
CR4218     05  CLPAUTTB-C-PA-DCSN-TS      PIC  X(00026).                CR4218
CR4218     05  CLPAUTTB-C-PA-DCSN-USER-ID PIC  X(00008).                CR4218
CR4218     05  CLPAUTTB-C-PA-DENY-RSN-CD  PIC  X(00004).                CR4218
