                                           PIC S9(00007)V9(00002)
                                           COMP-3.
               10  W1C66801-C-RSP-MSG-TX   PIC  X(00200).
      *        BASIS OF REIMBURSEMENT DETERMINATION (NCPDP 522-FM) -    CR4202
      *        01 PAID AS SUBMITTED (GROSS AMOUNT DUE), 04 USUAL AND    CR4202
      *        CUSTOMARY, 05 LOWER OF COST PLUS FEES VERSUS U AND C.    CR4202
               10  W1C66801-C-RSP-BASIS-REIMB-CD                        CR4202
                                           PIC  X(00002).               CR4202
      *        ADDITIONAL MESSAGE INFORMATION (NCPDP 526-FQ) - THE      CR4222
      *        ACTIVE R_POS_BCST_TB BROADCASTS FOR THE PHARMACY,        CR4222
      *        NETWORK, BIN/PCN OR GROUP, MOST SPECIFIC TARGET FIRST.   CR4222
      *        KEPT APART FROM THE MESSAGE TEXT SO A BROADCAST NEVER    CR4222
      *        DISPLACES REJECT WORDING.                                CR4222
               10  W1C66801-C-RSP-ADDL-MSG-CNT-NUM                      CR4222
                                           PIC  9(00001).               CR4222
               10  W1C66801-C-RSP-ADDL-MSG-GRP                          CR4222
                           OCCURS 0003 TIMES.                           CR4222
                   15  W1C66801-C-RSP-ADDL-MSG-TX                       CR4222
                                           PIC  X(00080).               CR4222
