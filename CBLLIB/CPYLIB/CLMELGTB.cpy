CR4196         88  CLMELGTB-B-EXMPT-PREGNANT     VALUE 'P'.             CR4196
CR4196         88  CLMELGTB-B-EXMPT-INSTIT       VALUE 'I'.             CR4196
CR4196         88  CLMELGTB-B-COPAY-EXEMPT       VALUES 'C' 'P' 'I'.    CR4196
CR4207*    MEDICAID HOUSEHOLD AND ITS QUARTERLY COST-SHARING CAP        CR4207
CR4207*    (5% OF FAMILY INCOME, SET BY THE STATE) FROM THE             CR4207
CR4207*    ENROLLMENT FEED.  CLAIM EDIT (CONDU, S961) ACCUMULATES       CR4207
CR4207*    PATIENT PAY FOR THE HOUSEHOLD ON B_HHLD_CAP_TB AND ZEROES    CR4207
CR4207*    THE COPAY ONCE THE CAP IS MET (INFO EXC 3979).  A BLANK      CR4207
CR4207*    HOUSEHOLD OR A ZERO CAP MEANS NO CAP APPLIES.                CR4207
CR4207     05  CLMELGTB-B-HHLD-ID         PIC  X(00010).                CR4207
CR4207     05  CLMELGTB-B-HHLD-QTR-CAP-AMT                              CR4207
CR4207                                    PIC S9(00007)V9(00002)        CR4207
CR4207                                    COMP-3.                       CR4207
CR4220*    WHERE THE SPAN CAME FROM.  BLANK IS THE STATE ENROLLMENT     CR4220
CR4220*    FEED (PDDB0008).  'M' IS A SPAN ADDED, EXTENDED OR           CR4220
CR4220*    CORRECTED BY ELIGIBILITY STAFF ON THE MEMBER ELIGIBILITY     CR4220
CR4220*    MAINTENANCE SCREEN (PDDM7598) - PDDB0008 DOES NOT OVERWRITE  CR4220
CR4220*    IT BUT RECORDS WHAT THE FEED LATER SAYS ABOUT THE SPAN IN    CR4220
CR4220*    B_FEED_END_DT / B_FEED_RCV_TS FOR THE MANUAL-SPAN            CR4220
CR4220*    RECONCILIATION REPORT (PDDR0078).  B_MAN_UPD_TS IS WHEN THE  CR4220
CR4220*    SPAN WAS LAST CHANGED ON THE SCREEN.                         CR4220
CR4220     05  CLMELGTB-B-ELIG-SRC-CD     PIC  X(00001).                CR4220
CR4220         88  CLMELGTB-B-SRC-FEED           VALUE ' '.             CR4220
CR4220         88  CLMELGTB-B-SRC-MANUAL         VALUE 'M'.             CR4220
CR4220     05  CLMELGTB-B-MAN-UPD-TS      PIC  X(00026).                CR4220
CR4220     05  CLMELGTB-B-FEED-END-DT     PIC  X(00010).                CR4220
CR4220     05  CLMELGTB-B-FEED-RCV-TS     PIC  X(00026).                CR4220
CR4225*    MEMBER DATE OF DEATH FROM THE ENROLLMENT FEED (PDDB0008),    CR4225
CR4225*    CARRIED ON EVERY SPAN OF THE CARDHOLDER.  A CLAIM WITH A     CR4225
CR4225*    DATE OF SERVICE AFTER IT IS DENIED AT CLAIM EDIT (CONDU,     CR4225
CR4225*    S213, EXC 3982).  B_DOD_LOAD_TS IS WHEN THE DATE WAS FIRST   CR4225
CR4225*    LOADED OR LAST CHANGED - THE MONTHLY POST-DEATH RECOVERY     CR4225
CR4225*    SWEEP (PDDB0044) PICKS UP DATES LOADED SINCE ITS LAST RUN.   CR4225
CR4225*    SPACES/NULL = NO DATE OF DEATH ON FILE.                      CR4225
CR4225     05  CLMELGTB-B-DOD-DT          PIC  X(00010).                CR4225
CR4225     05  CLMELGTB-B-DOD-LOAD-TS     PIC  X(00026).                CR4225
