                                       PIC S9(00017) COMP-3.            CR4149
               10  W1C40541-C-REBILL-NET-AMT                            CR4149
                                       PIC S9(00009)V9(00002) COMP-3.   CR4149
      *    LESSER-OF REIMBURSEMENT - WHICH AMOUNT THE DRUG CLAIM WAS    CR4202
      *    PAID AT (A OUR ALLOWED AMOUNT, U THE SUBMITTED USUAL AND     CR4202
      *    CUSTOMARY CHARGE, G THE SUBMITTED GROSS AMOUNT DUE) AND THE  CR4202
      *    NCPDP BASIS OF REIMBURSEMENT DETERMINATION (522-FM) FOR THE  CR4202
      *    RESPONSE.  SET BY THE CLAIM EDIT MODULE AFTER PRICING.       CR4202
               10  W1C40541-C-LSR-OF-BASIS-CD                           CR4202
                                       PIC  X(00001).                   CR4202
                   88  W1C40541-C-LSR-OF-ALLOWED       VALUE 'A'.       CR4202
                   88  W1C40541-C-LSR-OF-UC            VALUE 'U'.       CR4202
                   88  W1C40541-C-LSR-OF-GROSS         VALUE 'G'.       CR4202
               10  W1C40541-C-BASIS-REIMB-CD                            CR4202
                                       PIC  X(00002).                   CR4202
      
