      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPBNKTB                                         *
      *      NAME:  C-PAYEE-BANK-TB                                   *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PAYEE BANKING AND REMIT-TO.  ONE ROW PER PAYEE (THE         *
      *   C_PROV_PAYEE_TB PAYEE, OR THE PHARMACY ITSELF WHEN IT IS    *
      *   ITS OWN PAYEE) WITH THE CHECK REMIT-TO ADDRESS AND, WHEN    *
      *   THE PAYEE HAS ENROLLED IN EFT, THE RECEIVING BANK ROUTING   *
      *   AND ACCOUNT.  THE DISBURSEMENT JOB (PDDB0022) PAYS BY ACH   *
      *   ONLY ONCE THE ZERO-DOLLAR PRENOTE HAS GONE OUT AND AGED     *
      *   WITHOUT A RETURN; UNTIL THEN THE PAYEE GETS A CHECK.        *
      *   THE PAYEE'S TAX IDENTITY - TIN, ITS TYPE AND THE LEGAL NAME *
      *   FILED WITH THE IRS - IS HELD HERE FOR THE ANNUAL 1099       *
      *   (PDDB0025), WITH THE LATEST IRS TIN-MATCH RESULT LOADED BY  *
      *   PDDB0024.                                                   *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPBNKTB-C-PAYEE-BANK-TB.
           05  CLPBNKTB-C-PAYEE-ID        PIC  X(00015).
           05  CLPBNKTB-C-PAYEE-NAM       PIC  X(00030).
           05  CLPBNKTB-C-RMT-ADDR1-TX    PIC  X(00030).
           05  CLPBNKTB-C-RMT-ADDR2-TX    PIC  X(00030).
           05  CLPBNKTB-C-RMT-CITY-NAM    PIC  X(00020).
           05  CLPBNKTB-C-RMT-ST-CD       PIC  X(00002).
           05  CLPBNKTB-C-RMT-ZIP-CD      PIC  X(00009).
      *    RECEIVING DFI ABA ROUTING NUMBER (8 DIGITS PLUS CHECK
      *    DIGIT) AND DEPOSIT ACCOUNT.  BLANK WHEN NOT ENROLLED.
           05  CLPBNKTB-C-BANK-RTE-NUM    PIC  X(00009).
           05  CLPBNKTB-C-BANK-ACCT-NUM   PIC  X(00017).
           05  CLPBNKTB-C-BANK-ACCT-TY-CD PIC  X(00001).
               88  CLPBNKTB-C-ACCT-CHECKING      VALUE 'C'.
               88  CLPBNKTB-C-ACCT-SAVINGS       VALUE 'S'.
      *    N = ENROLLED, PRENOTE NOT YET SENT, P = PRENOTE SENT ON
      *    C_PRENOTE_DT (WAITING OUT THE RETURN WINDOW), A = PRENOTE
      *    CLEARED - PAY BY ACH, R = PRENOTE OR ENTRY RETURNED BY
      *    THE BANK (PAY BY CHECK UNTIL THE BANKING IS CORRECTED).
           05  CLPBNKTB-C-PRENOTE-STAT-CD PIC  X(00001).
               88  CLPBNKTB-C-PRENOTE-NOT-SENT   VALUE 'N'.
               88  CLPBNKTB-C-PRENOTE-PENDING    VALUE 'P'.
               88  CLPBNKTB-C-PRENOTE-ACTIVE     VALUE 'A'.
               88  CLPBNKTB-C-PRENOTE-RETURNED   VALUE 'R'.
           05  CLPBNKTB-C-PRENOTE-DT      PIC  X(00010).
      *    TIN TYPE E = EIN, S = SSN.  BLANK TIN = NOT ON FILE.
           05  CLPBNKTB-C-TIN-NUM         PIC  X(00009).
           05  CLPBNKTB-C-TIN-TY-CD       PIC  X(00001).
               88  CLPBNKTB-C-TIN-EIN            VALUE 'E'.
               88  CLPBNKTB-C-TIN-SSN            VALUE 'S'.
           05  CLPBNKTB-C-TIN-NAM         PIC  X(00040).
      *    IRS TIN MATCHING INDICATOR: BLANK = NOT YET CHECKED,
      *    0/6/7/8 = MATCHED, 1 = TIN MISSING OR NOT 9 DIGITS,
      *    2 = TIN NOT ISSUED, 3 = NAME AND TIN DO NOT MATCH,
      *    4 = INVALID REQUEST, 5 = DUPLICATE REQUEST.
           05  CLPBNKTB-C-TIN-MATCH-CD    PIC  X(00001).
               88  CLPBNKTB-C-TIN-MATCHED        VALUE '0' '6' '7'
                                                       '8'.
               88  CLPBNKTB-C-TIN-MISMATCH       VALUE '1' '2' '3'.
               88  CLPBNKTB-C-TIN-NOT-VERIFIED   VALUE ' ' '4' '5'.
           05  CLPBNKTB-C-TIN-MATCH-DT    PIC  X(00010).
           05  CLPBNKTB-C-UPD-USER-ID     PIC  X(00008).
           05  CLPBNKTB-C-UPD-TS          PIC  X(00026).
