      *   PAYMENT CYCLE (PDDR0041) SKIPS ROWS IN 'H' STATUS.  THE     *
      *   RELEASE SWEEP (PDDB0019) FLIPS ROWS TO 'R' WHEN THE HOLD    *
      *   LIFTS, THE NEXT CYCLE DISBURSES THEM AND MARKS THEM 'D'.    *
      *   C_DSBR_CYC_END_DT IS THE END DATE OF THE PAYMENT CYCLE THAT *
      *   DISBURSED THE ROW (NULL UNTIL THEN); THE DISBURSEMENT JOB   *
      *   (PDDB0022) USES IT TO TIE THE CYCLE BACK TO PDDR0027.       *
      *                                                               *
      *****************************************************************
      *                                                               *
           05  CLPESCTB-C-HOLD-RSN-CD     PIC  X(00004).
           05  CLPESCTB-C-PAID-AMT        PIC S9(00009)V9(00002)
                                          COMP-3.
           05  CLPESCTB-C-DSBR-CYC-END-DT PIC  X(00010).
