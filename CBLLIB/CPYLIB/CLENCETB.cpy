      *****************************************************************
      *                                                               *
      *    MEMBER:  CLENCETB                                          *
      *      NAME:  C-ENC-ERR-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   STATE ENCOUNTER ERROR CODES.  THE STATE'S ERROR CODES ON    *
      *   THE LATEST RESPONSE FOR AN ENCOUNTER (C_ENC_SUBM_TB), ONE   *
      *   ROW PER CODE, REPLACED ON EVERY RESPONSE LOADED BY PDDB0050.*
      *   THE CODES ARE OPEN WHILE THE ENCOUNTER IS REJECTED; PDDR0091*
      *   AGES THEM BY ERROR CODE.                                    *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLENCETB-C-ENC-ERR-TB.
           05  CLENCETB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLENCETB-C-ENC-ERR-SEQ     PIC S9(00004) COMP.
           05  CLENCETB-C-ENC-ERR-CD      PIC  X(00003).
           05  CLENCETB-C-ENC-RTN-DT      PIC  X(00010).
