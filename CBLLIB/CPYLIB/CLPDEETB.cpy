      *****************************************************************
      *                                                               *
      *    MEMBER:  CLPDEETB                                         *
      *      NAME:  C-PDE-ERR-TB                                      *
      * SUBSYSTEM:  C Claims                                          *
      *   VERSION:  1                                                 *
      * GENERATED:  2026-10-15 08:00:00 REQUESTED BY ACS0658          *
      *                                                               *
      *   PART D PDE ERROR CODES.  THE CMS ERROR CODES ON THE LATEST  *
      *   RETURN FOR A PDE (C_PDE_SUBM_TB), ONE ROW PER CODE,         *
      *   REPLACED ON EVERY RETURN LOADED BY PDDB0034.  THE CODES ARE *
      *   OPEN WHILE THE PDE IS REJECTED; PDDR0074 AGES THEM BY ERROR *
      *   CODE.                                                       *
      *                                                               *
      *****************************************************************
      *                                                               *
       01  CLPDEETB-C-PDE-ERR-TB.
           05  CLPDEETB-C-TCN-NUM         PIC S9(00017) COMP-3.
           05  CLPDEETB-C-PDE-ERR-SEQ     PIC S9(00004) COMP.
           05  CLPDEETB-C-PDE-ERR-CD      PIC  X(00003).
           05  CLPDEETB-C-PDE-RTN-DT      PIC  X(00010).
