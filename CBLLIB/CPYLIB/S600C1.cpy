000601*         P LYNN       12/29/2011  INITIAL VERSION FOR MA        *
000602* S600C1    PATTY LYNN 08/02/2012  CHANGES TO ALLOW S600C1 TO BE *
000602*                                  USED BY PDDC8130.             *
CR4209* CR4209    ACS        10/15/2026  PEND DISPOSITION ON A REAL-   *
CR4209*                                  TIME CLAIM DENIES.            *
000610******************************************************************
000620/
000630 S600C1-010-START.
DF6210        MOVE WV-C4200-C-IGNORE                                    DF6210
DF6210          TO RCEDS2TB-R-CLM-EXC-DISP-CD                           DF6210
DF6210     END-IF.                                                      DF6210
CR4209*---------------------------------------------------------------  CR4209
CR4209*    CLINICAL REVIEW PEND - ONLY A CLAIM THAT DOES NOT NEED A     CR4209
CR4209*    REAL-TIME ANSWER (PAPER 'P', BATCH FILE INTAKE 'B' OR RETRO  CR4209
CR4209*    RE-ADJUDICATION 'R' ON C-INPUT-FRM-CD) CAN BE HELD FOR A     CR4209
CR4209*    PHARMACIST.  ON A POINT-OF-SALE CLAIM A PEND DISPOSITION     CR4209
CR4209*    DENIES.                                                      CR4209
CR4209*---------------------------------------------------------------  CR4209
CR4209     IF RCEDS2TB-R-CLM-EXC-DISP-CD = WV-R0156-C-PEND              CR4209
CR4209        AND W1C40541-C-INPUT-FRM-CD NOT = 'P'                     CR4209
CR4209        AND W1C40541-C-INPUT-FRM-CD NOT = 'B'                     CR4209
CR4209        AND W1C40541-C-INPUT-FRM-CD NOT = 'R'                     CR4209
CR4209        MOVE WV-C4200-C-DENY TO RCEDS2TB-R-CLM-EXC-DISP-CD        CR4209
CR4209     END-IF.                                                      CR4209
CR4209*                                                                 CR4209
DF6210*                                                                DF6210
MDM        EXEC SQL
MDM            SELECT C_POST_APPL_CD
