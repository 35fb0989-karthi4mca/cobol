001800*                  (PDDR0041) DISBURSES THEM, AND THE STILL-   *
001900*                  HELD DOLLARS ARE REPORTED BY PHARMACY WITH  *
002000*                  THE AGE OF THE OLDEST ESCROWED CLAIM.       *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002040*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002100*                                                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
005700                                     VALUE ZERO.
005800 77  WB-0019-AGE-DAYS                PIC S9(00005) COMP-3
005900                                     VALUE ZERO.
005933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005966     COPY WKC90040.
006000*****************************************************************
006100*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
006200*****************************************************************
013700*    1000-INITIALIZE                                            *
013800*****************************************************************
013900 1000-INITIALIZE.
013911     MOVE 'PDDB0019'             TO WK-9004-PGM-ID.
013922     MOVE SPACES                 TO WK-9004-OVRD-DT.
013933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013944     IF WK-9004-NO-BUS-DT
013955         DISPLAY 'PDDB0019 - NO BUSINESS PROCESSING DATE'
013966         MOVE 16 TO RETURN-CODE
013977         GOBACK
013988     END-IF.
014000     OPEN OUTPUT RPTB019-FILE.
014450     MOVE WK-9004-BUS-DT         TO WH-0019-RUN-DT.
014900     COMPUTE WB-0019-RUN-DT-INT =
015000         FUNCTION INTEGER-OF-DATE
015100             (FUNCTION NUMVAL (WH-0019-RUN-DT (1:4))
