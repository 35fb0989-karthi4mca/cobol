002300*                  LOSING COVERAGE WITHIN 30 DAYS.  ONE FILE   *
002400*                  A MONTH REPLACES A MONTH OF DENIED SHORT-   *
002500*                  CYCLE FILLS.                                *
002520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002540*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
009300                                     VALUE ZERO.
009400 77  WB-0020-MATCH-METH-CD           PIC X(00001) VALUE SPACE.
009500 01  WB-0020-CUR-FACILITY-ID         PIC X(00015) VALUE SPACES.
009533*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009566     COPY WKC90040.
009600*****************************************************************
009700*  EXEC SQL - SQLCA AND HOST VARIABLES.  THE ELIGIBILITY ROW    *
009800*  IMAGE IS THE SAME DCLGEN VIEW THE CLAIM EDIT MODULE USES.    *
014700*    1000-INITIALIZE                                            *
014800*****************************************************************
014900 1000-INITIALIZE.
014911     MOVE 'PDDB0020'             TO WK-9004-PGM-ID.
014922     MOVE SPACES                 TO WK-9004-OVRD-DT.
014933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014944     IF WK-9004-NO-BUS-DT
014955         DISPLAY 'PDDB0020 - NO BUSINESS PROCESSING DATE'
014966         MOVE 16 TO RETURN-CODE
014977         GOBACK
014988     END-IF.
015000     OPEN INPUT  ROSTRIN-FILE.
015100     OPEN OUTPUT ROSTROUT-FILE RPTB020-FILE.
015150     MOVE WK-9004-BUS-DT         TO WH-0020-RUN-DT.
015200     EXEC SQL
015300         SELECT TO_CHAR(TO_DATE(:WH-0020-RUN-DT,
015400                                'YYYY-MM-DD') + 30,
015500                        'YYYY-MM-DD')
015600           INTO :WH-0020-SOON-DT
015700           FROM DUAL
015800     END-EXEC.
015900     IF SQLCODE NOT = 0
