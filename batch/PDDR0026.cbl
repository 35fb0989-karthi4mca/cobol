001700*                  THIS PRINTS EVERY ROW ON THE TABLE, GROUPED   *
001800*                  BY CLAIM, SO ONE CLAIM'S FULL EXCEPTION       *
001900*                  HISTORY CAN BE SEEN TOGETHER.                 *
001920*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001940*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001960*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001980*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002000*                                                               *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
005200                                     VALUE ZERO.
005300 77  WR-0026-TOT-CNT                 PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005466     COPY WKC90040.
005500*****************************************************************
005600*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE CLAIM       *
005700*  EXCEPTION TABLE WRITTEN BY THE CLAIM CONTROL MODULE.          *
014700*    CURSOR ON THE FULL EXCEPTION TABLE                         *
014800*****************************************************************
014900 1000-INITIALIZE.
014911     MOVE 'PDDR0026'             TO WK-9004-PGM-ID.
014922     MOVE SPACES                 TO WK-9004-OVRD-DT.
014933     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014944     IF WK-9004-NO-BUS-DT
014955         DISPLAY 'PDDR0026 - NO BUSINESS PROCESSING DATE'
014966         MOVE 16 TO RETURN-CODE
014977         GOBACK
014988     END-IF.
015000     OPEN OUTPUT RPT0026-FILE.
015100     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0026-RUN-DT.
015200     EXEC SQL
015300         OPEN C0026
015400     END-EXEC.
