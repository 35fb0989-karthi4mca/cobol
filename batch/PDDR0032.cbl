002000*                  OVERRIDES FIRE - AND WHO FIRED THEM - IS      *
002100*                  VISIBLE WITHOUT READING THE CONFIGURATION     *
002200*                  TABLES COLD.                                  *
002220*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
002240*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
002260*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
002280*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002300*                                                               *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
005500                                     VALUE ZERO.
005600 77  WR-0032-TOT-CNT                 PIC S9(00009) COMP-3
005700                                     VALUE ZERO.
005733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005766     COPY WKC90040.
005800*****************************************************************
005900*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE FORCE-     *
006000*  OVERRIDE AUDIT TABLE WRITTEN BY THE CLAIM CONTROL MODULE.    *
015900*    CURSOR ON THE FORCE-OVERRIDE AUDIT TABLE                   *
016000*****************************************************************
016100 1000-INITIALIZE.
016111     MOVE 'PDDR0032'             TO WK-9004-PGM-ID.
016122     MOVE SPACES                 TO WK-9004-OVRD-DT.
016133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016144     IF WK-9004-NO-BUS-DT
016155         DISPLAY 'PDDR0032 - NO BUSINESS PROCESSING DATE'
016166         MOVE 16 TO RETURN-CODE
016177         GOBACK
016188     END-IF.
016200     OPEN OUTPUT RPT0032-FILE.
016300     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0032-RUN-DT.
016400     EXEC SQL
016500         OPEN C0032
016600     END-EXEC.
