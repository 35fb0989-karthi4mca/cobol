001800*                  CORRESPONDING W1C40541 CLAIM VIEW, SO A       *
001900*                  CLAIM CAN BE CAUGHT BEFORE IT ACTUALLY        *
002000*                  TRUNCATES.                                    *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
006700 77  WR-0029-DRUG-LI-REM             PIC S9(04) COMP-3 VALUE ZERO.
006800 77  WR-0029-LI-EXC-REM              PIC S9(04) COMP-3 VALUE ZERO.
006900 77  WR-0029-HIST-LI-REM             PIC S9(04) COMP-3 VALUE ZERO.
006933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006966     COPY WKC90040.
007000*****************************************************************
007100*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE PER-CLAIM   *
007200*  LINE-ITEM COUNT TABLE WRITTEN BY THE CLAIM CONTROL MODULE.    *
015000*    PARM0029, DECLARE RUN DATE, OPEN THE CURSOR                 *
015100*****************************************************************
015200 1000-INITIALIZE.
015211     MOVE 'PDDR0029'             TO WK-9004-PGM-ID.
015222     MOVE SPACES                 TO WK-9004-OVRD-DT.
015233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015244     IF WK-9004-NO-BUS-DT
015255         DISPLAY 'PDDR0029 - NO BUSINESS PROCESSING DATE'
015266         MOVE 16 TO RETURN-CODE
015277         GOBACK
015288     END-IF.
015300     OPEN INPUT  PARM0029-FILE.
015400     OPEN OUTPUT RPT0029-FILE.
015500     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0029-RUN-DT.
015600     READ PARM0029-FILE INTO WR-0029-MARGIN
015700         AT END
015800             MOVE ZERO TO WR-0029-MARGIN
