001900*                  VERSION-SPECIFIC EDIT PATH CHANGE IS CAUGHT   *
002000*                  INSTEAD OF SLIPPING THROUGH ON A VERSION      *
002100*                  NOBODY IS WATCHING.                           *
002120*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
002140*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
002160*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
002180*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002200*                                                               *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
005400                                     VALUE ZERO.
005500 01  WH-0031-RUN-DT.
005600     05  WH-0031-RUN-DT-YYYYMMDD     PIC X(00008).
005633*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005666     COPY WKC90040.
005700*****************************************************************
005800*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE COMPOUND    *
005900*  MULTI-FILL COVERAGE TABLE MAINTAINED BY THE CLAIM CONTROL     *
013800*    OPEN THE CURSOR FOR TODAY'S COVERAGE COUNTS                 *
013900*****************************************************************
014000 1000-INITIALIZE.
014011     MOVE 'PDDR0031'             TO WK-9004-PGM-ID.
014022     MOVE SPACES                 TO WK-9004-OVRD-DT.
014033     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014044     IF WK-9004-NO-BUS-DT
014055         DISPLAY 'PDDR0031 - NO BUSINESS PROCESSING DATE'
014066         MOVE 16 TO RETURN-CODE
014077         GOBACK
014088     END-IF.
014100     OPEN OUTPUT RPT0031-FILE.
014200     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0031-RUN-DT-YYYYMMDD.
014300     MOVE WH-0031-RUN-DT-YYYYMMDD(1:4) TO WR-0031-RUN-DT(1:4).
014400     MOVE '-'                        TO WR-0031-RUN-DT(5:1).
014500     MOVE WH-0031-RUN-DT-YYYYMMDD(5:2) TO WR-0031-RUN-DT(6:2).
