001300*  08/09/26  ACS   NEW PROGRAM.  ON-CALL DASHBOARD LISTING       *
001400*                  TODAY'S ROWS FROM G_ERROR_LOG_TB, WORST       *
001500*                  SEVERITY AND MOST RECENT FIRST.               *
001520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001540*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
001600*                                                               *
001700*****************************************************************
001900 ENVIRONMENT DIVISION.
004600 77  WR-0019-RUN-DT                  PIC X(00010) VALUE SPACES.
004700 01  WH-0019-RUN-DT.
004800     05  WH-0019-RUN-DT-YYYYMMDD PIC X(00008).
004833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004866     COPY WKC90040.
004900*****************************************************************
005000*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE ERROR LOG    *
005100*  TABLE WRITTEN BY THE CLAIM CONTROL MODULE.                    *
013200*    CURSOR AGAINST THE ERROR LOG TABLE FOR TODAY'S RUN DATE     *
013300*****************************************************************
013400 1000-INITIALIZE.
013411     MOVE 'PDDR0019'             TO WK-9004-PGM-ID.
013422     MOVE SPACES                 TO WK-9004-OVRD-DT.
013433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013444     IF WK-9004-NO-BUS-DT
013455         DISPLAY 'PDDR0019 - NO BUSINESS PROCESSING DATE'
013466         MOVE 16 TO RETURN-CODE
013477         GOBACK
013488     END-IF.
013500     OPEN OUTPUT RPT0019-FILE.
013600     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0019-RUN-DT-YYYYMMDD.
013700     MOVE WH-0019-RUN-DT-YYYYMMDD(1:4) TO WR-0019-RUN-DT(1:4).
013800     MOVE '-'                       TO WR-0019-RUN-DT(5:1).
013900     MOVE WH-0019-RUN-DT-YYYYMMDD(5:2) TO WR-0019-RUN-DT(6:2).
