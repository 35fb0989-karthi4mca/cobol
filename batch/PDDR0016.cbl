001400*                  PROCESSED UNDER A RESERVED TEST OR WHAT-IF    *
001500*                  PROCESSOR CONTROL NUMBER, READ FROM           *
001600*                  C_HDR_TEST_CLM_TB, FOR THE RUN DATE.          *
001620*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001640*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001660*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001680*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
001700*                                                               *
001800*****************************************************************
002000 ENVIRONMENT DIVISION.
004800 77  WR-0016-RUN-DT                  PIC X(00010) VALUE SPACES.
004900 01  WH-0016-RUN-DT.
005000     05  WH-0016-RUN-DT-YYYYMMDD     PIC X(00008).
005033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005066     COPY WKC90040.
005100*****************************************************************
005200*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE TEST CLAIM  *
005300*  TABLE WRITTEN BY THE CLAIM CONTROL MODULE.                   *
013800*    CURSOR AGAINST THE TEST CLAIM TABLE FOR TODAY'S RUN DATE   *
013900*****************************************************************
014000 1000-INITIALIZE.
014011     MOVE 'PDDR0016'             TO WK-9004-PGM-ID.
014022     MOVE SPACES                 TO WK-9004-OVRD-DT.
014033     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014044     IF WK-9004-NO-BUS-DT
014055         DISPLAY 'PDDR0016 - NO BUSINESS PROCESSING DATE'
014066         MOVE 16 TO RETURN-CODE
014077         GOBACK
014088     END-IF.
014100     OPEN OUTPUT RPT0016-FILE.
014200     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0016-RUN-DT-YYYYMMDD.
014300     MOVE WH-0016-RUN-DT-YYYYMMDD(1:4) TO WR-0016-RUN-DT(1:4).
014400     MOVE '-'                       TO WR-0016-RUN-DT(5:1).
014500     MOVE WH-0016-RUN-DT-YYYYMMDD(5:2) TO WR-0016-RUN-DT(6:2).
