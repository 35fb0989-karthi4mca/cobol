001400*                  HAS NOT CHANGED SIZE SINCE THE LAST TIME A    *
001500*                  MAINTAINER CONFIRMED ITS 2-PHASE-ADJUDICATION *
001600*                  DUPLICATE, WL380750, WAS UPDATED TO MATCH.    *
001620*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001640*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001660*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001680*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
001700*                                                               *
001800*****************************************************************
002000 ENVIRONMENT DIVISION.
005200*  OF WLC80750 ITSELF.                                          *
005300*****************************************************************
005400     COPY WLC80750.
005433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005466     COPY WKC90040.
005500*****************************************************************
005600*  EXEC SQL - HOST VARIABLES / SQLCA / THE LAST CONFIRMED        *
005700*  RECONCILIATION BASELINE.  SEE CBLLIB/CPYLIB/CLWLCPTB.         *
011400*    THE LAST CONFIRMED RECONCILIATION BASELINE                  *
011500*****************************************************************
011600 1000-INITIALIZE.
011611     MOVE 'PDDR0018'             TO WK-9004-PGM-ID.
011622     MOVE SPACES                 TO WK-9004-OVRD-DT.
011633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
011644     IF WK-9004-NO-BUS-DT
011655         DISPLAY 'PDDR0018 - NO BUSINESS PROCESSING DATE'
011666         MOVE 16 TO RETURN-CODE
011677         GOBACK
011688     END-IF.
011700     OPEN OUTPUT RPT0018-FILE.
011800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0018-RUN-DT-YYYYMMDD.
011900     MOVE WH-0018-RUN-DT-YYYYMMDD(1:4) TO WR-0018-RUN-DT(1:4).
012000     MOVE '-'                       TO WR-0018-RUN-DT(5:1).
012100     MOVE WH-0018-RUN-DT-YYYYMMDD(5:2) TO WR-0018-RUN-DT(6:2).
