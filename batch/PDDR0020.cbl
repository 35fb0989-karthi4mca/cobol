001600*                  C_SYS_ERR_RESTART_TB.  MARKS EACH ROW IT     *
001700*                  LISTS AS RE-DRIVEN SO THE NEXT RUN DOES NOT  *
001800*                  LIST IT AGAIN.                               *
001820*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001840*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001860*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001880*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001900*                                                               *
002000*****************************************************************
002200 ENVIRONMENT DIVISION.
004900 77  WR-0020-RUN-DT                  PIC X(00010) VALUE SPACES.
005000 01  WH-0020-RUN-DT.
005100     05  WH-0020-RUN-DT-YYYYMMDD PIC X(00008).
005133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005166     COPY WKC90040.
005200*****************************************************************
005300*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR AND UPDATE ON THE  *
005400*  CHECKPOINT/RESTART TABLE WRITTEN BY THE CLAIM CONTROL         *
012900*    CURSOR AGAINST THE PENDING RESTART ROWS                     *
013000*****************************************************************
013100 1000-INITIALIZE.
013111     MOVE 'PDDR0020'             TO WK-9004-PGM-ID.
013122     MOVE SPACES                 TO WK-9004-OVRD-DT.
013133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013144     IF WK-9004-NO-BUS-DT
013155         DISPLAY 'PDDR0020 - NO BUSINESS PROCESSING DATE'
013166         MOVE 16 TO RETURN-CODE
013177         GOBACK
013188     END-IF.
013200     OPEN OUTPUT RPT0020-FILE.
013300     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0020-RUN-DT-YYYYMMDD.
013400     MOVE WH-0020-RUN-DT-YYYYMMDD(1:4) TO WR-0020-RUN-DT(1:4).
013500     MOVE '-'                       TO WR-0020-RUN-DT(5:1).
013600     MOVE WH-0020-RUN-DT-YYYYMMDD(5:2) TO WR-0020-RUN-DT(6:2).
