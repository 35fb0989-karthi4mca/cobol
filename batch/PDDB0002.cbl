001800*                  MODULE ONCE THE UNDERLYING PROBLEM IS        *
001900*                  FIXED, MARKS ROWS COMPLETE OR FAILED-AGAIN   *
002000*                  WITH A RETRY COUNT, AND REPORTS THE OUTCOME. *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
007500     COPY W1C66791.
007600     COPY W1C40541.
007700     COPY W1C56941.
007733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007766     COPY WKC90040.
007800*****************************************************************
007900*  EXEC SQL - HOST VARIABLES / SQLCA / DEFERRED-QUEUE CURSOR IN *
008000*  STRICT ARRIVAL ORDER.                                        *
015000*    1000-INITIALIZE                                            *
015100*****************************************************************
015200 1000-INITIALIZE.
015211     MOVE 'PDDB0002'             TO WK-9004-PGM-ID.
015222     MOVE SPACES                 TO WK-9004-OVRD-DT.
015233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015244     IF WK-9004-NO-BUS-DT
015255         DISPLAY 'PDDB0002 - NO BUSINESS PROCESSING DATE'
015266         MOVE 16 TO RETURN-CODE
015277         GOBACK
015288     END-IF.
015300     OPEN OUTPUT RPTB002-FILE.
015400     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0002-RUN-DT-YYYYMMDD.
015500     MOVE WH-0002-RUN-DT-YYYYMMDD(1:4) TO WB-0002-RUN-DT(1:4).
015600     MOVE '-'                        TO WB-0002-RUN-DT(5:1).
015700     MOVE WH-0002-RUN-DT-YYYYMMDD(5:2) TO WB-0002-RUN-DT(6:2).
