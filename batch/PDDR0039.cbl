001800*                  AND ITEMIZES ANY RESIDUAL AS LOST, SO        *
001900*                  OPERATIONS CAN SIGN OFF THAT NO CLAIM        *
002000*                  EVAPORATED BETWEEN INTAKE AND RESPONSE.      *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002082*  10/15/26  ACS   REAL-TIME BENEFIT INQUIRY VOLUME (CODE RB,   *
002086*                  PDDC9890) IS LEFT OFF THE BALANCE - AN       *
002090*                  INQUIRY NEVER BECOMES A CLAIM, SO IT WOULD   *
002094*                  OTHERWISE SHOW AS LOST.                      *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
004700                                     VALUE ZERO.
004800 01  WH-0039-RUN-DT-WS.
004900     05  WH-0039-RUN-DT-YYYYMMDD     PIC X(00008).
004933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004966     COPY WKC90040.
005000*****************************************************************
005100*  EXEC SQL - HOST VARIABLES / SQLCA / VOLUME CURSOR            *
005200*****************************************************************
006600         SELECT C_POS_TRAN_CD, C_TXN_CNT
006700           FROM C_TXN_VOL_TB
006800          WHERE C_TXN_DT = :WH-0039-RUN-DT
006850            AND C_POS_TRAN_CD <> 'RB'
006900          ORDER BY C_POS_TRAN_CD
007000     END-EXEC.
007100*****************************************************************
013000*    1000-INITIALIZE                                            *
013100*****************************************************************
013200 1000-INITIALIZE.
013211     MOVE 'PDDR0039'             TO WK-9004-PGM-ID.
013222     MOVE SPACES                 TO WK-9004-OVRD-DT.
013233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013244     IF WK-9004-NO-BUS-DT
013255         DISPLAY 'PDDR0039 - NO BUSINESS PROCESSING DATE'
013266         MOVE 16 TO RETURN-CODE
013277         GOBACK
013288     END-IF.
013300     OPEN OUTPUT RPT0039-FILE.
013400     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0039-RUN-DT-YYYYMMDD.
013500     MOVE SPACES TO WH-0039-RUN-DT.
013600     STRING WH-0039-RUN-DT-YYYYMMDD (1:4) '-'
013700            WH-0039-RUN-DT-YYYYMMDD (5:2) '-'
