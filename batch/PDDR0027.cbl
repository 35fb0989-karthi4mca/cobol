001700*                  SO FINANCE CAN RECONCILE AGAINST THE STATE   *
001800*                  MMIS REMITTANCE FILE BY PAYMENT TYPE RATHER  *
001900*                  THAN JUST A SINGLE GRAND TOTAL.               *
001920*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
001940*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
001960*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
001980*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002000*                                                               *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
005700*  WVC0070C.                                                    *
005800*****************************************************************
005900     COPY WVC0070C.
005933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005966     COPY WKC90040.
006000*****************************************************************
006100*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE BATCH      *
006200*  PAYMENT-TYPE TOTALS TABLE MAINTAINED BY THE CLAIM CONTROL    *
013100*    OPEN THE CURSOR FOR TODAY'S PAYMENT-TYPE TOTALS             *
013200*****************************************************************
013300 1000-INITIALIZE.
013311     MOVE 'PDDR0027'             TO WK-9004-PGM-ID.
013322     MOVE SPACES                 TO WK-9004-OVRD-DT.
013333     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013344     IF WK-9004-NO-BUS-DT
013355         DISPLAY 'PDDR0027 - NO BUSINESS PROCESSING DATE'
013366         MOVE 16 TO RETURN-CODE
013377         GOBACK
013388     END-IF.
013400     OPEN OUTPUT RPT0027-FILE.
013500     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0027-RUN-DT-YYYYMMDD.
013600     MOVE WH-0027-RUN-DT-YYYYMMDD(1:4) TO WR-0027-RUN-DT(1:4).
013700     MOVE '-'                        TO WR-0027-RUN-DT(5:1).
013800     MOVE WH-0027-RUN-DT-YYYYMMDD(5:2) TO WR-0027-RUN-DT(6:2).
