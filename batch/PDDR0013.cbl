001800*                  QUARTER; THE REPORTING QUARTER IS THE MOST   *
001900*                  RECENTLY COMPLETED CALENDAR QUARTER AS OF    *
002000*                  THE RUN DATE.                                *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
006900     05  WR-0013-QTR-END-MM          PIC 9(00002).
007000     05  FILLER                      PIC X(00001) VALUE '-'.
007100     05  WR-0013-QTR-END-DD          PIC 9(00002).
007133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007166     COPY WKC90040.
007200*****************************************************************
007300*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE TPL PAID    *
007400*  AMOUNT TABLE WRITTEN BY THE CLAIM CONTROL MODULE.             *
016500*    QUARTER FROM THE RUN DATE, OPEN THE TPL CURSOR             *
016600*****************************************************************
016700 1000-INITIALIZE.
016711     MOVE 'PDDR0013'             TO WK-9004-PGM-ID.
016722     MOVE SPACES                 TO WK-9004-OVRD-DT.
016733     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016744     IF WK-9004-NO-BUS-DT
016755         DISPLAY 'PDDR0013 - NO BUSINESS PROCESSING DATE'
016766         MOVE 16 TO RETURN-CODE
016777         GOBACK
016788     END-IF.
016800     OPEN OUTPUT RPT0013-FILE.
016900     MOVE WK-9004-BUS-DT-YYYYMMDD TO WR-0013-RUN-DT.
017000     MOVE WR-0013-RUN-DT(1:4) TO WR-0013-RUN-DT-YYYY.
017100     MOVE WR-0013-RUN-DT(5:2) TO WR-0013-RUN-DT-MM.
017200     PERFORM 1100-DERIVE-QUARTER
