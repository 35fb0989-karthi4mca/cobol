001500*                  NCPDP VERSION NUMBER SO THE REMAINING 3.2/   *
001600*                  5.1 VOLUME CAN BE WATCHED DOWN TO ZERO AS    *
001700*                  TRADING PARTNERS FINISH MIGRATING TO D.0.    *
001720*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
001740*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
001760*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
001780*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
001800*                                                               *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
005400*  VALID NCPDP VERSION NUMBERS - SEE CBLLIB/CPYLIB/WVC8897C.    *
005500*****************************************************************
005600     COPY WVC8897C.
005633*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005666     COPY WKC90040.
005700*****************************************************************
005750*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE DAILY      *
005760*  NCPDP VERSION VOLUME TABLE MAINTAINED BY THE CLAIM CONTROL   *
012900*    OPEN THE CURSOR FOR TODAY'S VERSION VOLUME                 *
013000*****************************************************************
013100 1000-INITIALIZE.
013111     MOVE 'PDDR0024'             TO WK-9004-PGM-ID.
013122     MOVE SPACES                 TO WK-9004-OVRD-DT.
013133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013144     IF WK-9004-NO-BUS-DT
013155         DISPLAY 'PDDR0024 - NO BUSINESS PROCESSING DATE'
013166         MOVE 16 TO RETURN-CODE
013177         GOBACK
013188     END-IF.
013200     OPEN OUTPUT RPT0024-FILE.
013300     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0024-RUN-DT-YYYYMMDD.
013400     MOVE WH-0024-RUN-DT-YYYYMMDD(1:4) TO WR-0024-RUN-DT(1:4).
013500     MOVE '-'                        TO WR-0024-RUN-DT(5:1).
013600     MOVE WH-0024-RUN-DT-YYYYMMDD(5:2) TO WR-0024-RUN-DT(6:2).
