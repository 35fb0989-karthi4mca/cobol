001800*                  INTO PRIOR-AUTH-REQUEST TRAFFIC VERSUS        *
001900*                  STRAIGHT FINANCIAL TRANSACTIONS AND THE       *
002000*                  OTHER HEADER TYPES.                           *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE  *
002040*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004        *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A     *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.       *
002100*                                                               *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
005500*  VALID NCPDP HEADER TYPE CODES - SEE CBLLIB/CPYLIB/WVC1031C.   *
005600*****************************************************************
005700     COPY WVC1031C.
005733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005766     COPY WKC90040.
005800*****************************************************************
005900*  EXEC SQL - HOST VARIABLES / SQLCA / CURSOR ON THE DAILY      *
006000*  HEADER TYPE VOLUME TABLE MAINTAINED BY THE CLAIM CONTROL      *
012400*    OPEN THE CURSOR FOR TODAY'S HEADER TYPE VOLUME              *
012500*****************************************************************
012600 1000-INITIALIZE.
012611     MOVE 'PDDR0030'             TO WK-9004-PGM-ID.
012622     MOVE SPACES                 TO WK-9004-OVRD-DT.
012633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
012644     IF WK-9004-NO-BUS-DT
012655         DISPLAY 'PDDR0030 - NO BUSINESS PROCESSING DATE'
012666         MOVE 16 TO RETURN-CODE
012677         GOBACK
012688     END-IF.
012700     OPEN OUTPUT RPT0030-FILE.
012800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0030-RUN-DT-YYYYMMDD.
012900     MOVE WH-0030-RUN-DT-YYYYMMDD(1:4) TO WR-0030-RUN-DT(1:4).
013000     MOVE '-'                        TO WR-0030-RUN-DT(5:1).
013100     MOVE WH-0030-RUN-DT-YYYYMMDD(5:2) TO WR-0030-RUN-DT(6:2).
