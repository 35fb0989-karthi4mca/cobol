001700*                  MONTHLY LIABILITY AND MEMBER IDENTIFIERS,   *
001800*                  SO CASEWORKERS SEE SAME-DAY WHO CROSSED     *
001900*                  THE THRESHOLD INSTEAD OF DAYS LATER.        *
001920*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
001940*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
001960*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
001980*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002000*                                                              *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
004400     88  WR-0060-EOF                 VALUE 'Y'.
004500 77  WR-0060-MET-CNT                 PIC S9(00009) COMP-3
004600                                     VALUE ZERO.
004633*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
004666     COPY WKC90040.
004700*****************************************************************
004800*  EXEC SQL - SQLCA, HOST VARIABLES AND THE MET-TODAY CURSOR.   *
004900*  THE MEMBER JOIN SUPPLIES THE IDENTIFIERS THE CASEWORKER      *
012400*    1000-INITIALIZE                                            *
012500*****************************************************************
012600 1000-INITIALIZE.
012611     MOVE 'PDDR0060'             TO WK-9004-PGM-ID.
012622     MOVE SPACES                 TO WK-9004-OVRD-DT.
012633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
012644     IF WK-9004-NO-BUS-DT
012655         DISPLAY 'PDDR0060 - NO BUSINESS PROCESSING DATE'
012666         MOVE 16 TO RETURN-CODE
012677         GOBACK
012688     END-IF.
012700     OPEN OUTPUT RPT0060-FILE.
013150     MOVE WK-9004-BUS-DT         TO WH-0060-RUN-DT.
013600     MOVE WH-0060-RUN-DT         TO RL-0060-H1-DT.
013700     WRITE RPT0060-REC FROM RL-0060-HDG1
013800         BEFORE ADVANCING TO-NEW-PAGE.
