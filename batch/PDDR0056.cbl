002300*                  THEIR COUNT.  SWLOGIN MUST BE PRESORTED BY  *
002400*                  NET REF / BIN / RECEIVE TIMESTAMP (SEE THE  *
002500*                  SORT STEP AHEAD OF THIS ONE IN THE JOB).    *
002520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002540*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
009600         10  WR-0056-H-PHANTOM-CNT   PIC S9(00007) COMP-3.
009700 01  WH-0056-RUN-DT.
009800     05  WH-0056-RUN-DT-YYYYMMDD     PIC X(00008).
009833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009866     COPY WKC90040.
009900*****************************************************************
010000*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
010100*****************************************************************
019100*    1000-INITIALIZE - OPEN FILES AND CURSOR, PRIME BOTH SIDES  *
019200*****************************************************************
019300 1000-INITIALIZE.
019311     MOVE 'PDDR0056'             TO WK-9004-PGM-ID.
019322     MOVE SPACES                 TO WK-9004-OVRD-DT.
019333     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019344     IF WK-9004-NO-BUS-DT
019355         DISPLAY 'PDDR0056 - NO BUSINESS PROCESSING DATE'
019366         MOVE 16 TO RETURN-CODE
019377         GOBACK
019388     END-IF.
019400     OPEN INPUT SWLOGIN-FILE.
019500     OPEN OUTPUT RPT0056-FILE.
019600     MOVE 1 TO WR-0056-HOUR-SUB.
019700     PERFORM 1100-ZERO-ONE-HOUR
019800         THRU 1100-ZERO-ONE-HOUR-EXIT
019900         UNTIL WR-0056-HOUR-SUB > 24.
020000     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0056-RUN-DT-YYYYMMDD.
020100     MOVE SPACES TO WH-0056-DAY-BEG-TS.
020200     STRING WH-0056-RUN-DT-YYYYMMDD (1:4) '-'
020300            WH-0056-RUN-DT-YYYYMMDD (5:2) '-'
