002200*                  DELETED IN RESTARTABLE COMMIT BATCHES, WITH  *
002300*                  AN ARCHIVED/DELETED/REMAINING REPORT PER     *
002400*                  TABLE.                                       *
002420*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING DATE *
002440*                  FROM G_PROC_DT_CTL_TB (SHARED PDDS9004       *
002460*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A    *
002480*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.      *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
008900     05  WB-0003-CUT-CCYY            PIC X(00004).
009000     05  WB-0003-CUT-MM              PIC X(00002).
009100     05  WB-0003-CUT-DD              PIC X(00002).
009133*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009166     COPY WKC90040.
009200*****************************************************************
009300*  EXEC SQL - HOST VARIABLES / SQLCA / DCLGEN LAYOUTS OF THE    *
009400*  FOUR MANAGED TABLES                                          *
017400*    1000-INITIALIZE                                            *
017500*****************************************************************
017600 1000-INITIALIZE.
017611     MOVE 'PDDB0003'             TO WK-9004-PGM-ID.
017622     MOVE SPACES                 TO WK-9004-OVRD-DT.
017633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017644     IF WK-9004-NO-BUS-DT
017655         DISPLAY 'PDDB0003 - NO BUSINESS PROCESSING DATE'
017666         MOVE 16 TO RETURN-CODE
017677         GOBACK
017688     END-IF.
017700     OPEN OUTPUT ARCTRC-FILE ARCWLF-FILE ARCERR-FILE
017800                 ARCRST-FILE RPTB003-FILE.
017900     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0003-RUN-DT-YYYYMMDD.
018000     MOVE WH-0003-RUN-DT-YYYYMMDD   TO RL-0003-H1-RUN-DT.
018100     COMPUTE WB-0003-RUN-DT-INT =
018200         FUNCTION INTEGER-OF-DATE
