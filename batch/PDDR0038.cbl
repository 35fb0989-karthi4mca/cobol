002200*                  DEFAULT 2) FROM THE PEER MEAN, GIVING        *
002300*                  PROGRAM INTEGRITY A RANKED LIST INSTEAD OF   *
002400*                  GUT FEEL.                                    *
002420*  10/15/26  ACS   WITH NO PROFPARM CARD THE RUN NOW DEFAULTS   *
002440*                  TO THE PREVIOUS CALENDAR MONTH OF THE        *
002460*                  BUSINESS PROCESSING DATE FROM                *
002480*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE).  *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
008500                                     COMP-3.
008600         10  WR-0038-E-DPM           PIC S9(00011)V9(00002)
008700                                     COMP-3.
008733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008766     COPY WKC90040.
008800*****************************************************************
008900*  EXEC SQL - HOST VARIABLES / SQLCA / PROFILE CURSOR           *
009000*****************************************************************
018600*    1000-INITIALIZE                                            *
018700*****************************************************************
018800 1000-INITIALIZE.
018811     MOVE 'PDDR0038'             TO WK-9004-PGM-ID.
018822     MOVE SPACES                 TO WK-9004-OVRD-DT.
018833     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
018844     IF WK-9004-NO-BUS-DT
018855         DISPLAY 'PDDR0038 - NO BUSINESS PROCESSING DATE'
018866         MOVE 16 TO RETURN-CODE
018877         GOBACK
018888     END-IF.
018900     OPEN INPUT  PROFPARM-FILE.
019000     OPEN OUTPUT RPT0038-FILE.
019100     READ PROFPARM-FILE
019200         AT END
019450             MOVE SPACES TO PP-PARM-REC
019700     END-READ.
019716*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
019732     IF PP-MO-BEG-DT = SPACES
019748         MOVE WK-9004-PRV-MO-BEG-DT TO PP-MO-BEG-DT
019764         MOVE WK-9004-PRV-MO-END-DT TO PP-MO-END-DT
019780     END-IF.
019800     MOVE PP-MO-BEG-DT              TO WH-0038-MO-BEG-DT
019900                                       RL-0038-H1-BEG.
020000     MOVE PP-MO-END-DT              TO WH-0038-MO-END-DT
