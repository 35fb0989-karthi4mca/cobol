002500*                  PDDR0012 SHOWS THE DAW PENALTIES WE         *
002600*                  CHARGED; THIS SHOWS THE BRAND DOLLARS WITH  *
002700*                  NO PENALTY AT ALL.                          *
002720*  10/15/26  ACS   WITH NO GSUBPARM CARD THE RUN NOW DEFAULTS  *
002740*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
002760*                  BUSINESS PROCESSING DATE FROM               *
002780*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
007200                                     VALUE ZERO.
007300     05  WR-0054-PROV-SAVE-AMT       PIC S9(00011)V9(00002)
007400                                     COMP-3 VALUE ZERO.
007433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007466     COPY WKC90040.
007500*****************************************************************
007600*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
007700*****************************************************************
017200*    1000-INITIALIZE                                            *
017300*****************************************************************
017400 1000-INITIALIZE.
017411     MOVE 'PDDR0054'             TO WK-9004-PGM-ID.
017422     MOVE SPACES                 TO WK-9004-OVRD-DT.
017433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017444     IF WK-9004-NO-BUS-DT
017455         DISPLAY 'PDDR0054 - NO BUSINESS PROCESSING DATE'
017466         MOVE 16 TO RETURN-CODE
017477         GOBACK
017488     END-IF.
017500     OPEN INPUT  GSUBPARM-FILE.
017600     OPEN OUTPUT RPT0054-FILE.
017700     READ GSUBPARM-FILE
017800         AT END
018050             MOVE SPACES TO GS-PARM-REC
018300     END-READ.
018316*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
018332     IF GS-MO-BEG-DT = SPACES
018348         MOVE WK-9004-PRV-MO-BEG-DT TO GS-MO-BEG-DT
018364         MOVE WK-9004-PRV-MO-END-DT TO GS-MO-END-DT
018380     END-IF.
018400     MOVE GS-MO-BEG-DT           TO WH-0054-MO-BEG-DT
018500                                    RL-0054-H1-BEG.
018600     MOVE GS-MO-END-DT           TO WH-0054-MO-END-DT
