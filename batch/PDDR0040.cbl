002200*                  OVERTURN RATE IS TAXING PHARMACIES, NOT      *
002300*                  PROTECTING THE PROGRAM - THIS IS HOW WE      *
002400*                  FIND THOSE EDITS.                            *
002420*  10/15/26  ACS   WITH NO OVTPARM CARD THE RUN NOW DEFAULTS TO *
002440*                  THE PREVIOUS CALENDAR MONTH OF THE BUSINESS  *
002460*                  PROCESSING DATE FROM G_PROC_DT_CTL_TB        *
002480*                  (SHARED PDDS9004 ROUTINE).                   *
002500*                                                               *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
007600 01  WR-0040-HRS-TABLE.
007700     05  WR-0040-HRS-VAL             PIC S9(00009) COMP
007800                                     OCCURS 5000 TIMES.
007833*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007866     COPY WKC90040.
007900*****************************************************************
008000*  EXEC SQL - HOST VARIABLES / SQLCA / DENIAL-TO-PAID CURSOR    *
008100*****************************************************************
017400*    1000-INITIALIZE                                            *
017500*****************************************************************
017600 1000-INITIALIZE.
017611     MOVE 'PDDR0040'             TO WK-9004-PGM-ID.
017622     MOVE SPACES                 TO WK-9004-OVRD-DT.
017633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017644     IF WK-9004-NO-BUS-DT
017655         DISPLAY 'PDDR0040 - NO BUSINESS PROCESSING DATE'
017666         MOVE 16 TO RETURN-CODE
017677         GOBACK
017688     END-IF.
017700     OPEN INPUT  OVTPARM-FILE.
017800     OPEN OUTPUT RPT0040-FILE.
017900     READ OVTPARM-FILE
018000         AT END
018250             MOVE SPACES TO OV-PARM-REC
018500     END-READ.
018516*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
018532     IF OV-MO-BEG-DT = SPACES
018548         MOVE WK-9004-PRV-MO-BEG-DT TO OV-MO-BEG-DT
018564         MOVE WK-9004-PRV-MO-END-DT TO OV-MO-END-DT
018580     END-IF.
018600     MOVE OV-MO-BEG-DT              TO WH-0040-MO-BEG-DT
018700                                       RL-0040-H1-BEG.
018800     MOVE OV-MO-END-DT              TO WH-0040-MO-END-DT
