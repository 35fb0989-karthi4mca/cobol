002200*                  THE MASTER) AS A PERCENT OF THE PEER MEAN   *
002300*                  MME.  WITH PEER GROUPING THE OUTLIERS WE    *
002400*                  REFER TO THE PDMP UNIT ARE REAL ONES.       *
002420*  10/15/26  ACS   WITH NO PRSPPARM CARD THE RUN NOW DEFAULTS  *
002440*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
002460*                  BUSINESS PROCESSING DATE FROM               *
002480*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002500*                                                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
009800         10  WR-0055-S-PRSC-CNT      PIC S9(00007) COMP-3.
009900         10  WR-0055-S-MEAN-MME      PIC S9(00007)V9(00002)
010000                                     COMP-3.
010033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
010066     COPY WKC90040.
010100*****************************************************************
010200*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
010300*****************************************************************
020100*    1000-INITIALIZE                                            *
020200*****************************************************************
020300 1000-INITIALIZE.
020311     MOVE 'PDDR0055'             TO WK-9004-PGM-ID.
020322     MOVE SPACES                 TO WK-9004-OVRD-DT.
020333     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
020344     IF WK-9004-NO-BUS-DT
020355         DISPLAY 'PDDR0055 - NO BUSINESS PROCESSING DATE'
020366         MOVE 16 TO RETURN-CODE
020377         GOBACK
020388     END-IF.
020400     OPEN INPUT  PRSPPARM-FILE.
020500     OPEN OUTPUT RPT0055-FILE.
020600     READ PRSPPARM-FILE
020700         AT END
020950             MOVE SPACES TO PP-PARM-REC
021200     END-READ.
021216*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
021232     IF PP-MO-BEG-DT = SPACES
021248         MOVE WK-9004-PRV-MO-BEG-DT TO PP-MO-BEG-DT
021264         MOVE WK-9004-PRV-MO-END-DT TO PP-MO-END-DT
021280     END-IF.
021300     MOVE PP-MO-BEG-DT           TO WH-0055-MO-BEG-DT
021400                                    RL-0055-H1-BEG.
021500     MOVE PP-MO-END-DT           TO WH-0055-MO-END-DT
