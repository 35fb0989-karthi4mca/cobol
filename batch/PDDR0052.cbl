002530*                  ON SEVERITY (1=MAJOR FIRST, THE CLDRITTB    *
002540*                  SCALE), SO THE REVIEW QUEUE REALLY IS       *
002550*                  RANKED INSTEAD OF IN DETECTION ORDER.       *
002560*  10/15/26  ACS   WITH NO RDURPARM CARD THE RUN NOW DEFAULTS  *
002570*                  TO THE PREVIOUS CALENDAR MONTH OF THE       *
002580*                  BUSINESS PROCESSING DATE FROM               *
002590*                  G_PROC_DT_CTL_TB (SHARED PDDS9004 ROUTINE). *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
009800         10  WR-0052-L-RX-NUM        PIC S9(00012) COMP-3.
009900         10  WR-0052-L-SVC-DT        PIC X(00010).
010000         10  WR-0052-L-DAYS          PIC S9(00003) COMP-3.
010033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
010066     COPY WKC90040.
010100*****************************************************************
010200*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
010300*****************************************************************
019000*    1000-INITIALIZE                                            *
019100*****************************************************************
019200 1000-INITIALIZE.
019211     MOVE 'PDDR0052'             TO WK-9004-PGM-ID.
019222     MOVE SPACES                 TO WK-9004-OVRD-DT.
019233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019244     IF WK-9004-NO-BUS-DT
019255         DISPLAY 'PDDR0052 - NO BUSINESS PROCESSING DATE'
019266         MOVE 16 TO RETURN-CODE
019277         GOBACK
019288     END-IF.
019300     OPEN INPUT  RDURPARM-FILE.
019400     OPEN OUTPUT DURLTR-FILE RPT0052-FILE FINDWRK-FILE.
019500     READ RDURPARM-FILE
019600         AT END
019850             MOVE SPACES TO RD-PARM-REC
020100     END-READ.
020116*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
020132     IF RD-MO-BEG-DT = SPACES
020148         MOVE WK-9004-PRV-MO-BEG-DT TO RD-MO-BEG-DT
020164         MOVE WK-9004-PRV-MO-END-DT TO RD-MO-END-DT
020180     END-IF.
020200     MOVE RD-MO-BEG-DT           TO WH-0052-MO-BEG-DT
020300                                    RL-0052-H1-BEG.
020400     MOVE RD-MO-END-DT           TO WH-0052-MO-END-DT
