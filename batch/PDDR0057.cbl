002910*  09/02/26  ACS   SAMPLE-ROW HOST VARIABLES MOVED TO THE NEW  *
002920*                  CLEOMBTB DCLGEN SO THE LAYOUT HAS ONE       *
002930*                  AUTHORITATIVE DEFINITION.                   *
002938*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002946*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002954*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002962*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.  A  *
002970*                  BLANK QUARTER ON THE EOBPARM CARD NOW       *
002978*                  DEFAULTS TO THE PREVIOUS CALENDAR QUARTER   *
002986*                  OF THAT DATE.                               *
003000*                                                              *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
010800     88  WR-0057-STRAT-BASE          VALUE 'B'.
010900     88  WR-0057-STRAT-HIDLR         VALUE 'H'.
011000     88  WR-0057-STRAT-CTRL          VALUE 'C'.
011033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011066     COPY WKC90040.
011100*****************************************************************
011200*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
011300*****************************************************************
020100*    1000-INITIALIZE - PARM CARD, QUARTER ID, OPEN THE POOL     *
020200*****************************************************************
020300 1000-INITIALIZE.
020311     MOVE 'PDDR0057'             TO WK-9004-PGM-ID.
020322     MOVE SPACES                 TO WK-9004-OVRD-DT.
020333     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
020344     IF WK-9004-NO-BUS-DT
020355         DISPLAY 'PDDR0057 - NO BUSINESS PROCESSING DATE'
020366         MOVE 16 TO RETURN-CODE
020377         GOBACK
020388     END-IF.
020400     OPEN INPUT  EOBPARM-FILE.
020500     OPEN OUTPUT EOMBFILE-FILE RPT0057-FILE.
020600     READ EOBPARM-FILE
021900         CLOSE EOBPARM-FILE EOMBFILE-FILE RPT0057-FILE
022000         GOBACK
022100     END-IF.
022116*    BLANK QUARTER ON THE CARD - RUN THE PREVIOUS QUARTER.
022132     IF EP-QTR-BEG-DT = SPACES
022148         MOVE WK-9004-PRV-QTR-BEG-DT TO EP-QTR-BEG-DT
022164         MOVE WK-9004-PRV-QTR-END-DT TO EP-QTR-END-DT
022180     END-IF.
022200     MOVE EP-QTR-BEG-DT          TO WH-0057-QTR-BEG-DT.
022300     MOVE EP-QTR-END-DT          TO WH-0057-QTR-END-DT.
022400     MOVE EP-QTR-BEG-DT (1:4)    TO WH-0057-QTR-ID (1:4).
023200     MOVE WH-0057-QTR-ID         TO RL-0057-H1-QTR-ID.
023300     WRITE RPT0057-REC FROM RL-0057-HDG1
023400         BEFORE ADVANCING TO-NEW-PAGE.
023850     MOVE WK-9004-BUS-DT         TO WH-0057-RUN-DT.
024300     EXEC SQL
024400         OPEN R0057MBR
024500     END-EXEC.
