002300*                  THE PA UNIT CAN RENEW BEFORE THE MEMBER     *
002400*                  HITS A 3936 DENIAL AT THE COUNTER.          *
002500*                  REPORT-ONLY - THE PA UNIT OWNS THE DATA.    *
002520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002540*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002582*  10/15/26  ACS   THE EXPIRY WARNING WINDOW IS NOW 10         *
002584*                  BUSINESS DAYS FROM THE RUN DATE (SHARED     *
002586*                  PDDS9005 ROUTINE, RULE PA-EXPIRY ON LIST    *
002588*                  7534, WHICH MAY SET IT TO CALENDAR DAYS)    *
002590*                  RATHER THAN 14 CALENDAR DAYS, SO A HOLIDAY  *
002592*                  WEEK STILL GIVES THE PA UNIT TEN WORKING    *
002594*                  DAYS TO RENEW. THE SECTION 2 TITLE SHOWS    *
002596*                  THE WINDOW END DATE.                        *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
005800                                     VALUE ZERO.
005900 77  WB-0011-RECOMP-QTY              PIC S9(00008)V9(00003)
006000                                     COMP-3 VALUE ZERO.
006033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006066     COPY WKC90040.
006077*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
006088     COPY WKC90050.
006100*****************************************************************
006200*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
006300*****************************************************************
006500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006600     COPY CLPAUTTB.
006700 01  WH-0011-HOST-VARS.
006750     05  WH-0011-BUS-DT              PIC X(00010).
006800     05  WH-0011-EXP-LIMIT-DT        PIC X(00010).
006900     05  WH-0011-PAID-QTY            PIC S9(00010)V9(00003)
007000                                     COMP-3.
008300     END-EXEC.
008400*****************************************************************
008500*  EXPIRING-PA CURSOR - ACTIVE, QUANTITY LEFT, ENDING INSIDE    *
008600*  THE WARNING WINDOW (10 BUSINESS DAYS - RULE PA-EXPIRY)       *
008700*****************************************************************
008800     EXEC SQL
008900         DECLARE B011EXP CURSOR FOR
009300           FROM C_PRIOR_AUTH_TB
009400          WHERE C_PA_STAT_CD    = 'A'
009500            AND C_PA_QTY_REMAIN > 0
009600            AND C_PA_END_DT    >= :WH-0011-BUS-DT
009700            AND C_PA_END_DT    <= :WH-0011-EXP-LIMIT-DT
009800          ORDER BY C_PA_END_DT, C_PA_AUTH_NUM
009900     END-EXEC.
016000*    1000-INITIALIZE                                            *
016100*****************************************************************
016200 1000-INITIALIZE.
016211     MOVE 'PDDB0011'             TO WK-9004-PGM-ID.
016222     MOVE SPACES                 TO WK-9004-OVRD-DT.
016233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016244     IF WK-9004-NO-BUS-DT
016255         DISPLAY 'PDDB0011 - NO BUSINESS PROCESSING DATE'
016266         MOVE 16 TO RETURN-CODE
016277         GOBACK
016288     END-IF.
016300     OPEN OUTPUT RPTB011-FILE.
016400     WRITE RPTB011-REC FROM RL-0011-HDG1
016500         BEFORE ADVANCING TO-NEW-PAGE.
016700                                    TO RL-0011-H2-TITLE.
016800     WRITE RPTB011-REC FROM RL-0011-HDG2
016900         AFTER ADVANCING 2 LINES.
016950     MOVE WK-9004-BUS-DT         TO WH-0011-BUS-DT.
017007     SET WK-9005-DUE-BY-RULE     TO TRUE.
017064     MOVE WH-0011-BUS-DT         TO WK-9005-FROM-DT.
017121     MOVE 10                     TO WK-9005-DAY-CNT.
017178     MOVE 'PA-EXPIRY'            TO WK-9005-RULE-ID.
017235     MOVE 'B'                    TO WK-9005-DFLT-BASIS-CD.
017292     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
017349     IF NOT WK-9005-OK
017406         DISPLAY 'PDDB0011 - PDDS9005 REPLY ' WK-9005-REPLY-CD
017463                 ' SQLCODE ' WK-9005-SQLCODE
017520         MOVE 16 TO RETURN-CODE
017577         CLOSE RPTB011-FILE
017634         GOBACK
017700     END-IF.
017750     MOVE WK-9005-RESULT-DT      TO WH-0011-EXP-LIMIT-DT.
017800     EXEC SQL
017900         OPEN B011ACT
018000     END-EXEC.
025100*    5000-EXPIRING-LIST - SECTION 2, RENEWAL WARNINGS           *
025200*****************************************************************
025300 5000-EXPIRING-LIST.
025333     MOVE SPACES                 TO RL-0011-H2-TITLE.
025366     STRING 'SECTION 2 - ACTIVE PAS EXPIRING BY '
025399                                 DELIMITED BY SIZE
025432            WH-0011-EXP-LIMIT-DT DELIMITED BY SIZE
025465            ' WITH QUANTITY REMAINING'
025498                                 DELIMITED BY SIZE
025531         INTO RL-0011-H2-TITLE
025564     END-STRING.
025600     WRITE RPTB011-REC FROM RL-0011-HDG2
025700         AFTER ADVANCING 3 LINES.
025800     EXEC SQL
031100     MOVE WB-0011-DRIFT-CNT            TO RL-0011-C-CNT.
031200     WRITE RPTB011-REC FROM RL-0011-COUNT-LINE
031300         AFTER ADVANCING 1 LINE.
031400     MOVE 'EXPIRING IN THE WARNING WINDOW' TO RL-0011-C-LABEL.
031500     MOVE WB-0011-EXPIRE-CNT           TO RL-0011-C-CNT.
031600     WRITE RPTB011-REC FROM RL-0011-COUNT-LINE
031700         AFTER ADVANCING 1 LINE.
