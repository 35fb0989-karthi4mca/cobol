000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0080.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                        *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                 *
001200*  --------  ----  ----------------------------------------    *
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY POINT-OF-SALE BROADCAST *
001400*                  REPORT.  EVERY R_POS_BCST_TB BROADCAST STILL *
001500*                  SCHEDULED, ACTIVE, OR ENDED WITHIN THE LAST *
001600*                  30 DAYS, WITH ITS REASON, TARGET, WINDOW,   *
001700*                  STATUS, THE NUMBER OF RESPONSES THAT        *
001800*                  CARRIED IT (COUNTED BY PDDC9880) AND THE    *
001900*                  LAST ONE.  AN ACTIVE BROADCAST WITH NO HITS *
002000*                  USUALLY MEANS A MIS-KEYED TARGET.           *
002100*                                                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPT0080-FILE ASSIGN TO RPT0080
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200*****************************************************************
003300*  DATA DIVISION                                                *
003400*****************************************************************
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RPT0080-FILE
003800     RECORDING MODE IS F.
003900 01  RPT0080-REC                     PIC X(00133).
004000*****************************************************************
004100*  WORKING-STORAGE SECTION                                     *
004200*****************************************************************
004300 WORKING-STORAGE SECTION.
004400 77  WR-0080-EOF-SW                  PIC X(00001) VALUE 'N'.
004500     88  WR-0080-EOF                 VALUE 'Y'.
004600 77  WR-0080-BCST-CNT                PIC S9(00009) COMP-3
004700                                     VALUE ZERO.
004800 77  WR-0080-ACTV-CNT                PIC S9(00009) COMP-3
004900                                     VALUE ZERO.
005000 77  WR-0080-NO-HIT-CNT              PIC S9(00009) COMP-3
005100                                     VALUE ZERO.
005200 77  WR-0080-HIT-TOT                 PIC S9(00011) COMP-3
005300                                     VALUE ZERO.
005400*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005500     COPY WKC90040.
005600*****************************************************************
005700*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSOR              *
005800*****************************************************************
005900     EXEC SQL INCLUDE SQLCA END-EXEC.
006000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006100     COPY CLBCSTTB.
006200 01  WH-0080-HOST-VARS.
006300     05  WH-0080-BUS-DT              PIC X(00010).
006400     05  WH-0080-STAT-CD             PIC X(00001).
006500         88  WH-0080-SCHEDULED       VALUE 'S'.
006600         88  WH-0080-ACTIVE          VALUE 'A'.
006700         88  WH-0080-ENDED           VALUE 'E'.
006800     EXEC SQL END DECLARE SECTION END-EXEC.
006900*    BROADCASTS NOT YET ENDED, OR ENDED IN THE LAST 30 DAYS,
007000*    NEWEST START FIRST.  THE STATUS IS AS OF THE RUN.
007100     EXEC SQL
007200         DECLARE R0080BCST CURSOR FOR
007300         SELECT R_BCST_ID, R_BCST_RSN_CD, R_BCST_TRGT_TY_CD,
007400                R_BCST_BIN_NUM, R_BCST_PCN_NUM, C_NETWORK_ID,
007500                C_PROV_ID, R_GROUP_ID,
007600                R_BCST_BEG_TS, R_BCST_END_TS, R_BCST_MSG_TX,
007700                NVL(R_BCST_HIT_CNT, 0),
007800                NVL(R_BCST_LAST_HIT_TS, ' '),
007900                B_UPD_USER_ID,
008000                CASE
008100                  WHEN R_BCST_BEG_TS >
008200                       TO_CHAR(CURRENT_TIMESTAMP,
008300                               'YYYY-MM-DD-HH24.MI.SS.FF6')
008400                    THEN 'S'
008500                  WHEN R_BCST_END_TS <=
008600                       TO_CHAR(CURRENT_TIMESTAMP,
008700                               'YYYY-MM-DD-HH24.MI.SS.FF6')
008800                    THEN 'E'
008900                  ELSE 'A'
009000                END
009100           FROM R_POS_BCST_TB
009200          WHERE SUBSTR(R_BCST_END_TS, 1, 10) >=
009300                TO_CHAR(TO_DATE(:WH-0080-BUS-DT, 'YYYY-MM-DD')
009400                        - 30, 'YYYY-MM-DD')
009500          ORDER BY R_BCST_BEG_TS DESC, R_BCST_ID
009600     END-EXEC.
009700*****************************************************************
009800*  REPORT LINE LAYOUTS                                         *
009900*****************************************************************
010000 01  RL-0080-HDG1.
010100     05  FILLER                      PIC X(00001) VALUE SPACE.
010200     05  FILLER                      PIC X(00050) VALUE
010300         'PDDR0080 - POINT-OF-SALE BROADCAST HITS - BUS DATE'.
010400     05  FILLER                      PIC X(00001) VALUE SPACE.
010500     05  RL-0080-H-BUS-DT            PIC X(00010).
010600 01  RL-0080-HDG2.
010700     05  FILLER                      PIC X(00001) VALUE SPACE.
010800     05  FILLER                      PIC X(00040) VALUE
010900         'BCST ID  RSN  T TARGET           BEGINS '.
011000     05  FILLER                      PIC X(00040) VALUE
011100         '          ENDS             STATUS       '.
011200     05  FILLER                      PIC X(00040) VALUE
011300         '    HITS LAST HIT         UPD BY       '.
011400 01  RL-0080-DETAIL.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  RL-0080-D-ID                PIC X(00008).
011700     05  FILLER                      PIC X(00001) VALUE SPACE.
011800     05  RL-0080-D-RSN               PIC X(00004).
011900     05  FILLER                      PIC X(00001) VALUE SPACE.
012000     05  RL-0080-D-TRGT-TY           PIC X(00001).
012100     05  FILLER                      PIC X(00001) VALUE SPACE.
012200     05  RL-0080-D-TRGT              PIC X(00016).
012300     05  FILLER                      PIC X(00001) VALUE SPACE.
012400     05  RL-0080-D-BEG-TS            PIC X(00016).
012500     05  FILLER                      PIC X(00001) VALUE SPACE.
012600     05  RL-0080-D-END-TS            PIC X(00016).
012700     05  FILLER                      PIC X(00001) VALUE SPACE.
012800     05  RL-0080-D-STATUS            PIC X(00009).
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0080-D-HITS              PIC ZZZ,ZZZ,ZZ9.
013100     05  FILLER                      PIC X(00001) VALUE SPACE.
013200     05  RL-0080-D-LAST-HIT          PIC X(00016).
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  RL-0080-D-USER              PIC X(00008).
013500 01  RL-0080-TEXT-LINE.
013600     05  FILLER                      PIC X(00012) VALUE SPACES.
013700     05  FILLER                      PIC X(00006) VALUE 'TEXT: '.
013800     05  RL-0080-T-MSG-TX            PIC X(00080).
013900 01  RL-0080-COUNT-LINE.
014000     05  FILLER                      PIC X(00001) VALUE SPACE.
014100     05  RL-0080-C-LABEL             PIC X(00045).
014200     05  RL-0080-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
014300*****************************************************************
014400*  PROCEDURE DIVISION                                          *
014500*****************************************************************
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE
014900         THRU 1000-INITIALIZE-EXIT.
015000     PERFORM 2000-ONE-BROADCAST
015100         THRU 2000-ONE-BROADCAST-EXIT
015200         UNTIL WR-0080-EOF.
015300     PERFORM 8000-FINALIZE
015400         THRU 8000-FINALIZE-EXIT.
015500     GOBACK.
015600*****************************************************************
015700*    1000-INITIALIZE - BUSINESS DATE, HEADINGS, OPEN THE CURSOR *
015800*****************************************************************
015900 1000-INITIALIZE.
016000     MOVE 'PDDR0080'             TO WK-9004-PGM-ID.
016100     MOVE SPACES                 TO WK-9004-OVRD-DT.
016200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016300     IF WK-9004-NO-BUS-DT
016400         DISPLAY 'PDDR0080 - NO BUSINESS PROCESSING DATE'
016500         MOVE 16 TO RETURN-CODE
016600         GOBACK
016700     END-IF.
016800     OPEN OUTPUT RPT0080-FILE.
016900     MOVE WK-9004-BUS-DT         TO WH-0080-BUS-DT
017000                                    RL-0080-H-BUS-DT.
017100     WRITE RPT0080-REC FROM RL-0080-HDG1
017200         BEFORE ADVANCING TO-NEW-PAGE.
017300     WRITE RPT0080-REC FROM RL-0080-HDG2
017400         AFTER ADVANCING 2 LINES.
017500     EXEC SQL
017600         OPEN R0080BCST
017700     END-EXEC.
017800     IF SQLCODE NOT = 0
017900         GO TO 9999-SQL-ERROR
018000     END-IF.
018100 1000-INITIALIZE-EXIT.
018200     EXIT.
018300*****************************************************************
018400*    2000-ONE-BROADCAST - ONE BROADCAST AND ITS TEXT            *
018500*****************************************************************
018600 2000-ONE-BROADCAST.
018700     EXEC SQL
018800         FETCH R0080BCST
018900         INTO :CLBCSTTB-R-BCST-ID,
019000              :CLBCSTTB-R-BCST-RSN-CD,
019100              :CLBCSTTB-R-BCST-TRGT-TY-CD,
019200              :CLBCSTTB-R-BCST-BIN-NUM,
019300              :CLBCSTTB-R-BCST-PCN-NUM,
019400              :CLBCSTTB-C-NETWORK-ID,
019500              :CLBCSTTB-C-PROV-ID,
019600              :CLBCSTTB-R-GROUP-ID,
019700              :CLBCSTTB-R-BCST-BEG-TS,
019800              :CLBCSTTB-R-BCST-END-TS,
019900              :CLBCSTTB-R-BCST-MSG-TX,
020000              :CLBCSTTB-R-BCST-HIT-CNT,
020100              :CLBCSTTB-R-BCST-LAST-HIT-TS,
020200              :CLBCSTTB-B-UPD-USER-ID,
020300              :WH-0080-STAT-CD
020400     END-EXEC.
020500     EVALUATE SQLCODE
020600       WHEN 0
020700         CONTINUE
020800       WHEN 100
020900         SET WR-0080-EOF         TO TRUE
021000         GO TO 2000-ONE-BROADCAST-EXIT
021100       WHEN OTHER
021200         GO TO 9999-SQL-ERROR
021300     END-EVALUATE.
021400     ADD 1                       TO WR-0080-BCST-CNT.
021500     ADD CLBCSTTB-R-BCST-HIT-CNT TO WR-0080-HIT-TOT.
021600     EVALUATE TRUE
021700       WHEN WH-0080-SCHEDULED
021800         MOVE 'SCHEDULED'        TO RL-0080-D-STATUS
021900       WHEN WH-0080-ENDED
022000         MOVE 'ENDED'            TO RL-0080-D-STATUS
022100       WHEN OTHER
022200         ADD 1                   TO WR-0080-ACTV-CNT
022300         MOVE 'ACTIVE'           TO RL-0080-D-STATUS
022400         IF CLBCSTTB-R-BCST-HIT-CNT = ZERO
022500             ADD 1               TO WR-0080-NO-HIT-CNT
022600         END-IF
022700     END-EVALUATE.
022800     MOVE SPACES                 TO RL-0080-D-TRGT.
022900     EVALUATE TRUE
023000       WHEN CLBCSTTB-R-BCST-TRGT-ALL
023100         MOVE 'ALL PHARMACIES'   TO RL-0080-D-TRGT
023200       WHEN CLBCSTTB-R-BCST-TRGT-BIN-PCN
023300         STRING CLBCSTTB-R-BCST-BIN-NUM '/'
023400                CLBCSTTB-R-BCST-PCN-NUM
023500             DELIMITED BY SIZE INTO RL-0080-D-TRGT
023600       WHEN CLBCSTTB-R-BCST-TRGT-NETWORK
023700         MOVE CLBCSTTB-C-NETWORK-ID TO RL-0080-D-TRGT
023800       WHEN CLBCSTTB-R-BCST-TRGT-PHARMACY
023900         MOVE CLBCSTTB-C-PROV-ID TO RL-0080-D-TRGT
024000       WHEN CLBCSTTB-R-BCST-TRGT-GROUP
024100         MOVE CLBCSTTB-R-GROUP-ID TO RL-0080-D-TRGT
024200     END-EVALUATE.
024300     MOVE CLBCSTTB-R-BCST-ID     TO RL-0080-D-ID.
024400     MOVE CLBCSTTB-R-BCST-RSN-CD TO RL-0080-D-RSN.
024500     MOVE CLBCSTTB-R-BCST-TRGT-TY-CD
024600                                 TO RL-0080-D-TRGT-TY.
024700     MOVE CLBCSTTB-R-BCST-BEG-TS TO RL-0080-D-BEG-TS.
024800     MOVE CLBCSTTB-R-BCST-END-TS TO RL-0080-D-END-TS.
024900     MOVE CLBCSTTB-R-BCST-HIT-CNT
025000                                 TO RL-0080-D-HITS.
025100     MOVE CLBCSTTB-R-BCST-LAST-HIT-TS
025200                                 TO RL-0080-D-LAST-HIT.
025300     MOVE CLBCSTTB-B-UPD-USER-ID TO RL-0080-D-USER.
025400     WRITE RPT0080-REC FROM RL-0080-DETAIL
025500         AFTER ADVANCING 2 LINES.
025600     MOVE CLBCSTTB-R-BCST-MSG-TX TO RL-0080-T-MSG-TX.
025700     WRITE RPT0080-REC FROM RL-0080-TEXT-LINE
025800         AFTER ADVANCING 1 LINE.
025900 2000-ONE-BROADCAST-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    8000-FINALIZE - BROADCAST AND HIT TOTALS                   *
026300*****************************************************************
026400 8000-FINALIZE.
026500     EXEC SQL
026600         CLOSE R0080BCST
026700     END-EXEC.
026800     MOVE 'BROADCASTS REPORTED'  TO RL-0080-C-LABEL.
026900     MOVE WR-0080-BCST-CNT       TO RL-0080-C-CNT.
027000     WRITE RPT0080-REC FROM RL-0080-COUNT-LINE
027100         AFTER ADVANCING 3 LINES.
027200     MOVE 'ACTIVE NOW'           TO RL-0080-C-LABEL.
027300     MOVE WR-0080-ACTV-CNT       TO RL-0080-C-CNT.
027400     WRITE RPT0080-REC FROM RL-0080-COUNT-LINE
027500         AFTER ADVANCING 1 LINE.
027600     MOVE 'ACTIVE WITH NO HITS - CHECK THE TARGET'
027700                                 TO RL-0080-C-LABEL.
027800     MOVE WR-0080-NO-HIT-CNT     TO RL-0080-C-CNT.
027900     WRITE RPT0080-REC FROM RL-0080-COUNT-LINE
028000         AFTER ADVANCING 1 LINE.
028100     MOVE 'BROADCAST HITS, ALL ROWS REPORTED'
028200                                 TO RL-0080-C-LABEL.
028300     MOVE WR-0080-HIT-TOT        TO RL-0080-C-CNT.
028400     WRITE RPT0080-REC FROM RL-0080-COUNT-LINE
028500         AFTER ADVANCING 1 LINE.
028600     CLOSE RPT0080-FILE.
028700 8000-FINALIZE-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
029100*****************************************************************
029200 9999-SQL-ERROR.
029300     DISPLAY 'PDDR0080 - SQL ERROR ON R_POS_BCST_TB'.
029400     DISPLAY 'SQLCODE = ' SQLCODE.
029500     MOVE 16 TO RETURN-CODE.
029600     CLOSE RPT0080-FILE.
029700     GOBACK.
