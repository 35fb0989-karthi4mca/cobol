000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0039.
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
001300*  10/15/26  ACS   NEW PROGRAM.  RETRY FOR ADJUDICATED-CLAIM   *
001400*                  EVENTS THE RESPONSE BUILDER (PDDC9880)      *
001500*                  COULD NOT PUT ON THE PDD.CLAIM.ADJUD.EVENT  *
001600*                  QUEUE.  EACH C_CLM_EVT_RTRY_TB ROW STILL    *
001700*                  WAITING ('R') IS PUT AGAIN THROUGH PDDS9008 *
001800*                  OLDEST FIRST.  ONE THAT GOES IS LOGGED ON   *
001900*                  C_CLM_EVT_LOG_TB AS PUBLISHED ON RETRY AND  *
002000*                  ITS RETRY ROW DELETED; ONE THAT FAILS HAS   *
002100*                  THE ATTEMPT COUNTED AND, AT THE 96TH, IS    *
002200*                  KEPT AS ABANDONED ('X') AND THE STEP ENDS   *
002300*                  RC 4.  THE RUN STOPS EARLY WHEN THE QUEUE   *
002400*                  MANAGER IS DOWN RATHER THAN COUNT AN        *
002500*                  ATTEMPT AGAINST EVERY ROW.  ONE EVENT PER   *
002600*                  COMMIT.  SCHEDULE EVERY 15 MINUTES ROUND    *
002700*                  THE CLOCK, SO 96 ATTEMPTS IS A DAY.         *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPTB039-FILE ASSIGN TO RPTB039
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPTB039-FILE
004500     RECORDING MODE IS F.
004600 01  RPTB039-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WB-0039-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WB-0039-EOF                 VALUE 'Y'.
005300 77  WB-0039-CONN-SW                 PIC X(00001) VALUE 'N'.
005400     88  WB-0039-CONNECTED           VALUE 'Y'.
005500 77  WB-0039-MAX-RTRY-NUM            PIC S9(00004) COMP
005600                                     VALUE +96.
005700 77  WB-0039-READ-CNT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WB-0039-PUB-CNT                 PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100 77  WB-0039-FAIL-CNT                PIC S9(00009) COMP-3
006200                                     VALUE ZERO.
006300 77  WB-0039-ABAND-CNT               PIC S9(00009) COMP-3
006400                                     VALUE ZERO.
006500 77  WB-0039-RSN-DSP                 PIC 9(00004).
006600*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006700     COPY WKC90040.
006800*    SHARED CLAIM EVENT PUBLISHER.
006900     COPY WKC90080.
007000*****************************************************************
007100*  EXEC SQL - SQLCA, HOST VARIABLES AND THE RETRY CURSOR        *
007200*****************************************************************
007300     EXEC SQL INCLUDE SQLCA END-EXEC.
007400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007500     COPY CLEVRTTB.
007600     COPY CLEVLGTB.
007700     EXEC SQL END DECLARE SECTION END-EXEC.
007800*    OLDEST EVENT FIRST, SO A CONSUMER SEES A CLAIM'S EVENTS IN
007900*    THE ORDER THEY HAPPENED.
008000     EXEC SQL
008100         DECLARE CB039 CURSOR WITH HOLD FOR
008200         SELECT C_TCN_NUM, R_CUST_PART_NUM, C_EVT_TS,
008300                C_EVT_MSG_TX, C_RTRY_CNT_NUM
008400           FROM C_CLM_EVT_RTRY_TB
008500          WHERE C_RTRY_STAT_CD = 'R'
008600          ORDER BY C_EVT_TS, C_TCN_NUM
008700     END-EXEC.
008800*****************************************************************
008900*  REPORT LINE LAYOUTS                                         *
009000*****************************************************************
009100 01  RL-0039-HDG1.
009200     05  FILLER                      PIC X(00001) VALUE SPACE.
009300     05  FILLER                      PIC X(00050) VALUE
009400         'PDDB0039 - CLAIM EVENT PUBLICATION RETRY          '.
009500     05  RL-0039-H1-DT               PIC X(00010).
009600 01  RL-0039-HDG2.
009700     05  FILLER                      PIC X(00001) VALUE SPACE.
009800     05  FILLER                      PIC X(00046) VALUE
009900         'TCN               ST EVENT TIME               '.
010000     05  FILLER                      PIC X(00040) VALUE
010100         'ATTEMPT  REASON  OUTCOME'.
010200 01  RL-0039-DETAIL.
010300     05  FILLER                      PIC X(00001) VALUE SPACE.
010400     05  RL-0039-D-TCN               PIC 9(00017).
010500     05  FILLER                      PIC X(00002) VALUE SPACES.
010600     05  RL-0039-D-STAT              PIC X(00001).
010700     05  FILLER                      PIC X(00002) VALUE SPACES.
010800     05  RL-0039-D-EVT-TS            PIC X(00019).
010900     05  FILLER                      PIC X(00005) VALUE SPACES.
011000     05  RL-0039-D-ATTEMPT           PIC ZZZ9.
011100     05  FILLER                      PIC X(00005) VALUE SPACES.
011200     05  RL-0039-D-RSN               PIC X(00004).
011300     05  FILLER                      PIC X(00004) VALUE SPACES.
011400     05  RL-0039-D-OUTCOME           PIC X(00030).
011500 01  RL-0039-COUNT-LINE.
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  RL-0039-C-LABEL             PIC X(00034).
011800     05  RL-0039-C-CNT               PIC ZZZ,ZZZ,ZZ9.
011900*****************************************************************
012000*  PROCEDURE DIVISION                                          *
012100*****************************************************************
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE
012500         THRU 1000-INITIALIZE-EXIT.
012600     PERFORM 2000-ONE-EVENT
012700         THRU 2000-ONE-EVENT-EXIT
012800         UNTIL WB-0039-EOF.
012900     PERFORM 8000-FINALIZE
013000         THRU 8000-FINALIZE-EXIT.
013100     GOBACK.
013200*****************************************************************
013300*    1000-INITIALIZE - RUN DATE, HEADINGS, CONNECT TO THE QUEUE *
013400*    MANAGER, OPEN CURSOR.  NO QUEUE MANAGER IS NOT AN ERROR -  *
013500*    THE EVENTS WAIT FOR THE NEXT RUN.                          *
013600*****************************************************************
013700 1000-INITIALIZE.
013800     MOVE 'PDDB0039'             TO WK-9004-PGM-ID.
013900     MOVE SPACES                 TO WK-9004-OVRD-DT.
014000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014100     IF WK-9004-NO-BUS-DT
014200         DISPLAY 'PDDB0039 - NO BUSINESS PROCESSING DATE'
014300         MOVE 16 TO RETURN-CODE
014400         GOBACK
014500     END-IF.
014600     OPEN OUTPUT RPTB039-FILE.
014700     MOVE WK-9004-BUS-DT             TO RL-0039-H1-DT.
014800     WRITE RPTB039-REC FROM RL-0039-HDG1
014900         BEFORE ADVANCING TO-NEW-PAGE.
015000     WRITE RPTB039-REC FROM RL-0039-HDG2
015100         AFTER ADVANCING 2 LINES.
015200     SET WK-9008-CONNECT             TO TRUE.
015300     CALL 'PDDS9008' USING WK-9008-CALL-PARMS.
015400     IF NOT WK-9008-OK
015500         MOVE WK-9008-REASON-CD      TO WB-0039-RSN-DSP
015600         DISPLAY 'PDDB0039 - QUEUE MANAGER NOT AVAILABLE, REASON '
015700                 WB-0039-RSN-DSP
015800         SET WB-0039-EOF             TO TRUE
015900         GO TO 1000-INITIALIZE-EXIT
016000     END-IF.
016100     SET WB-0039-CONNECTED           TO TRUE.
016200     EXEC SQL
016300         OPEN CB039
016400     END-EXEC.
016500     IF SQLCODE NOT = 0
016600         GO TO 9999-SQL-ERROR
016700     END-IF.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000*****************************************************************
017100*    2000-ONE-EVENT - ONE EVENT STILL WAITING TO BE PUBLISHED   *
017200*****************************************************************
017300 2000-ONE-EVENT.
017400     EXEC SQL
017500         FETCH CB039
017600         INTO :CLEVRTTB-C-TCN-NUM,
017700              :CLEVRTTB-R-CUST-PART-NUM,
017800              :CLEVRTTB-C-EVT-TS,
017900              :CLEVRTTB-C-EVT-MSG-TX,
018000              :CLEVRTTB-C-RTRY-CNT-NUM
018100     END-EXEC.
018200     EVALUATE SQLCODE
018300       WHEN 0
018400         ADD 1                       TO WB-0039-READ-CNT
018500       WHEN 100
018600         SET WB-0039-EOF TO TRUE
018700         GO TO 2000-ONE-EVENT-EXIT
018800       WHEN OTHER
018900         GO TO 9999-SQL-ERROR
019000     END-EVALUATE.
019100     MOVE CLEVRTTB-C-EVT-MSG-TX      TO WK-9008-EVT-MSG.
019200     SET WK-9008-PUT                 TO TRUE.
019300     SET WK-9008-IMMEDIATE           TO TRUE.
019400     CALL 'PDDS9008' USING WK-9008-CALL-PARMS.
019500     ADD 1                           TO CLEVRTTB-C-RTRY-CNT-NUM.
019600     IF WK-9008-OK
019700         PERFORM 2100-EVENT-PUBLISHED
019800             THRU 2100-EVENT-PUBLISHED-EXIT
019900     ELSE
020000         PERFORM 2200-EVENT-FAILED
020100             THRU 2200-EVENT-FAILED-EXIT
020200     END-IF.
020300     EXEC SQL COMMIT END-EXEC.
020400     MOVE CLEVRTTB-C-TCN-NUM         TO RL-0039-D-TCN.
020500     MOVE WK-9008-CLM-STAT-CD        TO RL-0039-D-STAT.
020600     MOVE CLEVRTTB-C-EVT-TS          TO RL-0039-D-EVT-TS.
020700     MOVE CLEVRTTB-C-RTRY-CNT-NUM    TO RL-0039-D-ATTEMPT.
020800     WRITE RPTB039-REC FROM RL-0039-DETAIL
020900         AFTER ADVANCING 1 LINE.
021000     IF WK-9008-QMGR-DOWN
021100         DISPLAY 'PDDB0039 - QUEUE MANAGER LOST, RUN ENDED EARLY'
021200         SET WB-0039-EOF             TO TRUE
021300     END-IF.
021400 2000-ONE-EVENT-EXIT.
021500     EXIT.
021600*****************************************************************
021700*    2100-EVENT-PUBLISHED - LOG THE EVENT AS PUBLISHED ON RETRY *
021800*    AND DROP THE RETRY ROW                                     *
021900*****************************************************************
022000 2100-EVENT-PUBLISHED.
022100     MOVE CLEVRTTB-C-TCN-NUM         TO CLEVLGTB-C-TCN-NUM.
022200     MOVE CLEVRTTB-R-CUST-PART-NUM   TO CLEVLGTB-R-CUST-PART-NUM.
022300     MOVE CLEVRTTB-C-EVT-TS          TO CLEVLGTB-C-EVT-TS.
022400     MOVE WK-9008-CLM-STAT-CD        TO CLEVLGTB-C-CLM-STAT-CD.
022500     SET CLEVLGTB-C-PUB-ON-RETRY     TO TRUE.
022600     EXEC SQL
022700         INSERT INTO C_CLM_EVT_LOG_TB
022800                (C_TCN_NUM, R_CUST_PART_NUM, C_EVT_TS,
022900                 C_EVT_PUB_TS, C_EVT_PUB_SRC_CD, C_CLM_STAT_CD)
023000         VALUES (:CLEVLGTB-C-TCN-NUM,
023100                 :CLEVLGTB-R-CUST-PART-NUM,
023200                 :CLEVLGTB-C-EVT-TS,
023300                 TO_CHAR(CURRENT_TIMESTAMP,
023400                         'YYYY-MM-DD-HH24.MI.SS.FF6'),
023500                 :CLEVLGTB-C-EVT-PUB-SRC-CD,
023600                 :CLEVLGTB-C-CLM-STAT-CD)
023700     END-EXEC.
023800     IF SQLCODE NOT = 0
023900         GO TO 9999-SQL-ERROR
024000     END-IF.
024100     EXEC SQL
024200         DELETE FROM C_CLM_EVT_RTRY_TB
024300          WHERE C_TCN_NUM       = :CLEVRTTB-C-TCN-NUM
024400            AND R_CUST_PART_NUM = :CLEVRTTB-R-CUST-PART-NUM
024500            AND C_EVT_TS        = :CLEVRTTB-C-EVT-TS
024600     END-EXEC.
024700     IF SQLCODE NOT = 0
024800         GO TO 9999-SQL-ERROR
024900     END-IF.
025000     ADD 1                           TO WB-0039-PUB-CNT.
025100     MOVE SPACES                     TO RL-0039-D-RSN.
025200     MOVE 'PUBLISHED'                TO RL-0039-D-OUTCOME.
025300 2100-EVENT-PUBLISHED-EXIT.
025400     EXIT.
025500*****************************************************************
025600*    2200-EVENT-FAILED - COUNT THE ATTEMPT; AT THE LAST ONE THE *
025700*    ROW IS KEPT AS ABANDONED FOR THE RECONCILIATION            *
025800*****************************************************************
025900 2200-EVENT-FAILED.
026000     MOVE WK-9008-REASON-CD          TO CLEVRTTB-C-MQ-RSN-CD
026100                                        WB-0039-RSN-DSP.
026200     MOVE WB-0039-RSN-DSP            TO RL-0039-D-RSN.
026300     IF CLEVRTTB-C-RTRY-CNT-NUM NOT < WB-0039-MAX-RTRY-NUM
026400         SET CLEVRTTB-C-RTRY-ABANDONED TO TRUE
026500         ADD 1                       TO WB-0039-ABAND-CNT
026600         MOVE 'NOT PUBLISHED - ABANDONED'
026700                                     TO RL-0039-D-OUTCOME
026800     ELSE
026900         SET CLEVRTTB-C-RTRY-WAITING TO TRUE
027000         ADD 1                       TO WB-0039-FAIL-CNT
027100         MOVE 'NOT PUBLISHED - WILL RETRY'
027200                                     TO RL-0039-D-OUTCOME
027300     END-IF.
027400     EXEC SQL
027500         UPDATE C_CLM_EVT_RTRY_TB
027600            SET C_RTRY_STAT_CD  = :CLEVRTTB-C-RTRY-STAT-CD,
027700                C_RTRY_CNT_NUM  = :CLEVRTTB-C-RTRY-CNT-NUM,
027800                C_MQ_RSN_CD     = :CLEVRTTB-C-MQ-RSN-CD,
027900                C_LAST_RTRY_TS  =
028000                    TO_CHAR(CURRENT_TIMESTAMP,
028100                            'YYYY-MM-DD-HH24.MI.SS.FF6')
028200          WHERE C_TCN_NUM       = :CLEVRTTB-C-TCN-NUM
028300            AND R_CUST_PART_NUM = :CLEVRTTB-R-CUST-PART-NUM
028400            AND C_EVT_TS        = :CLEVRTTB-C-EVT-TS
028500     END-EXEC.
028600     IF SQLCODE NOT = 0
028700         GO TO 9999-SQL-ERROR
028800     END-IF.
028900 2200-EVENT-FAILED-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    8000-FINALIZE - DISCONNECT AND COUNTS.  AN EVENT ABANDONED *
029300*    THIS RUN ENDS THE STEP RC 4 SO IT IS FOLLOWED UP.          *
029400*****************************************************************
029500 8000-FINALIZE.
029600     IF WB-0039-CONNECTED
029700         EXEC SQL
029800             CLOSE CB039
029900         END-EXEC
030000         EXEC SQL COMMIT END-EXEC
030100         SET WK-9008-DISCONNECT      TO TRUE
030200         CALL 'PDDS9008' USING WK-9008-CALL-PARMS
030300     END-IF.
030400     MOVE 'EVENTS WAITING'              TO RL-0039-C-LABEL.
030500     MOVE WB-0039-READ-CNT              TO RL-0039-C-CNT.
030600     WRITE RPTB039-REC FROM RL-0039-COUNT-LINE
030700         AFTER ADVANCING 3 LINES.
030800     MOVE 'EVENTS PUBLISHED'            TO RL-0039-C-LABEL.
030900     MOVE WB-0039-PUB-CNT               TO RL-0039-C-CNT.
031000     WRITE RPTB039-REC FROM RL-0039-COUNT-LINE
031100         AFTER ADVANCING 1 LINE.
031200     MOVE 'NOT PUBLISHED - WILL RETRY'  TO RL-0039-C-LABEL.
031300     MOVE WB-0039-FAIL-CNT              TO RL-0039-C-CNT.
031400     WRITE RPTB039-REC FROM RL-0039-COUNT-LINE
031500         AFTER ADVANCING 1 LINE.
031600     MOVE 'NOT PUBLISHED - ABANDONED'   TO RL-0039-C-LABEL.
031700     MOVE WB-0039-ABAND-CNT             TO RL-0039-C-CNT.
031800     WRITE RPTB039-REC FROM RL-0039-COUNT-LINE
031900         AFTER ADVANCING 1 LINE.
032000     CLOSE RPTB039-FILE.
032100     IF WB-0039-ABAND-CNT > ZERO
032200         DISPLAY 'PDDB0039 - CLAIM EVENTS ABANDONED: '
032300                 WB-0039-ABAND-CNT
032400         MOVE 4 TO RETURN-CODE
032500     END-IF.
032600 8000-FINALIZE-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    9999-SQL-ERROR - FATAL SQL ERROR, BACK OUT THE EVENT IN    *
033000*    HAND AND ABEND THE STEP                                    *
033100*****************************************************************
033200 9999-SQL-ERROR.
033300     DISPLAY 'PDDB0039 - SQL ERROR ON CLAIM EVENT RETRY'.
033400     DISPLAY 'SQLCODE = ' SQLCODE.
033500     EXEC SQL ROLLBACK END-EXEC.
033600     IF WB-0039-CONNECTED
033700         SET WK-9008-DISCONNECT      TO TRUE
033800         CALL 'PDDS9008' USING WK-9008-CALL-PARMS
033900     END-IF.
034000     MOVE 16 TO RETURN-CODE.
034100     CLOSE RPTB039-FILE.
034200     GOBACK.
