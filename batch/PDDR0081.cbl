000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0081.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY CLAIM EVENT FEED        *
001400*                  RECONCILIATION.  FOR THE BUSINESS DATE,     *
001500*                  COUNTS THE C_NCP_TXMIT_LOG_TB COMPLETIONS   *
001600*                  (RESPONSE STATUS 'C' WITH A TCN) AGAINST    *
001700*                  THE EVENTS PUBLISHED ON C_CLM_EVT_LOG_TB -  *
001800*                  AT POINT OF SALE AND ON RETRY - AND THE     *
001900*                  EVENTS STILL WAITING OR ABANDONED ON        *
002000*                  C_CLM_EVT_RTRY_TB, THEN LISTS EVERY         *
002100*                  COMPLETION WITH NO EVENT AT ALL, EVERY      *
002200*                  ABANDONED EVENT AND EVERY EVENT WITH NO     *
002300*                  COMPLETION BEHIND IT.  ANY OF THE THREE     *
002400*                  ENDS THE STEP RC 4.  RUN AFTER THE LAST     *
002500*                  PDDB0039 RETRY OF THE DAY.                  *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT0081-FILE ASSIGN TO RPT0081
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700*****************************************************************
003800*  DATA DIVISION                                                *
003900*****************************************************************
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RPT0081-FILE
004300     RECORDING MODE IS F.
004400 01  RPT0081-REC                     PIC X(00133).
004500*****************************************************************
004600*  WORKING-STORAGE SECTION                                     *
004700*****************************************************************
004800 WORKING-STORAGE SECTION.
004900 77  WR-0081-EOF-SW                  PIC X(00001) VALUE 'N'.
005000     88  WR-0081-EOF                 VALUE 'Y'.
005100 77  WR-0081-MISS-CNT                PIC S9(00009) COMP-3
005200                                     VALUE ZERO.
005300 77  WR-0081-ABAND-CNT               PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0081-ORPHAN-CNT              PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0081-RSN-DSP                 PIC 9(00004).
005800*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005900     COPY WKC90040.
006000*****************************************************************
006100*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
006200*****************************************************************
006300     EXEC SQL INCLUDE SQLCA END-EXEC.
006400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006500     COPY CLTXLGTB.
006600     COPY CLEVLGTB.
006700     COPY CLEVRTTB.
006800 01  WH-0081-HOST-VARS.
006900     05  WH-0081-DAY-BEG-TS          PIC X(00026).
007000     05  WH-0081-DAY-END-TS          PIC X(00026).
007100     05  WH-0081-CMPL-CNT            PIC S9(00009) COMP.
007200     05  WH-0081-POS-CNT             PIC S9(00009) COMP.
007300     05  WH-0081-RTRY-PUB-CNT        PIC S9(00009) COMP.
007400     05  WH-0081-WAIT-CNT            PIC S9(00009) COMP.
007500     05  WH-0081-ABAND-CNT           PIC S9(00009) COMP.
007600     EXEC SQL END DECLARE SECTION END-EXEC.
007700*    COMPLETIONS OF THE DAY WITH NO EVENT PUBLISHED AND NONE
007800*    WAITING - THE EVENT WAS LOST.  THE EVENT MAY CARRY THE NEXT
007900*    DAY'S DATE ACROSS MIDNIGHT, SO IT IS LOOKED FOR ON ANY DAY.
008000     EXEC SQL
008100         DECLARE R0081MISS CURSOR FOR
008200         SELECT T.C_TCN_NUM, T.R_CUST_PART_NUM, T.C_PROV_ID,
008300                T.C_RCV_TS
008400           FROM C_NCP_TXMIT_LOG_TB T
008500          WHERE T.C_RCV_TS      >= :WH-0081-DAY-BEG-TS
008600            AND T.C_RCV_TS      <  :WH-0081-DAY-END-TS
008700            AND T.C_RESP_STAT_CD = 'C'
008800            AND T.C_TCN_NUM      > 0
008900            AND NOT EXISTS
009000                (SELECT 1
009100                   FROM C_CLM_EVT_LOG_TB E
009200                  WHERE E.C_TCN_NUM       = T.C_TCN_NUM
009300                    AND E.R_CUST_PART_NUM = T.R_CUST_PART_NUM)
009400            AND NOT EXISTS
009500                (SELECT 1
009600                   FROM C_CLM_EVT_RTRY_TB R
009700                  WHERE R.C_TCN_NUM       = T.C_TCN_NUM
009800                    AND R.R_CUST_PART_NUM = T.R_CUST_PART_NUM)
009900          ORDER BY T.C_RCV_TS
010000     END-EXEC.
010100*    EVENTS OF THE DAY THE RETRY JOB GAVE UP ON.
010200     EXEC SQL
010300         DECLARE R0081ABND CURSOR FOR
010400         SELECT C_TCN_NUM, R_CUST_PART_NUM, C_EVT_TS,
010500                C_RTRY_CNT_NUM, C_LAST_RTRY_TS, C_MQ_RSN_CD
010600           FROM C_CLM_EVT_RTRY_TB
010700          WHERE C_EVT_TS      >= :WH-0081-DAY-BEG-TS
010800            AND C_EVT_TS      <  :WH-0081-DAY-END-TS
010900            AND C_RTRY_STAT_CD = 'X'
011000          ORDER BY C_EVT_TS
011100     END-EXEC.
011200*    EVENTS OF THE DAY WITH NO COMPLETED TRANSMISSION BEHIND
011300*    THEM - PUBLISHED FOR WORK THE PHARMACY NEVER SAW ANSWERED.
011400     EXEC SQL
011500         DECLARE R0081ORPH CURSOR FOR
011600         SELECT E.C_TCN_NUM, E.R_CUST_PART_NUM, E.C_EVT_TS,
011700                E.C_EVT_PUB_SRC_CD, E.C_CLM_STAT_CD
011800           FROM C_CLM_EVT_LOG_TB E
011900          WHERE E.C_EVT_TS >= :WH-0081-DAY-BEG-TS
012000            AND E.C_EVT_TS <  :WH-0081-DAY-END-TS
012100            AND NOT EXISTS
012200                (SELECT 1
012300                   FROM C_NCP_TXMIT_LOG_TB T
012400                  WHERE T.C_TCN_NUM       = E.C_TCN_NUM
012500                    AND T.R_CUST_PART_NUM = E.R_CUST_PART_NUM
012600                    AND T.C_RESP_STAT_CD  = 'C')
012700          ORDER BY E.C_EVT_TS
012800     END-EXEC.
012900*****************************************************************
013000*  REPORT LINE LAYOUTS                                         *
013100*****************************************************************
013200 01  RL-0081-HDG1.
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  FILLER                      PIC X(00050) VALUE
013500         'PDDR0081 - CLAIM EVENT FEED RECONCILIATION - DATE '.
013600     05  FILLER                      PIC X(00001) VALUE SPACE.
013700     05  RL-0081-H-BUS-DT            PIC X(00010).
013800 01  RL-0081-SECT-LINE.
013900     05  FILLER                      PIC X(00001) VALUE SPACE.
014000     05  RL-0081-S-TITLE             PIC X(00060).
014100 01  RL-0081-COL-HDG.
014200     05  FILLER                      PIC X(00001) VALUE SPACE.
014300     05  FILLER                      PIC X(00040) VALUE
014400         'TCN                PART  TIME          '.
014500     05  RL-0081-CH-REST             PIC X(00060).
014600 01  RL-0081-DETAIL.
014700     05  FILLER                      PIC X(00001) VALUE SPACE.
014800     05  RL-0081-D-TCN               PIC 9(00017).
014900     05  FILLER                      PIC X(00002) VALUE SPACES.
015000     05  RL-0081-D-PART              PIC ZZZ9.
015100     05  FILLER                      PIC X(00002) VALUE SPACES.
015200     05  RL-0081-D-TS                PIC X(00019).
015300     05  FILLER                      PIC X(00002) VALUE SPACES.
015400     05  RL-0081-D-INFO              PIC X(00060).
015500 01  RL-0081-COUNT-LINE.
015600     05  FILLER                      PIC X(00001) VALUE SPACE.
015700     05  RL-0081-C-LABEL             PIC X(00045).
015800     05  RL-0081-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
015900 01  RL-0081-ABND-INFO.
016000     05  FILLER                      PIC X(00009) VALUE
016100         'ATTEMPTS '.
016200     05  RL-0081-A-TRIES             PIC ZZZ9.
016300     05  FILLER                      PIC X(00009) VALUE
016400         '  REASON '.
016500     05  RL-0081-A-RSN               PIC X(00004).
016600     05  FILLER                      PIC X(00008) VALUE
016700         '  LAST '.
016800     05  RL-0081-A-LAST-TS           PIC X(00019).
016900 01  RL-0081-ORPH-INFO.
017000     05  FILLER                      PIC X(00010) VALUE
017100         'PUBLISHED '.
017200     05  RL-0081-O-SRC               PIC X(00008).
017300     05  FILLER                      PIC X(00010) VALUE
017400         '  STATUS '.
017500     05  RL-0081-O-STAT              PIC X(00001).
017600*****************************************************************
017700*  PROCEDURE DIVISION                                          *
017800*****************************************************************
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-INITIALIZE-EXIT.
018300     PERFORM 2000-MISSING-EVENTS
018400         THRU 2000-MISSING-EVENTS-EXIT.
018500     PERFORM 3000-ABANDONED-EVENTS
018600         THRU 3000-ABANDONED-EVENTS-EXIT.
018700     PERFORM 4000-ORPHAN-EVENTS
018800         THRU 4000-ORPHAN-EVENTS-EXIT.
018900     PERFORM 8000-FINALIZE
019000         THRU 8000-FINALIZE-EXIT.
019100     GOBACK.
019200*****************************************************************
019300*    1000-INITIALIZE - BUSINESS DATE, THE DAY'S TIMESTAMP RANGE *
019400*    AND THE COUNTS ON BOTH SIDES                               *
019500*****************************************************************
019600 1000-INITIALIZE.
019700     MOVE 'PDDR0081'             TO WK-9004-PGM-ID.
019800     MOVE SPACES                 TO WK-9004-OVRD-DT.
019900     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
020000     IF WK-9004-NO-BUS-DT
020100         DISPLAY 'PDDR0081 - NO BUSINESS PROCESSING DATE'
020200         MOVE 16 TO RETURN-CODE
020300         GOBACK
020400     END-IF.
020500     OPEN OUTPUT RPT0081-FILE.
020600     MOVE WK-9004-BUS-DT         TO RL-0081-H-BUS-DT.
020700     MOVE SPACES                 TO WH-0081-DAY-BEG-TS.
020800     STRING WK-9004-BUS-DT '-00.00.00.000000'
020900         DELIMITED BY SIZE INTO WH-0081-DAY-BEG-TS.
021000     MOVE WH-0081-DAY-BEG-TS     TO WH-0081-DAY-END-TS.
021100     MOVE '-24.00.00.000000'     TO WH-0081-DAY-END-TS (11:16).
021200     WRITE RPT0081-REC FROM RL-0081-HDG1
021300         BEFORE ADVANCING TO-NEW-PAGE.
021400     EXEC SQL
021500         SELECT COUNT(*)
021600           INTO :WH-0081-CMPL-CNT
021700           FROM C_NCP_TXMIT_LOG_TB
021800          WHERE C_RCV_TS      >= :WH-0081-DAY-BEG-TS
021900            AND C_RCV_TS      <  :WH-0081-DAY-END-TS
022000            AND C_RESP_STAT_CD = 'C'
022100            AND C_TCN_NUM      > 0
022200     END-EXEC.
022300     IF SQLCODE NOT = 0
022400         GO TO 9999-SQL-ERROR
022500     END-IF.
022600     EXEC SQL
022700         SELECT NVL(SUM(CASE C_EVT_PUB_SRC_CD
022800                          WHEN 'P' THEN 1 ELSE 0 END), 0),
022900                NVL(SUM(CASE C_EVT_PUB_SRC_CD
023000                          WHEN 'R' THEN 1 ELSE 0 END), 0)
023100           INTO :WH-0081-POS-CNT,
023200                :WH-0081-RTRY-PUB-CNT
023300           FROM C_CLM_EVT_LOG_TB
023400          WHERE C_EVT_TS >= :WH-0081-DAY-BEG-TS
023500            AND C_EVT_TS <  :WH-0081-DAY-END-TS
023600     END-EXEC.
023700     IF SQLCODE NOT = 0
023800         GO TO 9999-SQL-ERROR
023900     END-IF.
024000     EXEC SQL
024100         SELECT NVL(SUM(CASE C_RTRY_STAT_CD
024200                          WHEN 'R' THEN 1 ELSE 0 END), 0),
024300                NVL(SUM(CASE C_RTRY_STAT_CD
024400                          WHEN 'X' THEN 1 ELSE 0 END), 0)
024500           INTO :WH-0081-WAIT-CNT,
024600                :WH-0081-ABAND-CNT
024700           FROM C_CLM_EVT_RTRY_TB
024800          WHERE C_EVT_TS >= :WH-0081-DAY-BEG-TS
024900            AND C_EVT_TS <  :WH-0081-DAY-END-TS
025000     END-EXEC.
025100     IF SQLCODE NOT = 0
025200         GO TO 9999-SQL-ERROR
025300     END-IF.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600*****************************************************************
025700*    2000-MISSING-EVENTS - COMPLETIONS WITH NO EVENT            *
025800*****************************************************************
025900 2000-MISSING-EVENTS.
026000     MOVE 'COMPLETIONS WITH NO EVENT PUBLISHED OR WAITING'
026100                                 TO RL-0081-S-TITLE.
026200     MOVE 'PHARMACY'             TO RL-0081-CH-REST.
026300     PERFORM 7000-SECTION-HEADING
026400         THRU 7000-SECTION-HEADING-EXIT.
026500     EXEC SQL
026600         OPEN R0081MISS
026700     END-EXEC.
026800     IF SQLCODE NOT = 0
026900         GO TO 9999-SQL-ERROR
027000     END-IF.
027100     MOVE 'N'                    TO WR-0081-EOF-SW.
027200     PERFORM 2100-ONE-MISSING
027300         THRU 2100-ONE-MISSING-EXIT
027400         UNTIL WR-0081-EOF.
027500     EXEC SQL
027600         CLOSE R0081MISS
027700     END-EXEC.
027800 2000-MISSING-EVENTS-EXIT.
027900     EXIT.
028000*****************************************************************
028100*    2100-ONE-MISSING - ONE COMPLETION WITH NO EVENT            *
028200*****************************************************************
028300 2100-ONE-MISSING.
028400     EXEC SQL
028500         FETCH R0081MISS
028600         INTO :CLTXLGTB-C-TCN-NUM,
028700              :CLTXLGTB-R-CUST-PART-NUM,
028800              :CLTXLGTB-C-PROV-ID,
028900              :CLTXLGTB-C-RCV-TS
029000     END-EXEC.
029100     EVALUATE SQLCODE
029200       WHEN 0
029300         CONTINUE
029400       WHEN 100
029500         SET WR-0081-EOF         TO TRUE
029600         GO TO 2100-ONE-MISSING-EXIT
029700       WHEN OTHER
029800         GO TO 9999-SQL-ERROR
029900     END-EVALUATE.
030000     ADD 1                       TO WR-0081-MISS-CNT.
030100     MOVE CLTXLGTB-C-TCN-NUM     TO RL-0081-D-TCN.
030200     MOVE CLTXLGTB-R-CUST-PART-NUM
030300                                 TO RL-0081-D-PART.
030400     MOVE CLTXLGTB-C-RCV-TS      TO RL-0081-D-TS.
030500     MOVE CLTXLGTB-C-PROV-ID     TO RL-0081-D-INFO.
030600     WRITE RPT0081-REC FROM RL-0081-DETAIL
030700         AFTER ADVANCING 1 LINE.
030800 2100-ONE-MISSING-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    3000-ABANDONED-EVENTS - EVENTS THE RETRY JOB GAVE UP ON    *
031200*****************************************************************
031300 3000-ABANDONED-EVENTS.
031400     MOVE 'EVENTS ABANDONED BY THE RETRY JOB'
031500                                 TO RL-0081-S-TITLE.
031600     MOVE 'RETRY HISTORY'        TO RL-0081-CH-REST.
031700     PERFORM 7000-SECTION-HEADING
031800         THRU 7000-SECTION-HEADING-EXIT.
031900     EXEC SQL
032000         OPEN R0081ABND
032100     END-EXEC.
032200     IF SQLCODE NOT = 0
032300         GO TO 9999-SQL-ERROR
032400     END-IF.
032500     MOVE 'N'                    TO WR-0081-EOF-SW.
032600     PERFORM 3100-ONE-ABANDONED
032700         THRU 3100-ONE-ABANDONED-EXIT
032800         UNTIL WR-0081-EOF.
032900     EXEC SQL
033000         CLOSE R0081ABND
033100     END-EXEC.
033200 3000-ABANDONED-EVENTS-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    3100-ONE-ABANDONED - ONE ABANDONED EVENT                   *
033600*****************************************************************
033700 3100-ONE-ABANDONED.
033800     EXEC SQL
033900         FETCH R0081ABND
034000         INTO :CLEVRTTB-C-TCN-NUM,
034100              :CLEVRTTB-R-CUST-PART-NUM,
034200              :CLEVRTTB-C-EVT-TS,
034300              :CLEVRTTB-C-RTRY-CNT-NUM,
034400              :CLEVRTTB-C-LAST-RTRY-TS,
034500              :CLEVRTTB-C-MQ-RSN-CD
034600     END-EXEC.
034700     EVALUATE SQLCODE
034800       WHEN 0
034900         CONTINUE
035000       WHEN 100
035100         SET WR-0081-EOF         TO TRUE
035200         GO TO 3100-ONE-ABANDONED-EXIT
035300       WHEN OTHER
035400         GO TO 9999-SQL-ERROR
035500     END-EVALUATE.
035600     ADD 1                       TO WR-0081-ABAND-CNT.
035700     MOVE CLEVRTTB-C-TCN-NUM     TO RL-0081-D-TCN.
035800     MOVE CLEVRTTB-R-CUST-PART-NUM
035900                                 TO RL-0081-D-PART.
036000     MOVE CLEVRTTB-C-EVT-TS      TO RL-0081-D-TS.
036100     MOVE CLEVRTTB-C-RTRY-CNT-NUM
036200                                 TO RL-0081-A-TRIES.
036300     MOVE CLEVRTTB-C-MQ-RSN-CD   TO WR-0081-RSN-DSP.
036400     MOVE WR-0081-RSN-DSP        TO RL-0081-A-RSN.
036500     MOVE CLEVRTTB-C-LAST-RTRY-TS
036600                                 TO RL-0081-A-LAST-TS.
036700     MOVE RL-0081-ABND-INFO      TO RL-0081-D-INFO.
036800     WRITE RPT0081-REC FROM RL-0081-DETAIL
036900         AFTER ADVANCING 1 LINE.
037000 3100-ONE-ABANDONED-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    4000-ORPHAN-EVENTS - EVENTS WITH NO COMPLETION BEHIND THEM *
037400*****************************************************************
037500 4000-ORPHAN-EVENTS.
037600     MOVE 'EVENTS PUBLISHED WITH NO COMPLETED TRANSACTION'
037700                                 TO RL-0081-S-TITLE.
037800     MOVE 'EVENT'                TO RL-0081-CH-REST.
037900     PERFORM 7000-SECTION-HEADING
038000         THRU 7000-SECTION-HEADING-EXIT.
038100     EXEC SQL
038200         OPEN R0081ORPH
038300     END-EXEC.
038400     IF SQLCODE NOT = 0
038500         GO TO 9999-SQL-ERROR
038600     END-IF.
038700     MOVE 'N'                    TO WR-0081-EOF-SW.
038800     PERFORM 4100-ONE-ORPHAN
038900         THRU 4100-ONE-ORPHAN-EXIT
039000         UNTIL WR-0081-EOF.
039100     EXEC SQL
039200         CLOSE R0081ORPH
039300     END-EXEC.
039400 4000-ORPHAN-EVENTS-EXIT.
039500     EXIT.
039600*****************************************************************
039700*    4100-ONE-ORPHAN - ONE EVENT WITH NO COMPLETION             *
039800*****************************************************************
039900 4100-ONE-ORPHAN.
040000     EXEC SQL
040100         FETCH R0081ORPH
040200         INTO :CLEVLGTB-C-TCN-NUM,
040300              :CLEVLGTB-R-CUST-PART-NUM,
040400              :CLEVLGTB-C-EVT-TS,
040500              :CLEVLGTB-C-EVT-PUB-SRC-CD,
040600              :CLEVLGTB-C-CLM-STAT-CD
040700     END-EXEC.
040800     EVALUATE SQLCODE
040900       WHEN 0
041000         CONTINUE
041100       WHEN 100
041200         SET WR-0081-EOF         TO TRUE
041300         GO TO 4100-ONE-ORPHAN-EXIT
041400       WHEN OTHER
041500         GO TO 9999-SQL-ERROR
041600     END-EVALUATE.
041700     ADD 1                       TO WR-0081-ORPHAN-CNT.
041800     MOVE CLEVLGTB-C-TCN-NUM     TO RL-0081-D-TCN.
041900     MOVE CLEVLGTB-R-CUST-PART-NUM
042000                                 TO RL-0081-D-PART.
042100     MOVE CLEVLGTB-C-EVT-TS      TO RL-0081-D-TS.
042200     IF CLEVLGTB-C-PUB-ON-RETRY
042300         MOVE 'ON RETRY'         TO RL-0081-O-SRC
042400     ELSE
042500         MOVE 'AT POS'           TO RL-0081-O-SRC
042600     END-IF.
042700     MOVE CLEVLGTB-C-CLM-STAT-CD TO RL-0081-O-STAT.
042800     MOVE RL-0081-ORPH-INFO      TO RL-0081-D-INFO.
042900     WRITE RPT0081-REC FROM RL-0081-DETAIL
043000         AFTER ADVANCING 1 LINE.
043100 4100-ONE-ORPHAN-EXIT.
043200     EXIT.
043300*****************************************************************
043400*    7000-SECTION-HEADING - TITLE AND COLUMN HEADINGS FOR ONE   *
043500*    EXCEPTION LIST                                             *
043600*****************************************************************
043700 7000-SECTION-HEADING.
043800     WRITE RPT0081-REC FROM RL-0081-SECT-LINE
043900         AFTER ADVANCING 3 LINES.
044000     WRITE RPT0081-REC FROM RL-0081-COL-HDG
044100         AFTER ADVANCING 2 LINES.
044200 7000-SECTION-HEADING-EXIT.
044300     EXIT.
044400*****************************************************************
044500*    8000-FINALIZE - BOTH SIDES' COUNTS AND THE BALANCE.  ANY   *
044600*    LISTED EXCEPTION ENDS THE STEP RC 4.                       *
044700*****************************************************************
044800 8000-FINALIZE.
044900     MOVE 'TRANSACTIONS COMPLETED (C_NCP_TXMIT_LOG_TB)'
045000                                 TO RL-0081-C-LABEL.
045100     MOVE WH-0081-CMPL-CNT       TO RL-0081-C-CNT.
045200     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
045300         AFTER ADVANCING 3 LINES.
045400     MOVE 'EVENTS PUBLISHED AT POINT OF SALE'
045500                                 TO RL-0081-C-LABEL.
045600     MOVE WH-0081-POS-CNT        TO RL-0081-C-CNT.
045700     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
045800         AFTER ADVANCING 1 LINE.
045900     MOVE 'EVENTS PUBLISHED ON RETRY'
046000                                 TO RL-0081-C-LABEL.
046100     MOVE WH-0081-RTRY-PUB-CNT   TO RL-0081-C-CNT.
046200     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
046300         AFTER ADVANCING 1 LINE.
046400     MOVE 'EVENTS STILL WAITING FOR RETRY'
046500                                 TO RL-0081-C-LABEL.
046600     MOVE WH-0081-WAIT-CNT       TO RL-0081-C-CNT.
046700     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
046800         AFTER ADVANCING 1 LINE.
046900     MOVE 'EVENTS ABANDONED'     TO RL-0081-C-LABEL.
047000     MOVE WH-0081-ABAND-CNT      TO RL-0081-C-CNT.
047100     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
047200         AFTER ADVANCING 1 LINE.
047300     MOVE 'COMPLETIONS WITH NO EVENT'
047400                                 TO RL-0081-C-LABEL.
047500     MOVE WR-0081-MISS-CNT       TO RL-0081-C-CNT.
047600     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
047700         AFTER ADVANCING 2 LINES.
047800     MOVE 'EVENTS WITH NO COMPLETION'
047900                                 TO RL-0081-C-LABEL.
048000     MOVE WR-0081-ORPHAN-CNT     TO RL-0081-C-CNT.
048100     WRITE RPT0081-REC FROM RL-0081-COUNT-LINE
048200         AFTER ADVANCING 1 LINE.
048300     IF WR-0081-MISS-CNT   = ZERO
048400        AND WR-0081-ABAND-CNT  = ZERO
048500        AND WR-0081-ORPHAN-CNT = ZERO
048600         MOVE 'FEED IN BALANCE'  TO RL-0081-S-TITLE
048700     ELSE
048800         MOVE 'FEED OUT OF BALANCE - SEE THE LISTS ABOVE'
048900                                 TO RL-0081-S-TITLE
049000         DISPLAY 'PDDR0081 - CLAIM EVENT FEED OUT OF BALANCE'
049100         MOVE 4 TO RETURN-CODE
049200     END-IF.
049300     WRITE RPT0081-REC FROM RL-0081-SECT-LINE
049400         AFTER ADVANCING 2 LINES.
049500     CLOSE RPT0081-FILE.
049600 8000-FINALIZE-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
050000*****************************************************************
050100 9999-SQL-ERROR.
050200     DISPLAY 'PDDR0081 - SQL ERROR RECONCILING CLAIM EVENTS'.
050300     DISPLAY 'SQLCODE = ' SQLCODE.
050400     MOVE 16 TO RETURN-CODE.
050500     CLOSE RPT0081-FILE.
050600     GOBACK.
