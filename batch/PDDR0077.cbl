000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0077.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY PRIOR-AUTHORIZATION     *
001400*                  TURNAROUND REPORT AGAINST THE 24-HOUR PA    *
001500*                  DECISION REQUIREMENT.  ONE LINE PER PA      *
001600*                  REQUEST DECIDED ON THE BUSINESS DATE (W774, *
001700*                  PDDM7596) WITH THE HOURS FROM RECEIPT TO    *
001800*                  DECISION, FLAGGED WHEN OVER 24, THEN EVERY  *
001900*                  REQUEST STILL PENDING MORE THAN 24 HOURS.   *
002000*                  EMERGENCY-FILL REQUESTS ARE FLAGGED 'E' ON  *
002100*                  BOTH.  TOTALS SHOW THE PERCENT DECIDED      *
002200*                  WITHIN 24 HOURS.                            *
002300*                                                              *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RPT0077-FILE ASSIGN TO RPT0077
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400*****************************************************************
003500*  DATA DIVISION                                                *
003600*****************************************************************
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT0077-FILE
004000     RECORDING MODE IS F.
004100 01  RPT0077-REC                     PIC X(00133).
004200*****************************************************************
004300*  WORKING-STORAGE SECTION                                     *
004400*****************************************************************
004500 WORKING-STORAGE SECTION.
004600 77  WR-0077-EOF-SW                  PIC X(00001) VALUE 'N'.
004700     88  WR-0077-EOF                 VALUE 'Y'.
004800 77  WR-0077-DCSN-CNT                PIC S9(00009) COMP-3
004900                                     VALUE ZERO.
005000 77  WR-0077-WITHIN-CNT              PIC S9(00009) COMP-3
005100                                     VALUE ZERO.
005200 77  WR-0077-OVER-CNT                PIC S9(00009) COMP-3
005300                                     VALUE ZERO.
005400 77  WR-0077-EMERG-OVER-CNT          PIC S9(00009) COMP-3
005500                                     VALUE ZERO.
005600 77  WR-0077-PEND-CNT                PIC S9(00009) COMP-3
005700                                     VALUE ZERO.
005800 77  WR-0077-PCT-WITHIN              PIC S9(00003)V9(00001)
005900                                     COMP-3 VALUE ZERO.
006000 77  WR-0077-LIMIT-HRS               PIC S9(00004) COMP
006100                                     VALUE 24.
006200*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006300     COPY WKC90040.
006400*****************************************************************
006500*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
006600*****************************************************************
006700     EXEC SQL INCLUDE SQLCA END-EXEC.
006800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006900     COPY CLPAUTTB.
007000 01  WH-0077-HOST-VARS.
007100     05  WH-0077-BUS-DT              PIC X(00010).
007200     05  WH-0077-RQST-TS             PIC X(00026).
007300     05  WH-0077-ELAPSED-HRS         PIC S9(00007) COMP-3.
007400     05  WH-0077-EMERG-IND           PIC X(00001).
007500         88  WH-0077-EMERG           VALUE 'E'.
007600     EXEC SQL END DECLARE SECTION END-EXEC.
007700*    A REQUEST IS RECEIVED WHEN CONDU PENDS IT (C_PA_RQST_TS);
007800*    ONE PENDED BEFORE THAT STAMP WAS KEPT COUNTS FROM THE START
007900*    OF ITS SERVICE DATE.  IT IS AN EMERGENCY-FILL REQUEST WHEN
008000*    THE MEMBER GOT A 72-HOUR SUPPLY OF THE SAME GCN NO MORE
008100*    THAN 30 DAYS BEFORE THAT SERVICE DATE - THE SAME TEST THE
008200*    W774 QUEUE FLAGS WITH.
008300*
008400*    EVERY REQUEST DECIDED ON THE BUSINESS DATE, WITH THE HOURS
008500*    FROM RECEIPT TO DECISION.
008600     EXEC SQL
008700         DECLARE R0077DCN CURSOR FOR
008800         SELECT P.C_PA_AUTH_NUM, P.B_SYS_ID,
008900                P.R_DRUG_GCN_SEQ_NUM, P.C_PA_STAT_CD,
009000                NVL(P.C_PA_RQST_TS, P.C_PA_BEG_DT),
009100                P.C_PA_DCSN_TS, P.C_PA_DCSN_USER_ID,
009200                TRUNC((TO_DATE(SUBSTR(P.C_PA_DCSN_TS, 1, 19),
009300                               'YYYY-MM-DD-HH24.MI.SS') -
009400                       TO_DATE(SUBSTR(NVL(P.C_PA_RQST_TS,
009500                                          P.C_PA_BEG_DT ||
009600                                          '-00.00.00'), 1, 19),
009700                               'YYYY-MM-DD-HH24.MI.SS')) * 24),
009800                CASE WHEN EXISTS
009900                       (SELECT 1
010000                          FROM C_EMERG_FILL_TB F
010100                         WHERE F.R_CUST_PART_NUM =
010200                                              P.R_CUST_PART_NUM
010300                           AND F.B_SYS_ID = P.B_SYS_ID
010400                           AND F.R_DRUG_GCN_SEQ_NUM =
010500                                           P.R_DRUG_GCN_SEQ_NUM
010600                           AND F.C_FILL_DT >=
010700                               TO_CHAR(TO_DATE(P.C_PA_BEG_DT,
010800                                               'YYYY-MM-DD') - 30,
010900                                       'YYYY-MM-DD'))
011000                     THEN 'E' ELSE ' ' END
011100           FROM C_PRIOR_AUTH_TB P
011200          WHERE SUBSTR(P.C_PA_DCSN_TS, 1, 10) = :WH-0077-BUS-DT
011300            AND P.C_PA_STAT_CD IN ('A', 'D', 'X')
011400          ORDER BY P.C_PA_DCSN_TS, P.C_PA_AUTH_NUM
011500     END-EXEC.
011600*    EVERY REQUEST STILL PENDING PAST THE 24-HOUR LIMIT, OLDEST
011700*    FIRST.
011800     EXEC SQL
011900         DECLARE R0077PND CURSOR FOR
012000         SELECT C_PA_AUTH_NUM, B_SYS_ID, R_DRUG_GCN_SEQ_NUM,
012100                RQST_TS, AGE_HRS, EMERG_IND
012200           FROM
012300            (SELECT P.C_PA_AUTH_NUM, P.B_SYS_ID,
012400                    P.R_DRUG_GCN_SEQ_NUM,
012500                    NVL(P.C_PA_RQST_TS, P.C_PA_BEG_DT) RQST_TS,
012600                    TRUNC((CURRENT_DATE -
012700                           TO_DATE(SUBSTR(NVL(P.C_PA_RQST_TS,
012800                                              P.C_PA_BEG_DT ||
012900                                              '-00.00.00'),
013000                                          1, 19),
013100                                   'YYYY-MM-DD-HH24.MI.SS')) * 24)
013200                                                        AGE_HRS,
013300                    CASE WHEN EXISTS
013400                           (SELECT 1
013500                              FROM C_EMERG_FILL_TB F
013600                             WHERE F.R_CUST_PART_NUM =
013700                                              P.R_CUST_PART_NUM
013800                               AND F.B_SYS_ID = P.B_SYS_ID
013900                               AND F.R_DRUG_GCN_SEQ_NUM =
014000                                           P.R_DRUG_GCN_SEQ_NUM
014100                               AND F.C_FILL_DT >=
014200                                   TO_CHAR(TO_DATE(
014300                                             P.C_PA_BEG_DT,
014400                                             'YYYY-MM-DD') - 30,
014500                                           'YYYY-MM-DD'))
014600                         THEN 'E' ELSE ' ' END EMERG_IND
014700               FROM C_PRIOR_AUTH_TB P
014800              WHERE P.C_PA_STAT_CD = 'P')
014900          WHERE AGE_HRS >= :WR-0077-LIMIT-HRS
015000          ORDER BY RQST_TS, C_PA_AUTH_NUM
015100     END-EXEC.
015200*****************************************************************
015300*  REPORT LINE LAYOUTS                                         *
015400*****************************************************************
015500 01  RL-0077-HDG1.
015600     05  FILLER                      PIC X(00001) VALUE SPACE.
015700     05  FILLER                      PIC X(00050) VALUE
015800         'PDDR0077 - PRIOR AUTHORIZATION TURNAROUND'.
015900     05  FILLER                      PIC X(00016)
016000                                     VALUE 'BUSINESS DATE '.
016100     05  RL-0077-H-BUS-DT            PIC X(00010).
016200 01  RL-0077-HDG-DCSN.
016300     05  FILLER                      PIC X(00001) VALUE SPACE.
016400     05  FILLER                      PIC X(00040) VALUE
016500         'REQUESTS DECIDED                        '.
016600 01  RL-0077-HDG-PEND.
016700     05  FILLER                      PIC X(00001) VALUE SPACE.
016800     05  FILLER                      PIC X(00040) VALUE
016900         'REQUESTS PENDING OVER 24 HOURS          '.
017000 01  RL-0077-HDG2.
017100     05  FILLER                      PIC X(00001) VALUE SPACE.
017200     05  FILLER                      PIC X(00040) VALUE
017300         'AUTH NUMBER          MEMBER    GCN    E '.
017400     05  FILLER                      PIC X(00040) VALUE
017500         'RECEIVED         DECIDED          HOURS '.
017600     05  FILLER                      PIC X(00040) VALUE
017700         'D REVIEWER                              '.
017800 01  RL-0077-DETAIL.
017900     05  FILLER                      PIC X(00001) VALUE SPACE.
018000     05  RL-0077-D-AUTH              PIC X(00020).
018100     05  FILLER                      PIC X(00001) VALUE SPACE.
018200     05  RL-0077-D-SYS-ID            PIC 9(00009).
018300     05  FILLER                      PIC X(00001) VALUE SPACE.
018400     05  RL-0077-D-GCN               PIC 9(00006).
018500     05  FILLER                      PIC X(00001) VALUE SPACE.
018600     05  RL-0077-D-EMERG             PIC X(00001).
018700     05  FILLER                      PIC X(00001) VALUE SPACE.
018800     05  RL-0077-D-RQST              PIC X(00016).
018900     05  FILLER                      PIC X(00001) VALUE SPACE.
019000     05  RL-0077-D-DCSN              PIC X(00016).
019100     05  FILLER                      PIC X(00001) VALUE SPACE.
019200     05  RL-0077-D-HRS               PIC ZZ,ZZ9.
019300     05  FILLER                      PIC X(00001) VALUE SPACE.
019400     05  RL-0077-D-STAT              PIC X(00001).
019500     05  FILLER                      PIC X(00001) VALUE SPACE.
019600     05  RL-0077-D-USER              PIC X(00008).
019700     05  FILLER                      PIC X(00002) VALUE SPACES.
019800     05  RL-0077-D-FLAG              PIC X(00007).
019900 01  RL-0077-COUNT-LINE.
020000     05  FILLER                      PIC X(00001) VALUE SPACE.
020100     05  RL-0077-C-LABEL             PIC X(00040).
020200     05  RL-0077-C-CNT               PIC ZZZ,ZZZ,ZZ9.
020300 01  RL-0077-PCT-LINE.
020400     05  FILLER                      PIC X(00001) VALUE SPACE.
020500     05  FILLER                      PIC X(00040) VALUE
020600         'PERCENT DECIDED WITHIN 24 HOURS'.
020700     05  FILLER                      PIC X(00005) VALUE SPACES.
020800     05  RL-0077-P-PCT               PIC ZZ9.9.
020900     05  FILLER                      PIC X(00001) VALUE '%'.
021000*****************************************************************
021100*  PROCEDURE DIVISION                                          *
021200*****************************************************************
021300 PROCEDURE DIVISION.
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE
021600         THRU 1000-INITIALIZE-EXIT.
021700     PERFORM 2000-ONE-DECISION
021800         THRU 2000-ONE-DECISION-EXIT
021900         UNTIL WR-0077-EOF.
022000     PERFORM 3000-START-PENDING
022100         THRU 3000-START-PENDING-EXIT.
022200     PERFORM 4000-ONE-PENDING
022300         THRU 4000-ONE-PENDING-EXIT
022400         UNTIL WR-0077-EOF.
022500     PERFORM 8000-FINALIZE
022600         THRU 8000-FINALIZE-EXIT.
022700     GOBACK.
022800*****************************************************************
022900*    1000-INITIALIZE - BUSINESS DATE, HEADINGS, OPEN THE        *
023000*    DECISION CURSOR                                            *
023100*****************************************************************
023200 1000-INITIALIZE.
023300     MOVE 'PDDR0077'             TO WK-9004-PGM-ID.
023400     MOVE SPACES                 TO WK-9004-OVRD-DT.
023500     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
023600     IF WK-9004-NO-BUS-DT
023700         DISPLAY 'PDDR0077 - NO BUSINESS PROCESSING DATE'
023800         MOVE 16 TO RETURN-CODE
023900         GOBACK
024000     END-IF.
024100     OPEN OUTPUT RPT0077-FILE.
024200     MOVE WK-9004-BUS-DT         TO WH-0077-BUS-DT
024300                                    RL-0077-H-BUS-DT.
024400     WRITE RPT0077-REC FROM RL-0077-HDG1
024500         BEFORE ADVANCING TO-NEW-PAGE.
024600     WRITE RPT0077-REC FROM RL-0077-HDG-DCSN
024700         AFTER ADVANCING 2 LINES.
024800     WRITE RPT0077-REC FROM RL-0077-HDG2
024900         AFTER ADVANCING 2 LINES.
025000     EXEC SQL
025100         OPEN R0077DCN
025200     END-EXEC.
025300     IF SQLCODE NOT = 0
025400         GO TO 9999-SQL-ERROR
025500     END-IF.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800*****************************************************************
025900*    2000-ONE-DECISION - ONE DECIDED REQUEST, COUNTED WITHIN    *
026000*    OR OVER THE 24-HOUR LIMIT                                  *
026100*****************************************************************
026200 2000-ONE-DECISION.
026300     EXEC SQL
026400         FETCH R0077DCN
026500         INTO :CLPAUTTB-C-PA-AUTH-NUM,
026600              :CLPAUTTB-B-SYS-ID,
026700              :CLPAUTTB-R-DRUG-GCN-SEQ-NUM,
026800              :CLPAUTTB-C-PA-STAT-CD,
026900              :WH-0077-RQST-TS,
027000              :CLPAUTTB-C-PA-DCSN-TS,
027100              :CLPAUTTB-C-PA-DCSN-USER-ID,
027200              :WH-0077-ELAPSED-HRS,
027300              :WH-0077-EMERG-IND
027400     END-EXEC.
027500     EVALUATE SQLCODE
027600       WHEN 0
027700         CONTINUE
027800       WHEN 100
027900         SET WR-0077-EOF         TO TRUE
028000         GO TO 2000-ONE-DECISION-EXIT
028100       WHEN OTHER
028200         GO TO 9999-SQL-ERROR
028300     END-EVALUATE.
028400     ADD 1                       TO WR-0077-DCSN-CNT.
028500     IF WH-0077-ELAPSED-HRS > WR-0077-LIMIT-HRS
028600         ADD 1                   TO WR-0077-OVER-CNT
028700         MOVE 'OVER 24'          TO RL-0077-D-FLAG
028800         IF WH-0077-EMERG
028900             ADD 1               TO WR-0077-EMERG-OVER-CNT
029000         END-IF
029100     ELSE
029200         ADD 1                   TO WR-0077-WITHIN-CNT
029300         MOVE SPACES             TO RL-0077-D-FLAG
029400     END-IF.
029500*    A DENIED REQUEST SHOWS 'D'; AN APPROVED ONE 'A' EVEN IF A
029600*    CLAIM HAS SINCE USED UP THE QUANTITY.
029700     IF CLPAUTTB-C-PA-DENIED
029800         MOVE 'D'                TO RL-0077-D-STAT
029900     ELSE
030000         MOVE 'A'                TO RL-0077-D-STAT
030100     END-IF.
030200     MOVE CLPAUTTB-C-PA-DCSN-TS  TO RL-0077-D-DCSN.
030300     MOVE CLPAUTTB-C-PA-DCSN-USER-ID TO RL-0077-D-USER.
030400     PERFORM 5000-WRITE-DETAIL
030500         THRU 5000-WRITE-DETAIL-EXIT.
030600 2000-ONE-DECISION-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    3000-START-PENDING - CLOSE THE DECISION CURSOR, HEAD AND   *
031000*    OPEN THE OVERDUE-PENDING SECTION                           *
031100*****************************************************************
031200 3000-START-PENDING.
031300     EXEC SQL
031400         CLOSE R0077DCN
031500     END-EXEC.
031600     MOVE 'N'                    TO WR-0077-EOF-SW.
031700     WRITE RPT0077-REC FROM RL-0077-HDG-PEND
031800         AFTER ADVANCING 3 LINES.
031900     WRITE RPT0077-REC FROM RL-0077-HDG2
032000         AFTER ADVANCING 2 LINES.
032100     EXEC SQL
032200         OPEN R0077PND
032300     END-EXEC.
032400     IF SQLCODE NOT = 0
032500         GO TO 9999-SQL-ERROR
032600     END-IF.
032700 3000-START-PENDING-EXIT.
032800     EXIT.
032900*****************************************************************
033000*    4000-ONE-PENDING - ONE REQUEST STILL WAITING PAST 24 HOURS *
033100*****************************************************************
033200 4000-ONE-PENDING.
033300     EXEC SQL
033400         FETCH R0077PND
033500         INTO :CLPAUTTB-C-PA-AUTH-NUM,
033600              :CLPAUTTB-B-SYS-ID,
033700              :CLPAUTTB-R-DRUG-GCN-SEQ-NUM,
033800              :WH-0077-RQST-TS,
033900              :WH-0077-ELAPSED-HRS,
034000              :WH-0077-EMERG-IND
034100     END-EXEC.
034200     EVALUATE SQLCODE
034300       WHEN 0
034400         CONTINUE
034500       WHEN 100
034600         SET WR-0077-EOF         TO TRUE
034700         GO TO 4000-ONE-PENDING-EXIT
034800       WHEN OTHER
034900         GO TO 9999-SQL-ERROR
035000     END-EVALUATE.
035100     ADD 1                       TO WR-0077-PEND-CNT.
035200     MOVE 'P'                    TO RL-0077-D-STAT.
035300     MOVE '(PENDING)'            TO RL-0077-D-DCSN.
035400     MOVE SPACES                 TO RL-0077-D-USER.
035500     MOVE 'OVER 24'              TO RL-0077-D-FLAG.
035600     PERFORM 5000-WRITE-DETAIL
035700         THRU 5000-WRITE-DETAIL-EXIT.
035800 4000-ONE-PENDING-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    5000-WRITE-DETAIL - FIELDS COMMON TO BOTH SECTIONS         *
036200*****************************************************************
036300 5000-WRITE-DETAIL.
036400     MOVE CLPAUTTB-C-PA-AUTH-NUM TO RL-0077-D-AUTH.
036500     MOVE CLPAUTTB-B-SYS-ID      TO RL-0077-D-SYS-ID.
036600     MOVE CLPAUTTB-R-DRUG-GCN-SEQ-NUM TO RL-0077-D-GCN.
036700     MOVE WH-0077-EMERG-IND      TO RL-0077-D-EMERG.
036800     MOVE WH-0077-RQST-TS        TO RL-0077-D-RQST.
036900     MOVE WH-0077-ELAPSED-HRS    TO RL-0077-D-HRS.
037000     WRITE RPT0077-REC FROM RL-0077-DETAIL
037100         AFTER ADVANCING 1 LINE.
037200 5000-WRITE-DETAIL-EXIT.
037300     EXIT.
037400*****************************************************************
037500*    8000-FINALIZE - TURNAROUND TOTALS                          *
037600*****************************************************************
037700 8000-FINALIZE.
037800     EXEC SQL
037900         CLOSE R0077PND
038000     END-EXEC.
038100     MOVE 'REQUESTS DECIDED'     TO RL-0077-C-LABEL.
038200     MOVE WR-0077-DCSN-CNT       TO RL-0077-C-CNT.
038300     WRITE RPT0077-REC FROM RL-0077-COUNT-LINE
038400         AFTER ADVANCING 3 LINES.
038500     MOVE 'DECIDED WITHIN 24 HOURS' TO RL-0077-C-LABEL.
038600     MOVE WR-0077-WITHIN-CNT     TO RL-0077-C-CNT.
038700     WRITE RPT0077-REC FROM RL-0077-COUNT-LINE
038800         AFTER ADVANCING 1 LINE.
038900     MOVE 'DECIDED OVER 24 HOURS' TO RL-0077-C-LABEL.
039000     MOVE WR-0077-OVER-CNT       TO RL-0077-C-CNT.
039100     WRITE RPT0077-REC FROM RL-0077-COUNT-LINE
039200         AFTER ADVANCING 1 LINE.
039300     MOVE '  OF WHICH EMERGENCY-FILL REQUESTS'
039400                                 TO RL-0077-C-LABEL.
039500     MOVE WR-0077-EMERG-OVER-CNT TO RL-0077-C-CNT.
039600     WRITE RPT0077-REC FROM RL-0077-COUNT-LINE
039700         AFTER ADVANCING 1 LINE.
039800*    NOTHING DECIDED IS REPORTED AS 100 PERCENT - NO REQUEST
039900*    MISSED THE LIMIT ON THE DAY; THE PENDING COUNT SHOWS ANY
040000*    BACKLOG.
040100     IF WR-0077-DCSN-CNT > ZERO
040200         COMPUTE WR-0077-PCT-WITHIN ROUNDED =
040300             WR-0077-WITHIN-CNT * 100 / WR-0077-DCSN-CNT
040400     ELSE
040500         MOVE 100                TO WR-0077-PCT-WITHIN
040600     END-IF.
040700     MOVE WR-0077-PCT-WITHIN     TO RL-0077-P-PCT.
040800     WRITE RPT0077-REC FROM RL-0077-PCT-LINE
040900         AFTER ADVANCING 1 LINE.
041000     MOVE 'STILL PENDING OVER 24 HOURS' TO RL-0077-C-LABEL.
041100     MOVE WR-0077-PEND-CNT       TO RL-0077-C-CNT.
041200     WRITE RPT0077-REC FROM RL-0077-COUNT-LINE
041300         AFTER ADVANCING 2 LINES.
041400     CLOSE RPT0077-FILE.
041500 8000-FINALIZE-EXIT.
041600     EXIT.
041700*****************************************************************
041800*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
041900*****************************************************************
042000 9999-SQL-ERROR.
042100     DISPLAY 'PDDR0077 - SQL ERROR ON C_PRIOR_AUTH_TB'.
042200     DISPLAY 'SQLCODE = ' SQLCODE.
042300     MOVE 16 TO RETURN-CODE.
042400     CLOSE RPT0077-FILE.
042500     GOBACK.
