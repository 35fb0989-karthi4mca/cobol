000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0083.
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
001300*  10/15/26  ACS   NEW PROGRAM.  WEEKLY CARE-MANAGEMENT        *
001400*                  REFERRAL REPORT.  FOR THE SEVEN DAYS ENDING *
001500*                  ON THE BUSINESS DATE, REFERRALS BY CLINICAL *
001600*                  RISK SIGNAL (A REFERRAL CARRYING SEVERAL    *
001700*                  SIGNALS COUNTS UNDER EACH) WITH THE         *
001800*                  VENDOR'S ACCEPTED, DECLINED AND AWAITING    *
001900*                  COUNTS, THEN THE VENDOR RESPONSES RECEIVED  *
002000*                  IN THE WEEK BY OUTCOME AND REASON, AND THE  *
002100*                  REFERRALS STILL UNANSWERED AFTER 14 DAYS.   *
002200*                                                              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RPT0083-FILE ASSIGN TO RPT0083
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*****************************************************************
003400*  DATA DIVISION                                                *
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RPT0083-FILE
003900     RECORDING MODE IS F.
004000 01  RPT0083-REC                     PIC X(00133).
004100*****************************************************************
004200*  WORKING-STORAGE SECTION                                     *
004300*****************************************************************
004400 WORKING-STORAGE SECTION.
004500 77  WR-0083-EOF-SW                  PIC X(00001) VALUE 'N'.
004600     88  WR-0083-EOF                 VALUE 'Y'.
004700 77  WR-0083-RFRL-CNT                PIC S9(00009) COMP-3
004800                                     VALUE ZERO.
004900 77  WR-0083-RESP-CNT                PIC S9(00009) COMP-3
005000                                     VALUE ZERO.
005100*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005200     COPY WKC90040.
005300*****************************************************************
005400*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
005500*****************************************************************
005600     EXEC SQL INCLUDE SQLCA END-EXEC.
005700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
005800     COPY CLCMRFTB.
005900 01  WH-0083-HOST-VARS.
006000     05  WH-0083-BUS-DT              PIC X(00010).
006100     05  WH-0083-WEEK-BEG-DT         PIC X(00010).
006200     05  WH-0083-OVERDUE-DT          PIC X(00010).
006300     05  WH-0083-SGNL-CD             PIC X(00004).
006400     05  WH-0083-TOT-CNT             PIC S9(00009) COMP.
006500     05  WH-0083-ACC-CNT             PIC S9(00009) COMP.
006600     05  WH-0083-DEC-CNT             PIC S9(00009) COMP.
006700     05  WH-0083-WAIT-CNT            PIC S9(00009) COMP.
006800     EXEC SQL END DECLARE SECTION END-EXEC.
006900*    THE WEEK'S REFERRALS UNDER EACH SIGNAL THEY CARRY.
007000     EXEC SQL
007100         DECLARE R0083SGL CURSOR FOR
007200         SELECT S.SGNL_CD, COUNT(*),
007300                SUM(CASE S.C_RFRL_STAT_CD WHEN 'A' THEN 1
007400                    ELSE 0 END),
007500                SUM(CASE S.C_RFRL_STAT_CD WHEN 'D' THEN 1
007600                    ELSE 0 END),
007700                SUM(CASE S.C_RFRL_STAT_CD WHEN 'S' THEN 1
007800                    ELSE 0 END)
007900           FROM (SELECT 'MME ' SGNL_CD, C_RFRL_STAT_CD
008000                   FROM C_CM_RFRL_TB
008100                  WHERE C_RFRL_DT > :WH-0083-WEEK-BEG-DT
008200                    AND C_RFRL_DT <= :WH-0083-BUS-DT
008300                    AND C_MME_SGNL_CNT > 0
008400                 UNION ALL
008500                 SELECT 'DUPL' SGNL_CD, C_RFRL_STAT_CD
008600                   FROM C_CM_RFRL_TB
008700                  WHERE C_RFRL_DT > :WH-0083-WEEK-BEG-DT
008800                    AND C_RFRL_DT <= :WH-0083-BUS-DT
008900                    AND C_DUPL_SGNL_CNT > 0
009000                 UNION ALL
009100                 SELECT 'DDI ' SGNL_CD, C_RFRL_STAT_CD
009200                   FROM C_CM_RFRL_TB
009300                  WHERE C_RFRL_DT > :WH-0083-WEEK-BEG-DT
009400                    AND C_RFRL_DT <= :WH-0083-BUS-DT
009500                    AND C_DDI_SGNL_CNT > 0
009600                 UNION ALL
009700                 SELECT 'EMRG' SGNL_CD, C_RFRL_STAT_CD
009800                   FROM C_CM_RFRL_TB
009900                  WHERE C_RFRL_DT > :WH-0083-WEEK-BEG-DT
010000                    AND C_RFRL_DT <= :WH-0083-BUS-DT
010100                    AND C_EMRG_SGNL_CNT > 1
010200                 UNION ALL
010300                 SELECT 'HSPC' SGNL_CD, C_RFRL_STAT_CD
010400                   FROM C_CM_RFRL_TB
010500                  WHERE C_RFRL_DT > :WH-0083-WEEK-BEG-DT
010600                    AND C_RFRL_DT <= :WH-0083-BUS-DT
010700                    AND C_HSPC_SGNL_CNT > 0) S
010800          GROUP BY S.SGNL_CD
010900          ORDER BY S.SGNL_CD
011000     END-EXEC.
011100*    VENDOR RESPONSES RECEIVED IN THE WEEK BY OUTCOME AND REASON.
011200     EXEC SQL
011300         DECLARE R0083RSP CURSOR FOR
011400         SELECT C_RFRL_STAT_CD, C_VNDR_RSN_CD,
011500                MAX(C_VNDR_RSN_TX), COUNT(*)
011600           FROM C_CM_RFRL_TB
011700          WHERE C_RFRL_STAT_CD IN ('A', 'D')
011800            AND C_VNDR_RESP_DT > :WH-0083-WEEK-BEG-DT
011900            AND C_VNDR_RESP_DT <= :WH-0083-BUS-DT
012000          GROUP BY C_RFRL_STAT_CD, C_VNDR_RSN_CD
012100          ORDER BY C_RFRL_STAT_CD, C_VNDR_RSN_CD
012200     END-EXEC.
012300*****************************************************************
012400*  REPORT LINE LAYOUTS                                         *
012500*****************************************************************
012600 01  RL-0083-HDG1.
012700     05  FILLER                      PIC X(00001) VALUE SPACE.
012800     05  FILLER                      PIC X(00050) VALUE
012900         'PDDR0083 - WEEKLY CARE-MANAGEMENT REFERRALS       '.
013000     05  FILLER                      PIC X(00006) VALUE 'WEEK  '.
013100     05  RL-0083-H-BEG-DT            PIC X(00010).
013200     05  FILLER                      PIC X(00004) VALUE ' TO '.
013300     05  RL-0083-H-BUS-DT            PIC X(00010).
013400 01  RL-0083-HDG2.
013500     05  FILLER                      PIC X(00001) VALUE SPACE.
013600     05  FILLER                      PIC X(00040) VALUE
013700         'SIGNAL        REFERRED    ACCEPTED    DE'.
013800     05  FILLER                      PIC X(00040) VALUE
013900         'CLINED    AWAITING                      '.
014000 01  RL-0083-SGNL-LINE.
014100     05  FILLER                      PIC X(00001) VALUE SPACE.
014200     05  RL-0083-S-SGNL              PIC X(00010).
014300     05  RL-0083-S-TOT               PIC ZZZ,ZZZ,ZZ9.
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  RL-0083-S-ACC               PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  RL-0083-S-DEC               PIC ZZZ,ZZZ,ZZ9.
014800     05  FILLER                      PIC X(00001) VALUE SPACE.
014900     05  RL-0083-S-WAIT              PIC ZZZ,ZZZ,ZZ9.
015000 01  RL-0083-HDG3.
015100     05  FILLER                      PIC X(00001) VALUE SPACE.
015200     05  FILLER                      PIC X(00040) VALUE
015300         'VENDOR RESPONSES RECEIVED IN THE WEEK   '.
015400 01  RL-0083-HDG4.
015500     05  FILLER                      PIC X(00001) VALUE SPACE.
015600     05  FILLER                      PIC X(00040) VALUE
015700         'OUTCOME   REASON   RESPONSES  REASON TEX'.
015800     05  FILLER                      PIC X(00040) VALUE
015900         'T                                       '.
016000 01  RL-0083-RESP-LINE.
016100     05  FILLER                      PIC X(00001) VALUE SPACE.
016200     05  RL-0083-R-OUTCOME           PIC X(00010).
016300     05  RL-0083-R-RSN-CD            PIC X(00004).
016400     05  FILLER                      PIC X(00001) VALUE SPACE.
016500     05  RL-0083-R-CNT               PIC ZZZ,ZZZ,ZZ9.
016600     05  FILLER                      PIC X(00002) VALUE SPACES.
016700     05  RL-0083-R-RSN-TX            PIC X(00040).
016800 01  RL-0083-COUNT-LINE.
016900     05  FILLER                      PIC X(00001) VALUE SPACE.
017000     05  RL-0083-C-LABEL             PIC X(00045).
017100     05  RL-0083-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
017200*****************************************************************
017300*  PROCEDURE DIVISION                                          *
017400*****************************************************************
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-INITIALIZE-EXIT.
017900     PERFORM 2000-BY-SIGNAL
018000         THRU 2000-BY-SIGNAL-EXIT.
018100     PERFORM 3000-RESPONSES
018200         THRU 3000-RESPONSES-EXIT.
018300     PERFORM 8000-FINALIZE
018400         THRU 8000-FINALIZE-EXIT.
018500     GOBACK.
018600*****************************************************************
018700*    1000-INITIALIZE - BUSINESS DATE, THE WEEK, OPEN            *
018800*****************************************************************
018900 1000-INITIALIZE.
019000     MOVE 'PDDR0083'             TO WK-9004-PGM-ID.
019100     MOVE SPACES                 TO WK-9004-OVRD-DT.
019200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019300     IF WK-9004-NO-BUS-DT
019400         DISPLAY 'PDDR0083 - NO BUSINESS PROCESSING DATE'
019500         MOVE 16 TO RETURN-CODE
019600         GOBACK
019700     END-IF.
019800     OPEN OUTPUT RPT0083-FILE.
019900     MOVE WK-9004-BUS-DT         TO WH-0083-BUS-DT
020000                                    RL-0083-H-BUS-DT.
020100     EXEC SQL
020200         SELECT TO_CHAR(TO_DATE(:WH-0083-BUS-DT, 'YYYY-MM-DD')
020300                        - 7, 'YYYY-MM-DD'),
020400                TO_CHAR(TO_DATE(:WH-0083-BUS-DT, 'YYYY-MM-DD')
020500                        - 14, 'YYYY-MM-DD')
020600           INTO :WH-0083-WEEK-BEG-DT,
020700                :WH-0083-OVERDUE-DT
020800           FROM DUAL
020900     END-EXEC.
021000     IF SQLCODE NOT = 0
021100         GO TO 9999-SQL-ERROR
021200     END-IF.
021300     MOVE WH-0083-WEEK-BEG-DT    TO RL-0083-H-BEG-DT.
021400     WRITE RPT0083-REC FROM RL-0083-HDG1
021500         BEFORE ADVANCING TO-NEW-PAGE.
021600 1000-INITIALIZE-EXIT.
021700     EXIT.
021800*****************************************************************
021900*    2000-BY-SIGNAL - REFERRALS BY SIGNAL AND VENDOR OUTCOME    *
022000*****************************************************************
022100 2000-BY-SIGNAL.
022200     WRITE RPT0083-REC FROM RL-0083-HDG2
022300         AFTER ADVANCING 2 LINES.
022400     EXEC SQL
022500         OPEN R0083SGL
022600     END-EXEC.
022700     IF SQLCODE NOT = 0
022800         GO TO 9999-SQL-ERROR
022900     END-IF.
023000     MOVE 'N'                    TO WR-0083-EOF-SW.
023100     PERFORM 2100-ONE-SIGNAL
023200         THRU 2100-ONE-SIGNAL-EXIT
023300         UNTIL WR-0083-EOF.
023400     EXEC SQL
023500         CLOSE R0083SGL
023600     END-EXEC.
023700*    THE WEEK'S REFERRALS ONCE EACH, WHATEVER THEY CARRY.
023800     EXEC SQL
023900         SELECT COUNT(*),
024000                NVL(SUM(CASE C_RFRL_STAT_CD WHEN 'A' THEN 1
024100                        ELSE 0 END), 0),
024200                NVL(SUM(CASE C_RFRL_STAT_CD WHEN 'D' THEN 1
024300                        ELSE 0 END), 0),
024400                NVL(SUM(CASE C_RFRL_STAT_CD WHEN 'S' THEN 1
024500                        ELSE 0 END), 0)
024600           INTO :WH-0083-TOT-CNT, :WH-0083-ACC-CNT,
024700                :WH-0083-DEC-CNT, :WH-0083-WAIT-CNT
024800           FROM C_CM_RFRL_TB
024900          WHERE C_RFRL_DT > :WH-0083-WEEK-BEG-DT
025000            AND C_RFRL_DT <= :WH-0083-BUS-DT
025100     END-EXEC.
025200     IF SQLCODE NOT = 0
025300         GO TO 9999-SQL-ERROR
025400     END-IF.
025500     MOVE WH-0083-TOT-CNT        TO WR-0083-RFRL-CNT.
025600     MOVE 'ALL'                  TO WH-0083-SGNL-CD.
025700     PERFORM 2200-SIGNAL-LINE
025800         THRU 2200-SIGNAL-LINE-EXIT.
025900 2000-BY-SIGNAL-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    2100-ONE-SIGNAL                                            *
026300*****************************************************************
026400 2100-ONE-SIGNAL.
026500     EXEC SQL
026600         FETCH R0083SGL
026700         INTO :WH-0083-SGNL-CD,
026800              :WH-0083-TOT-CNT,
026900              :WH-0083-ACC-CNT,
027000              :WH-0083-DEC-CNT,
027100              :WH-0083-WAIT-CNT
027200     END-EXEC.
027300     EVALUATE SQLCODE
027400       WHEN 0
027500         CONTINUE
027600       WHEN 100
027700         SET WR-0083-EOF         TO TRUE
027800         GO TO 2100-ONE-SIGNAL-EXIT
027900       WHEN OTHER
028000         GO TO 9999-SQL-ERROR
028100     END-EVALUATE.
028200     PERFORM 2200-SIGNAL-LINE
028300         THRU 2200-SIGNAL-LINE-EXIT.
028400 2100-ONE-SIGNAL-EXIT.
028500     EXIT.
028600*****************************************************************
028700*    2200-SIGNAL-LINE                                           *
028800*****************************************************************
028900 2200-SIGNAL-LINE.
029000     EVALUATE WH-0083-SGNL-CD
029100       WHEN 'MME '
029200         MOVE 'MME LIMIT'        TO RL-0083-S-SGNL
029300       WHEN 'DUPL'
029400         MOVE 'DUPL THER'        TO RL-0083-S-SGNL
029500       WHEN 'DDI '
029600         MOVE 'DRUG-DRUG'        TO RL-0083-S-SGNL
029700       WHEN 'EMRG'
029800         MOVE 'EMRG FILL'        TO RL-0083-S-SGNL
029900       WHEN 'HSPC'
030000         MOVE 'HOSPICE'          TO RL-0083-S-SGNL
030100       WHEN OTHER
030200         MOVE 'TOTAL'            TO RL-0083-S-SGNL
030300     END-EVALUATE.
030400     MOVE WH-0083-TOT-CNT        TO RL-0083-S-TOT.
030500     MOVE WH-0083-ACC-CNT        TO RL-0083-S-ACC.
030600     MOVE WH-0083-DEC-CNT        TO RL-0083-S-DEC.
030700     MOVE WH-0083-WAIT-CNT       TO RL-0083-S-WAIT.
030800     WRITE RPT0083-REC FROM RL-0083-SGNL-LINE
030900         AFTER ADVANCING 1 LINE.
031000 2200-SIGNAL-LINE-EXIT.
031100     EXIT.
031200*****************************************************************
031300*    3000-RESPONSES - THE VENDOR'S OUTCOMES AND REASONS          *
031400*****************************************************************
031500 3000-RESPONSES.
031600     WRITE RPT0083-REC FROM RL-0083-HDG3
031700         AFTER ADVANCING 3 LINES.
031800     WRITE RPT0083-REC FROM RL-0083-HDG4
031900         AFTER ADVANCING 2 LINES.
032000     EXEC SQL
032100         OPEN R0083RSP
032200     END-EXEC.
032300     IF SQLCODE NOT = 0
032400         GO TO 9999-SQL-ERROR
032500     END-IF.
032600     MOVE 'N'                    TO WR-0083-EOF-SW.
032700     PERFORM 3100-ONE-REASON
032800         THRU 3100-ONE-REASON-EXIT
032900         UNTIL WR-0083-EOF.
033000     EXEC SQL
033100         CLOSE R0083RSP
033200     END-EXEC.
033300 3000-RESPONSES-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    3100-ONE-REASON                                            *
033700*****************************************************************
033800 3100-ONE-REASON.
033900     EXEC SQL
034000         FETCH R0083RSP
034100         INTO :CLCMRFTB-C-RFRL-STAT-CD,
034200              :CLCMRFTB-C-VNDR-RSN-CD,
034300              :CLCMRFTB-C-VNDR-RSN-TX,
034400              :WH-0083-TOT-CNT
034500     END-EXEC.
034600     EVALUATE SQLCODE
034700       WHEN 0
034800         CONTINUE
034900       WHEN 100
035000         SET WR-0083-EOF         TO TRUE
035100         GO TO 3100-ONE-REASON-EXIT
035200       WHEN OTHER
035300         GO TO 9999-SQL-ERROR
035400     END-EVALUATE.
035500     IF CLCMRFTB-C-RFRL-ACCEPTED
035600         MOVE 'ACCEPTED'         TO RL-0083-R-OUTCOME
035700     ELSE
035800         MOVE 'DECLINED'         TO RL-0083-R-OUTCOME
035900     END-IF.
036000     MOVE CLCMRFTB-C-VNDR-RSN-CD TO RL-0083-R-RSN-CD.
036100     MOVE WH-0083-TOT-CNT        TO RL-0083-R-CNT.
036200     MOVE CLCMRFTB-C-VNDR-RSN-TX TO RL-0083-R-RSN-TX.
036300     ADD WH-0083-TOT-CNT         TO WR-0083-RESP-CNT.
036400     WRITE RPT0083-REC FROM RL-0083-RESP-LINE
036500         AFTER ADVANCING 1 LINE.
036600 3100-ONE-REASON-EXIT.
036700     EXIT.
036800*****************************************************************
036900*    8000-FINALIZE - TOTALS AND THE OVERDUE REFERRALS           *
037000*****************************************************************
037100 8000-FINALIZE.
037200     EXEC SQL
037300         SELECT COUNT(*)
037400           INTO :WH-0083-WAIT-CNT
037500           FROM C_CM_RFRL_TB
037600          WHERE C_RFRL_STAT_CD = 'S'
037700            AND C_RFRL_DT     <= :WH-0083-OVERDUE-DT
037800     END-EXEC.
037900     IF SQLCODE NOT = 0
038000         GO TO 9999-SQL-ERROR
038100     END-IF.
038200     MOVE 'REFERRALS MADE IN THE WEEK' TO RL-0083-C-LABEL.
038300     MOVE WR-0083-RFRL-CNT             TO RL-0083-C-CNT.
038400     WRITE RPT0083-REC FROM RL-0083-COUNT-LINE
038500         AFTER ADVANCING 3 LINES.
038600     MOVE 'VENDOR RESPONSES RECEIVED IN THE WEEK'
038700                                       TO RL-0083-C-LABEL.
038800     MOVE WR-0083-RESP-CNT             TO RL-0083-C-CNT.
038900     WRITE RPT0083-REC FROM RL-0083-COUNT-LINE
039000         AFTER ADVANCING 1 LINE.
039100     MOVE 'UNANSWERED AFTER 14 DAYS'   TO RL-0083-C-LABEL.
039200     MOVE WH-0083-WAIT-CNT             TO RL-0083-C-CNT.
039300     WRITE RPT0083-REC FROM RL-0083-COUNT-LINE
039400         AFTER ADVANCING 1 LINE.
039500     CLOSE RPT0083-FILE.
039600 8000-FINALIZE-EXIT.
039700     EXIT.
039800*****************************************************************
039900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
040000*****************************************************************
040100 9999-SQL-ERROR.
040200     DISPLAY 'PDDR0083 - SQL ERROR ON C_CM_RFRL_TB'.
040300     DISPLAY 'SQLCODE = ' SQLCODE.
040400     MOVE 16 TO RETURN-CODE.
040500     CLOSE RPT0083-FILE.
040600     GOBACK.
