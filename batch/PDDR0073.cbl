000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0073.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MORNING OUTBOUND FILE         *
001400*                  EXCEPTION REPORT.  FROM THE EXPECTED-FILE   *
001500*                  SCHEDULE ON LIST 7535 AND THE DELIVERY      *
001600*                  MANIFEST G_OUT_FILE_MNFST_TB IT LISTS EVERY *
001700*                  EXPECTED FILE THAT WAS NOT PRODUCED, EVERY  *
001800*                  FILE PRODUCED BUT NOT SENT, EVERY FILE SENT *
001900*                  BUT NOT ACKNOWLEDGED WITHIN ITS SLA, AND    *
002000*                  EVERY FILE THE RECEIVER REJECTED THAT HAS   *
002100*                  NOT BEEN REPLACED.  SLAS ARE IN BUSINESS    *
002200*                  DAYS (SHARED PDDS9005 ROUTINE).  ANY        *
002300*                  EXCEPTION ENDS THE STEP RC 4.               *
002400*                                                              *
002500*****************************************************************
002600*                                                               *
002700*   LIST 7535 - ONE ROW PER FILE TYPE.  START LIMIT = THE FILE  *
002800*   TYPE AS REGISTERED; DETAIL TEXT = DESCRIPTION; END LIMIT =  *
002900*   'F PP SS AA' WHERE F IS THE FREQUENCY (D DAILY, W WEEKLY,   *
003000*   M MONTHLY, Q QUARTERLY), PP THE BUSINESS DAYS OF GRACE TO   *
003100*   PRODUCE IT, SS THE BUSINESS DAYS ALLOWED TO SEND IT AND AA  *
003200*   THE BUSINESS DAYS ALLOWED FOR THE RECEIVER TO ACKNOWLEDGE.  *
003300*   A BLANK OR NON-NUMERIC PP, SS OR AA TAKES 0, 1 AND 2.  A    *
003400*   FILE TYPE ON THE MANIFEST BUT NOT ON THE LIST IS STILL      *
003500*   CHECKED FOR SEND AND ACKNOWLEDGMENT WITH THE DEFAULTS.      *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RPT0073-FILE ASSIGN TO RPT0073
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700*****************************************************************
004800*  DATA DIVISION                                                *
004900*****************************************************************
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RPT0073-FILE
005300     RECORDING MODE IS F.
005400 01  RPT0073-REC                     PIC X(00133).
005500*****************************************************************
005600*  WORKING-STORAGE SECTION                                     *
005700*****************************************************************
005800 WORKING-STORAGE SECTION.
005900 77  WR-0073-EOF-SW                  PIC X(00001) VALUE 'N'.
006000     88  WR-0073-EOF                 VALUE 'Y'.
006100 77  WR-0073-LATE-SW                 PIC X(00001) VALUE 'N'.
006200     88  WR-0073-LATE                VALUE 'Y'.
006300 77  WR-0073-SCHED-CNT               PIC S9(00009) COMP-3
006400                                     VALUE ZERO.
006500 77  WR-0073-NOT-PROD-CNT            PIC S9(00009) COMP-3
006600                                     VALUE ZERO.
006700 77  WR-0073-NOT-SENT-CNT            PIC S9(00009) COMP-3
006800                                     VALUE ZERO.
006900 77  WR-0073-NOT-ACK-CNT             PIC S9(00009) COMP-3
007000                                     VALUE ZERO.
007100 77  WR-0073-RCV-REJ-CNT             PIC S9(00009) COMP-3
007200                                     VALUE ZERO.
007300 77  WR-0073-SECT-CNT                PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WR-0073-PROD-DAYS               PIC S9(00005) COMP-3
007600                                     VALUE ZERO.
007700 77  WR-0073-SEND-DAYS               PIC S9(00005) COMP-3
007800                                     VALUE ZERO.
007900 77  WR-0073-ACK-DAYS                PIC S9(00005) COMP-3
008000                                     VALUE ZERO.
008100 77  WR-0073-SLA-DAYS                PIC S9(00005) COMP-3
008200                                     VALUE ZERO.
008300 77  WR-0073-QTR-MM                  PIC 9(00002) VALUE ZERO.
008400*    LIST 7535 END LIMIT - 'F PP SS AA'.
008500 01  WR-0073-SCHED.
008600     05  WR-0073-FREQ-CD             PIC X(00001).
008700         88  WR-0073-DAILY           VALUE 'D'.
008800         88  WR-0073-WEEKLY          VALUE 'W'.
008900         88  WR-0073-MONTHLY         VALUE 'M'.
009000         88  WR-0073-QUARTERLY       VALUE 'Q'.
009100     05  FILLER                      PIC X(00001).
009200     05  WR-0073-PROD-TX             PIC X(00002).
009300     05  WR-0073-PROD-NUM REDEFINES WR-0073-PROD-TX
009400                                     PIC 9(00002).
009500     05  FILLER                      PIC X(00001).
009600     05  WR-0073-SEND-TX             PIC X(00002).
009700     05  WR-0073-SEND-NUM REDEFINES WR-0073-SEND-TX
009800                                     PIC 9(00002).
009900     05  FILLER                      PIC X(00001).
010000     05  WR-0073-ACK-TX              PIC X(00002).
010100     05  WR-0073-ACK-NUM REDEFINES WR-0073-ACK-TX
010200                                     PIC 9(00002).
010300     05  FILLER                      PIC X(00010).
010400*    THE BUSINESS DATE OF THE LATEST FILE THAT SHOULD BE ON THE
010500*    MANIFEST BY NOW, AND THE DEADLINE IT IS MEASURED AGAINST.
010600 01  WR-0073-EXPECT-DT               PIC X(00010).
010700 01  WR-0073-DEADLINE-DT             PIC X(00010).
010800 01  WR-0073-QTR-BEG-DT.
010900     05  WR-0073-QB-CCYY             PIC X(00004).
011000     05  FILLER                      PIC X(00001) VALUE '-'.
011100     05  WR-0073-QB-MM               PIC 9(00002).
011200     05  FILLER                      PIC X(00003) VALUE '-01'.
011300*    BUSINESS-DAY ROUTINE - SHARED PDDS9005.
011400     COPY WKC90050.
011500*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011600     COPY WKC90040.
011700*****************************************************************
011800*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS                 *
011900*****************************************************************
012000     EXEC SQL INCLUDE SQLCA END-EXEC.
012100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
012200     COPY GLOFMNTB.
012300 01  WH-0073-HOST-VARS.
012400     05  WH-0073-BUS-DT              PIC X(00010).
012500     05  WH-0073-FILE-TY-CD          PIC X(00008).
012600     05  WH-0073-SCHED-TX            PIC X(00020).
012700     05  WH-0073-DESC-TX             PIC X(00030).
012800     05  WH-0073-LAST-BUS-DT         PIC X(00010).
012900     05  WH-0073-STAT-CD             PIC X(00001).
013000     EXEC SQL END DECLARE SECTION END-EXEC.
013100*    THE EXPECTED-FILE SCHEDULE IN FORCE ON THE BUSINESS DATE.
013200     EXEC SQL
013300         DECLARE R0073LST CURSOR FOR
013400         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT, G_LIST_DTL_TX
013500           FROM G_LIST_DTL_TB
013600          WHERE G_LIST_SUBSYS_CD   = 'C'
013700            AND G_LIST_NUM         = '7535'
013800            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0073-BUS-DT,
013900                                              'YYYY-MM-DD')
014000            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0073-BUS-DT,
014100                                              'YYYY-MM-DD')
014200          ORDER BY G_LIST_STRT_LMT
014300     END-EXEC.
014400*    GENERATIONS IN ONE STATUS WITH THEIR SCHEDULE ROW.  A
014500*    REJECTED GENERATION ALREADY REPLACED BY A LATER ONE OF THE
014600*    SAME FILE TYPE IS NOT AN EXCEPTION.
014700     EXEC SQL
014800         DECLARE R0073MAN CURSOR FOR
014900         SELECT M.G_FILE_TY_CD, M.G_BUS_DT, M.G_GEN_NM,
015000                M.G_REC_CNT, M.G_CRE_TS, M.G_SENT_TS,
015100                M.G_ACK_RSN_TX,
015200                NVL((SELECT L.G_LIST_END_LMT
015300                       FROM G_LIST_DTL_TB L
015400                      WHERE L.G_LIST_SUBSYS_CD   = 'C'
015500                        AND L.G_LIST_NUM         = '7535'
015600                        AND L.G_LIST_STRT_LMT    = M.G_FILE_TY_CD
015700                        AND L.G_LIST_EFF_STRT_DT <=
015800                            TO_DATE(:WH-0073-BUS-DT,'YYYY-MM-DD')
015900                        AND L.G_LIST_EFF_END_DT  >=
016000                            TO_DATE(:WH-0073-BUS-DT,'YYYY-MM-DD')
016100                        AND ROWNUM = 1), ' ')
016200           FROM G_OUT_FILE_MNFST_TB M
016300          WHERE M.G_FILE_STAT_CD = :WH-0073-STAT-CD
016400            AND NOT EXISTS
016500                (SELECT 1
016600                   FROM G_OUT_FILE_MNFST_TB N
016700                  WHERE M.G_FILE_STAT_CD = 'R'
016800                    AND N.G_FILE_TY_CD   = M.G_FILE_TY_CD
016900                    AND N.G_FILE_STAT_CD <> 'X'
017000                    AND N.G_CRE_TS       > M.G_CRE_TS)
017100          ORDER BY M.G_FILE_TY_CD, M.G_BUS_DT, M.G_GEN_SEQ_NUM
017200     END-EXEC.
017300*****************************************************************
017400*  REPORT LINE LAYOUTS                                         *
017500*****************************************************************
017600 01  RL-0073-HDG1.
017700     05  FILLER                      PIC X(00001) VALUE SPACE.
017800     05  FILLER                      PIC X(00050) VALUE
017900         'PDDR0073 - OUTBOUND FILE EXCEPTIONS'.
018000     05  FILLER                      PIC X(00016)
018100                                     VALUE 'BUSINESS DATE '.
018200     05  RL-0073-H-BUS-DT            PIC X(00010).
018300 01  RL-0073-SECT-HDG.
018400     05  FILLER                      PIC X(00001) VALUE SPACE.
018500     05  RL-0073-S-TITLE             PIC X(00060).
018600 01  RL-0073-NP-HDG.
018700     05  FILLER                      PIC X(00001) VALUE SPACE.
018800     05  FILLER                      PIC X(00040) VALUE
018900         'FILE TY  FREQ  EXPECTED   LAST ON FILE '.
019000     05  FILLER                      PIC X(00040) VALUE
019100         'DESCRIPTION'.
019200 01  RL-0073-NP-LINE.
019300     05  FILLER                      PIC X(00001) VALUE SPACE.
019400     05  RL-0073-N-FILE-TY           PIC X(00008).
019500     05  FILLER                      PIC X(00003) VALUE SPACES.
019600     05  RL-0073-N-FREQ-CD           PIC X(00001).
019700     05  FILLER                      PIC X(00002) VALUE SPACES.
019800     05  RL-0073-N-EXPECT-DT         PIC X(00010).
019900     05  FILLER                      PIC X(00001) VALUE SPACE.
020000     05  RL-0073-N-LAST-DT           PIC X(00012).
020100     05  FILLER                      PIC X(00001) VALUE SPACE.
020200     05  RL-0073-N-DESC              PIC X(00030).
020300 01  RL-0073-GEN-HDG.
020400     05  FILLER                      PIC X(00001) VALUE SPACE.
020500     05  FILLER                      PIC X(00040) VALUE
020600         'FILE TY  BUS DATE   GENERATION NAME     '.
020700     05  FILLER                      PIC X(00040) VALUE
020800         '                 RECORDS  SINCE      DAY'.
020900     05  FILLER                      PIC X(00040) VALUE
021000         'S SLA  NOTE'.
021100 01  RL-0073-GEN-LINE.
021200     05  FILLER                      PIC X(00001) VALUE SPACE.
021300     05  RL-0073-G-FILE-TY           PIC X(00008).
021400     05  FILLER                      PIC X(00001) VALUE SPACE.
021500     05  RL-0073-G-BUS-DT            PIC X(00010).
021600     05  FILLER                      PIC X(00001) VALUE SPACE.
021700     05  RL-0073-G-GEN-NM            PIC X(00032).
021800     05  FILLER                      PIC X(00001) VALUE SPACE.
021900     05  RL-0073-G-REC-CNT           PIC ZZZ,ZZZ,ZZ9.
022000     05  FILLER                      PIC X(00002) VALUE SPACES.
022100     05  RL-0073-G-SINCE-DT          PIC X(00010).
022200     05  FILLER                      PIC X(00001) VALUE SPACE.
022300     05  RL-0073-G-DAYS              PIC ZZZ9.
022400     05  FILLER                      PIC X(00001) VALUE SPACE.
022500     05  RL-0073-G-SLA               PIC ZZ9.
022600     05  FILLER                      PIC X(00002) VALUE SPACES.
022700     05  RL-0073-G-NOTE              PIC X(00040).
022800 01  RL-0073-NONE-LINE.
022900     05  FILLER                      PIC X(00001) VALUE SPACE.
023000     05  FILLER                      PIC X(00020) VALUE
023100         '   NONE'.
023200 01  RL-0073-COUNT-LINE.
023300     05  FILLER                      PIC X(00001) VALUE SPACE.
023400     05  RL-0073-C-LABEL             PIC X(00034).
023500     05  RL-0073-C-CNT               PIC ZZZ,ZZZ,ZZ9.
023600 01  RL-0073-MSG-LINE.
023700     05  FILLER                      PIC X(00001) VALUE SPACE.
023800     05  RL-0073-M-TX                PIC X(00080).
023900*****************************************************************
024000*  PROCEDURE DIVISION                                          *
024100*****************************************************************
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE
024500         THRU 1000-INITIALIZE-EXIT.
024600     PERFORM 2000-NOT-PRODUCED
024700         THRU 2000-NOT-PRODUCED-EXIT.
024800     MOVE 'P'                    TO WH-0073-STAT-CD.
024900     MOVE 'PRODUCED - NOT SENT WITHIN SLA'
025000                                 TO RL-0073-S-TITLE.
025100     PERFORM 3000-STATUS-SECTION
025200         THRU 3000-STATUS-SECTION-EXIT.
025300     MOVE 'S'                    TO WH-0073-STAT-CD.
025400     MOVE 'SENT - NOT ACKNOWLEDGED WITHIN SLA'
025500                                 TO RL-0073-S-TITLE.
025600     PERFORM 3000-STATUS-SECTION
025700         THRU 3000-STATUS-SECTION-EXIT.
025800     MOVE 'R'                    TO WH-0073-STAT-CD.
025900     MOVE 'REJECTED BY RECEIVER - NOT REPLACED'
026000                                 TO RL-0073-S-TITLE.
026100     PERFORM 3000-STATUS-SECTION
026200         THRU 3000-STATUS-SECTION-EXIT.
026300     PERFORM 8000-FINALIZE
026400         THRU 8000-FINALIZE-EXIT.
026500     GOBACK.
026600*****************************************************************
026700*    1000-INITIALIZE                                            *
026800*****************************************************************
026900 1000-INITIALIZE.
027000     MOVE 'PDDR0073'             TO WK-9004-PGM-ID.
027100     MOVE SPACES                 TO WK-9004-OVRD-DT.
027200     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
027300     IF WK-9004-NO-BUS-DT
027400         DISPLAY 'PDDR0073 - NO BUSINESS PROCESSING DATE'
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800     OPEN OUTPUT RPT0073-FILE.
027900     MOVE WK-9004-BUS-DT         TO WH-0073-BUS-DT
028000                                    RL-0073-H-BUS-DT.
028100     WRITE RPT0073-REC FROM RL-0073-HDG1
028200         BEFORE ADVANCING TO-NEW-PAGE.
028300 1000-INITIALIZE-EXIT.
028400     EXIT.
028500*****************************************************************
028600*    2000-NOT-PRODUCED - EACH SCHEDULED FILE TYPE MUST HAVE A    *
028700*    GENERATION ON THE MANIFEST FOR ITS LATEST DUE PERIOD        *
028800*****************************************************************
028900 2000-NOT-PRODUCED.
029000     MOVE 'EXPECTED FILES NOT PRODUCED' TO RL-0073-S-TITLE.
029100     WRITE RPT0073-REC FROM RL-0073-SECT-HDG
029200         AFTER ADVANCING 3 LINES.
029300     WRITE RPT0073-REC FROM RL-0073-NP-HDG
029400         AFTER ADVANCING 2 LINES.
029500     EXEC SQL
029600         OPEN R0073LST
029700     END-EXEC.
029800     IF SQLCODE NOT = 0
029900         GO TO 9999-SQL-ERROR
030000     END-IF.
030100     MOVE 'N'                    TO WR-0073-EOF-SW.
030200     PERFORM 2100-ONE-FILE-TYPE
030300         THRU 2100-ONE-FILE-TYPE-EXIT
030400         UNTIL WR-0073-EOF.
030500     EXEC SQL
030600         CLOSE R0073LST
030700     END-EXEC.
030800     IF WR-0073-NOT-PROD-CNT = ZERO
030900         WRITE RPT0073-REC FROM RL-0073-NONE-LINE
031000             AFTER ADVANCING 1 LINE
031100     END-IF.
031200 2000-NOT-PRODUCED-EXIT.
031300     EXIT.
031400*****************************************************************
031500*    2100-ONE-FILE-TYPE                                         *
031600*****************************************************************
031700 2100-ONE-FILE-TYPE.
031800     EXEC SQL
031900         FETCH R0073LST
032000         INTO :WH-0073-FILE-TY-CD,
032100              :WH-0073-SCHED-TX,
032200              :WH-0073-DESC-TX
032300     END-EXEC.
032400     EVALUATE SQLCODE
032500       WHEN 0
032600         CONTINUE
032700       WHEN 100
032800         SET WR-0073-EOF         TO TRUE
032900         GO TO 2100-ONE-FILE-TYPE-EXIT
033000       WHEN OTHER
033100         GO TO 9999-SQL-ERROR
033200     END-EVALUATE.
033300     ADD 1                       TO WR-0073-SCHED-CNT.
033400     PERFORM 4000-PARSE-SCHEDULE
033500         THRU 4000-PARSE-SCHEDULE-EXIT.
033600     PERFORM 2200-EXPECTED-DATE
033700         THRU 2200-EXPECTED-DATE-EXIT.
033800     EXEC SQL
033900         SELECT NVL(MAX(G_BUS_DT), ' ')
034000           INTO :WH-0073-LAST-BUS-DT
034100           FROM G_OUT_FILE_MNFST_TB
034200          WHERE G_FILE_TY_CD   = :WH-0073-FILE-TY-CD
034300            AND G_FILE_STAT_CD <> 'X'
034400     END-EXEC.
034500     IF SQLCODE NOT = 0
034600         GO TO 9999-SQL-ERROR
034700     END-IF.
034800     IF WH-0073-LAST-BUS-DT NOT < WR-0073-EXPECT-DT
034900         GO TO 2100-ONE-FILE-TYPE-EXIT
035000     END-IF.
035100     ADD 1                       TO WR-0073-NOT-PROD-CNT.
035200     MOVE SPACES                 TO RL-0073-NP-LINE.
035300     MOVE WH-0073-FILE-TY-CD     TO RL-0073-N-FILE-TY.
035400     MOVE WR-0073-FREQ-CD        TO RL-0073-N-FREQ-CD.
035500     MOVE WR-0073-EXPECT-DT      TO RL-0073-N-EXPECT-DT.
035600     IF WH-0073-LAST-BUS-DT = SPACES
035700         MOVE 'NEVER'            TO RL-0073-N-LAST-DT
035800     ELSE
035900         MOVE WH-0073-LAST-BUS-DT TO RL-0073-N-LAST-DT
036000     END-IF.
036100     MOVE WH-0073-DESC-TX        TO RL-0073-N-DESC.
036200     WRITE RPT0073-REC FROM RL-0073-NP-LINE
036300         AFTER ADVANCING 1 LINE.
036400 2100-ONE-FILE-TYPE-EXIT.
036500     EXIT.
036600*****************************************************************
036700*    2200-EXPECTED-DATE - THE EARLIEST BUSINESS DATE THE LATEST  *
036800*    GENERATION MAY CARRY.  DAILY: THE PRIOR BUSINESS DAY LESS   *
036900*    THE GRACE.  WEEKLY: FIVE BUSINESS DAYS BACK LESS THE GRACE. *
037000*    MONTHLY/QUARTERLY: ONCE THE GRACE AFTER THE PERIOD END HAS  *
037100*    PASSED THE FILE RUN SINCE THE PERIOD STARTED, ELSE THE ONE  *
037200*    FOR THE PERIOD BEFORE                                       *
037300*****************************************************************
037400 2200-EXPECTED-DATE.
037500     EVALUATE TRUE
037600       WHEN WR-0073-WEEKLY
037700         COMPUTE WK-9005-DAY-CNT = 0 - 5 - WR-0073-PROD-DAYS
037800       WHEN WR-0073-MONTHLY
037900         SET WK-9005-ADD-BUS-DAYS TO TRUE
038000         MOVE WK-9004-PRV-MO-END-DT TO WK-9005-FROM-DT
038100         MOVE WR-0073-PROD-DAYS  TO WK-9005-DAY-CNT
038200         PERFORM 2900-CALL-9005
038300             THRU 2900-CALL-9005-EXIT
038400         MOVE WK-9005-RESULT-DT  TO WR-0073-DEADLINE-DT
038500         IF WK-9004-BUS-DT > WR-0073-DEADLINE-DT
038600             MOVE WK-9004-BUS-DT TO WR-0073-EXPECT-DT
038700             MOVE '01'           TO WR-0073-EXPECT-DT (9:2)
038800         ELSE
038900             MOVE WK-9004-PRV-MO-BEG-DT TO WR-0073-EXPECT-DT
039000         END-IF
039100         GO TO 2200-EXPECTED-DATE-EXIT
039200       WHEN WR-0073-QUARTERLY
039300         SET WK-9005-ADD-BUS-DAYS TO TRUE
039400         MOVE WK-9004-PRV-QTR-END-DT TO WK-9005-FROM-DT
039500         MOVE WR-0073-PROD-DAYS  TO WK-9005-DAY-CNT
039600         PERFORM 2900-CALL-9005
039700             THRU 2900-CALL-9005-EXIT
039800         MOVE WK-9005-RESULT-DT  TO WR-0073-DEADLINE-DT
039900         IF WK-9004-BUS-DT > WR-0073-DEADLINE-DT
040000             MOVE WK-9004-BUS-DT (1:4) TO WR-0073-QB-CCYY
040100             MOVE WK-9004-BUS-DT (6:2) TO WR-0073-QTR-MM
040200             COMPUTE WR-0073-QB-MM =
040300                 ((WR-0073-QTR-MM - 1) / 3) * 3 + 1
040400             MOVE WR-0073-QTR-BEG-DT TO WR-0073-EXPECT-DT
040500         ELSE
040600             MOVE WK-9004-PRV-QTR-BEG-DT TO WR-0073-EXPECT-DT
040700         END-IF
040800         GO TO 2200-EXPECTED-DATE-EXIT
040900       WHEN OTHER
041000         COMPUTE WK-9005-DAY-CNT = 0 - 1 - WR-0073-PROD-DAYS
041100     END-EVALUATE.
041200     SET WK-9005-ADD-BUS-DAYS    TO TRUE.
041300     MOVE WK-9004-BUS-DT         TO WK-9005-FROM-DT.
041400     PERFORM 2900-CALL-9005
041500         THRU 2900-CALL-9005-EXIT.
041600     MOVE WK-9005-RESULT-DT      TO WR-0073-EXPECT-DT.
041700 2200-EXPECTED-DATE-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    2900-CALL-9005 - BUSINESS-DAY ROUTINE; A CALENDAR THAT     *
042100*    CANNOT BE READ ENDS THE STEP                               *
042200*****************************************************************
042300 2900-CALL-9005.
042400     CALL 'PDDS9005' USING WK-9005-CALL-PARMS.
042500     IF NOT WK-9005-OK
042600         DISPLAY 'PDDR0073 - PDDS9005 REPLY ' WK-9005-REPLY-CD
042700                 ' SQLCODE ' WK-9005-SQLCODE
042800         MOVE 16 TO RETURN-CODE
042900         CLOSE RPT0073-FILE
043000         GOBACK
043100     END-IF.
043200 2900-CALL-9005-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    3000-STATUS-SECTION - ONE SECTION FOR THE GENERATIONS IN    *
043600*    STATUS WH-0073-STAT-CD                                      *
043700*****************************************************************
043800 3000-STATUS-SECTION.
043900     MOVE ZERO                   TO WR-0073-SECT-CNT.
044000     WRITE RPT0073-REC FROM RL-0073-SECT-HDG
044100         AFTER ADVANCING 3 LINES.
044200     WRITE RPT0073-REC FROM RL-0073-GEN-HDG
044300         AFTER ADVANCING 2 LINES.
044400     EXEC SQL
044500         OPEN R0073MAN
044600     END-EXEC.
044700     IF SQLCODE NOT = 0
044800         GO TO 9999-SQL-ERROR
044900     END-IF.
045000     MOVE 'N'                    TO WR-0073-EOF-SW.
045100     PERFORM 3100-ONE-GENERATION
045200         THRU 3100-ONE-GENERATION-EXIT
045300         UNTIL WR-0073-EOF.
045400     EXEC SQL
045500         CLOSE R0073MAN
045600     END-EXEC.
045700     IF WR-0073-SECT-CNT = ZERO
045800         WRITE RPT0073-REC FROM RL-0073-NONE-LINE
045900             AFTER ADVANCING 1 LINE
046000     END-IF.
046100 3000-STATUS-SECTION-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    3100-ONE-GENERATION - PRODUCED: BUSINESS DAYS SINCE ITS     *
046500*    BUSINESS DATE AGAINST THE SEND SLA.  SENT: BUSINESS DAYS    *
046600*    SINCE IT WENT AGAINST THE ACKNOWLEDGMENT SLA.  REJECTED:    *
046700*    ALWAYS LISTED                                               *
046800*****************************************************************
046900 3100-ONE-GENERATION.
047000     EXEC SQL
047100         FETCH R0073MAN
047200         INTO :GLOFMNTB-G-FILE-TY-CD,
047300              :GLOFMNTB-G-BUS-DT,
047400              :GLOFMNTB-G-GEN-NM,
047500              :GLOFMNTB-G-REC-CNT,
047600              :GLOFMNTB-G-CRE-TS,
047700              :GLOFMNTB-G-SENT-TS,
047800              :GLOFMNTB-G-ACK-RSN-TX,
047900              :WH-0073-SCHED-TX
048000     END-EXEC.
048100     EVALUATE SQLCODE
048200       WHEN 0
048300         CONTINUE
048400       WHEN 100
048500         SET WR-0073-EOF         TO TRUE
048600         GO TO 3100-ONE-GENERATION-EXIT
048700       WHEN OTHER
048800         GO TO 9999-SQL-ERROR
048900     END-EVALUATE.
049000     PERFORM 4000-PARSE-SCHEDULE
049100         THRU 4000-PARSE-SCHEDULE-EXIT.
049200     MOVE SPACES                 TO RL-0073-GEN-LINE.
049300     IF WH-0073-STAT-CD = 'R'
049400         MOVE GLOFMNTB-G-ACK-RSN-TX TO RL-0073-G-NOTE
049500     ELSE
049600         PERFORM 3150-CHECK-SLA
049700             THRU 3150-CHECK-SLA-EXIT
049800         IF NOT WR-0073-LATE
049900             GO TO 3100-ONE-GENERATION-EXIT
050000         END-IF
050100     END-IF.
050200     ADD 1                       TO WR-0073-SECT-CNT.
050300     EVALUATE WH-0073-STAT-CD
050400       WHEN 'P'
050500         ADD 1                   TO WR-0073-NOT-SENT-CNT
050600       WHEN 'S'
050700         ADD 1                   TO WR-0073-NOT-ACK-CNT
050800       WHEN OTHER
050900         ADD 1                   TO WR-0073-RCV-REJ-CNT
051000     END-EVALUATE.
051100     MOVE GLOFMNTB-G-FILE-TY-CD  TO RL-0073-G-FILE-TY.
051200     MOVE GLOFMNTB-G-BUS-DT      TO RL-0073-G-BUS-DT.
051300     MOVE GLOFMNTB-G-GEN-NM      TO RL-0073-G-GEN-NM.
051400     MOVE GLOFMNTB-G-REC-CNT     TO RL-0073-G-REC-CNT.
051500     WRITE RPT0073-REC FROM RL-0073-GEN-LINE
051600         AFTER ADVANCING 1 LINE.
051700 3100-ONE-GENERATION-EXIT.
051800     EXIT.
051900*****************************************************************
052000*    3150-CHECK-SLA - BUSINESS DAYS WAITING AGAINST THE SLA     *
052100*****************************************************************
052200 3150-CHECK-SLA.
052300     MOVE 'N'                    TO WR-0073-LATE-SW.
052400     SET WK-9005-COUNT-BUS-DAYS  TO TRUE.
052500     MOVE WK-9004-BUS-DT         TO WK-9005-TO-DT.
052600     IF WH-0073-STAT-CD = 'P'
052700         MOVE GLOFMNTB-G-BUS-DT  TO WK-9005-FROM-DT
052800         MOVE WR-0073-SEND-DAYS  TO WR-0073-SLA-DAYS
052900     ELSE
053000         MOVE GLOFMNTB-G-SENT-TS (1:10) TO WK-9005-FROM-DT
053100         MOVE WR-0073-ACK-DAYS   TO WR-0073-SLA-DAYS
053200     END-IF.
053300     PERFORM 2900-CALL-9005
053400         THRU 2900-CALL-9005-EXIT.
053500     IF WK-9005-RESULT-CNT NOT > WR-0073-SLA-DAYS
053600         GO TO 3150-CHECK-SLA-EXIT
053700     END-IF.
053800     SET WR-0073-LATE            TO TRUE.
053900     MOVE WK-9005-FROM-DT        TO RL-0073-G-SINCE-DT.
054000     MOVE WK-9005-RESULT-CNT     TO RL-0073-G-DAYS.
054100     MOVE WR-0073-SLA-DAYS       TO RL-0073-G-SLA.
054200     IF WH-0073-SCHED-TX = SPACES
054300         MOVE 'NOT ON LIST 7535 - DEFAULT SLA'
054400                                 TO RL-0073-G-NOTE
054500     END-IF.
054600 3150-CHECK-SLA-EXIT.
054700     EXIT.
054800*****************************************************************
054900*    4000-PARSE-SCHEDULE - FREQUENCY AND SLAS FROM THE LIST 7535 *
055000*    END LIMIT, DEFAULTS FOR ANYTHING MISSING                   *
055100*****************************************************************
055200 4000-PARSE-SCHEDULE.
055300     MOVE WH-0073-SCHED-TX       TO WR-0073-SCHED.
055400     MOVE ZERO                   TO WR-0073-PROD-DAYS.
055500     MOVE 1                      TO WR-0073-SEND-DAYS.
055600     MOVE 2                      TO WR-0073-ACK-DAYS.
055700     IF WR-0073-PROD-TX NUMERIC
055800         MOVE WR-0073-PROD-NUM   TO WR-0073-PROD-DAYS
055900     END-IF.
056000     IF WR-0073-SEND-TX NUMERIC
056100         MOVE WR-0073-SEND-NUM   TO WR-0073-SEND-DAYS
056200     END-IF.
056300     IF WR-0073-ACK-TX NUMERIC
056400         MOVE WR-0073-ACK-NUM    TO WR-0073-ACK-DAYS
056500     END-IF.
056600 4000-PARSE-SCHEDULE-EXIT.
056700     EXIT.
056800*****************************************************************
056900*    8000-FINALIZE                                              *
057000*****************************************************************
057100 8000-FINALIZE.
057200     MOVE 'FILE TYPES SCHEDULED' TO RL-0073-C-LABEL.
057300     MOVE WR-0073-SCHED-CNT      TO RL-0073-C-CNT.
057400     WRITE RPT0073-REC FROM RL-0073-COUNT-LINE
057500         AFTER ADVANCING 3 LINES.
057600     MOVE 'NOT PRODUCED'         TO RL-0073-C-LABEL.
057700     MOVE WR-0073-NOT-PROD-CNT   TO RL-0073-C-CNT.
057800     WRITE RPT0073-REC FROM RL-0073-COUNT-LINE
057900         AFTER ADVANCING 1 LINE.
058000     MOVE 'PRODUCED, NOT SENT'   TO RL-0073-C-LABEL.
058100     MOVE WR-0073-NOT-SENT-CNT   TO RL-0073-C-CNT.
058200     WRITE RPT0073-REC FROM RL-0073-COUNT-LINE
058300         AFTER ADVANCING 1 LINE.
058400     MOVE 'SENT, NOT ACKNOWLEDGED' TO RL-0073-C-LABEL.
058500     MOVE WR-0073-NOT-ACK-CNT    TO RL-0073-C-CNT.
058600     WRITE RPT0073-REC FROM RL-0073-COUNT-LINE
058700         AFTER ADVANCING 1 LINE.
058800     MOVE 'REJECTED BY RECEIVER' TO RL-0073-C-LABEL.
058900     MOVE WR-0073-RCV-REJ-CNT    TO RL-0073-C-CNT.
059000     WRITE RPT0073-REC FROM RL-0073-COUNT-LINE
059100         AFTER ADVANCING 1 LINE.
059200     IF WR-0073-SCHED-CNT = ZERO
059300         MOVE '** NO EXPECTED-FILE SCHEDULE ON LIST 7535'
059400                                 TO RL-0073-M-TX
059500         WRITE RPT0073-REC FROM RL-0073-MSG-LINE
059600             AFTER ADVANCING 2 LINES
059700         MOVE 4 TO RETURN-CODE
059800     END-IF.
059900     IF WR-0073-NOT-PROD-CNT > ZERO
060000        OR WR-0073-NOT-SENT-CNT > ZERO
060100        OR WR-0073-NOT-ACK-CNT  > ZERO
060200        OR WR-0073-RCV-REJ-CNT  > ZERO
060300         MOVE 4 TO RETURN-CODE
060400     END-IF.
060500     CLOSE RPT0073-FILE.
060600 8000-FINALIZE-EXIT.
060700     EXIT.
060800*****************************************************************
060900*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
061000*****************************************************************
061100 9999-SQL-ERROR.
061200     DISPLAY 'PDDR0073 - SQL ERROR ON G_OUT_FILE_MNFST_TB'.
061300     DISPLAY 'SQLCODE = ' SQLCODE.
061400     MOVE 16 TO RETURN-CODE.
061500     CLOSE RPT0073-FILE.
061600     GOBACK.
