000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0038.
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
001300*  10/15/26  ACS   NEW PROGRAM.  ACTIVATOR FOR SCHEDULED       *
001400*                  CONFIGURATION CHANGES.  A W757 LIST CHANGE  *
001500*                  KEYED WITH AN ACTIVATION TIME WAITS ON      *
001600*                  C_CFG_PEND_TB AS SCHEDULED (STATUS 'S' -    *
001700*                  STRAIGHT FROM PDDM7575, OR ONCE APPROVED ON *
001800*                  W770 UNDER MAKER-CHECKER).  EACH ONE WHOSE  *
001900*                  TIME HAS COME IS APPLIED THE WAY W770       *
002000*                  APPLIES AN APPROVED CHANGE: THE LIST ROW    *
002100*                  MUST STILL MATCH ITS BEFORE IMAGE, IT IS    *
002200*                  PUT OR DELETED THROUGH PDDS9007 (WHICH      *
002300*                  WRITES THE G_LIST_AUD_TB IMAGES UNDER THE   *
002400*                  APPROVER, OR THE MAKER WHEN THERE WAS NO    *
002500*                  APPROVER) AND THE 7997 REFRESH STAMP IS     *
002600*                  TOUCHED SO THE HOT-LIST CACHE RELOADS.  THE *
002700*                  QUEUE ROW IS CLOSED AS 'F' (FIRED), OR AS   *
002800*                  'E' WHEN THE ROW HAD CHANGED - NOTHING IS   *
002900*                  APPLIED THEN AND THE STEP ENDS RC 4.  ONE   *
003000*                  CHANGE PER COMMIT.  SCHEDULE EVERY 15       *
003100*                  MINUTES ROUND THE CLOCK, SO A MIDNIGHT      *
003200*                  CHANGE FIRES AT MIDNIGHT.                   *
003300*                                                              *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RPTB038-FILE ASSIGN TO RPTB038
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400*****************************************************************
004500*  DATA DIVISION                                                *
004600*****************************************************************
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RPTB038-FILE
005000     RECORDING MODE IS F.
005100 01  RPTB038-REC                     PIC X(00133).
005200*****************************************************************
005300*  WORKING-STORAGE SECTION                                     *
005400*****************************************************************
005500 WORKING-STORAGE SECTION.
005600 77  WB-0038-EOF-SW                  PIC X(00001) VALUE 'N'.
005700     88  WB-0038-EOF                 VALUE 'Y'.
005800 77  WB-0038-MATCH-SW                PIC X(00001) VALUE 'Y'.
005900     88  WB-0038-ROW-MATCHES         VALUE 'Y'.
006000 77  WB-0038-READ-CNT                PIC S9(00009) COMP-3
006100                                     VALUE ZERO.
006200 77  WB-0038-FIRED-CNT               PIC S9(00009) COMP-3
006300                                     VALUE ZERO.
006400 77  WB-0038-FAIL-CNT                PIC S9(00009) COMP-3
006500                                     VALUE ZERO.
006600 77  WB-0038-SKIP-CNT                PIC S9(00009) COMP-3
006700                                     VALUE ZERO.
006800 77  WB-0038-AUD-SRC-CD              PIC X(00005) VALUE 'B0038'.
006900*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007000     COPY WKC90040.
007100*    SHARED CONFIGURATION ROW ROUTINE - READS, PUTS AND DELETES
007200*    THE LIST ROW AND AUDITS THE CHANGE.
007300     COPY WKC90070.
007400     COPY CLCFGIMG.
007500*****************************************************************
007600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE DUE CURSOR          *
007700*****************************************************************
007800     EXEC SQL INCLUDE SQLCA END-EXEC.
007900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008000     COPY CLCFPNTB.
008100 01  WH-0038-HOST-VARS.
008200     05  WH-0038-NEW-STAT-CD         PIC X(00001).
008300     05  WH-0038-SUBSYS-CD           PIC X(00001).
008400     EXEC SQL END DECLARE SECTION END-EXEC.
008500*    ACTIVATION IS BY THE CLOCK, NOT THE BUSINESS DATE.  OLDEST
008600*    ACTIVATION TIME FIRST, SO TWO CHANGES DUE IN ONE RUN LAND
008700*    IN THE ORDER THEY WERE MEANT TO.
008800     EXEC SQL
008900         DECLARE CB038 CURSOR WITH HOLD FOR
009000         SELECT C_PEND_NUM, C_PEND_ACTN_CD, C_PEND_KEY_TX,
009100                C_MAKER_USER_ID, C_CHKR_USER_ID, C_ACTV_TS,
009200                C_BEF_IMG_TX, C_AFT_IMG_TX
009300           FROM C_CFG_PEND_TB
009400          WHERE C_PEND_STAT_CD = 'S'
009500            AND C_PEND_TRAN_ID = 'W757'
009600            AND C_ACTV_TS     <=
009700                TO_CHAR(CURRENT_TIMESTAMP,
009800                        'YYYY-MM-DD-HH24.MI.SS.FF6')
009900          ORDER BY C_ACTV_TS, C_PEND_NUM
010000     END-EXEC.
010100*****************************************************************
010200*  REPORT LINE LAYOUTS                                         *
010300*****************************************************************
010400 01  RL-0038-HDG1.
010500     05  FILLER                      PIC X(00001) VALUE SPACE.
010600     05  FILLER                      PIC X(00052) VALUE
010700         'PDDB0038 - SCHEDULED CONFIGURATION CHANGE ACTIVATOR'.
010800     05  RL-0038-H1-DT               PIC X(00010).
010900 01  RL-0038-HDG2.
011000     05  FILLER                      PIC X(00001) VALUE SPACE.
011100     05  FILLER                      PIC X(00045) VALUE
011200         'PENDING NO A KEY                             '.
011300     05  FILLER                      PIC X(00058) VALUE
011400         '          ACTIVATES         AUDIT BY  OUTCOME'.
011500 01  RL-0038-DETAIL.
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  RL-0038-D-PEND              PIC 9(00009).
011800     05  FILLER                      PIC X(00002) VALUE SPACES.
011900     05  RL-0038-D-ACTN              PIC X(00001).
012000     05  FILLER                      PIC X(00001) VALUE SPACE.
012100     05  RL-0038-D-KEY               PIC X(00040).
012200     05  FILLER                      PIC X(00002) VALUE SPACES.
012300     05  RL-0038-D-ACTV              PIC X(00016).
012400     05  FILLER                      PIC X(00002) VALUE SPACES.
012500     05  RL-0038-D-AUD-USER          PIC X(00008).
012600     05  FILLER                      PIC X(00002) VALUE SPACES.
012700     05  RL-0038-D-OUTCOME           PIC X(00030).
012800 01  RL-0038-COUNT-LINE.
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0038-C-LABEL             PIC X(00034).
013100     05  RL-0038-C-CNT               PIC ZZZ,ZZZ,ZZ9.
013200*****************************************************************
013300*  PROCEDURE DIVISION                                          *
013400*****************************************************************
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800         THRU 1000-INITIALIZE-EXIT.
013900     PERFORM 2000-ONE-CHANGE
014000         THRU 2000-ONE-CHANGE-EXIT
014100         UNTIL WB-0038-EOF.
014200     PERFORM 8000-FINALIZE
014300         THRU 8000-FINALIZE-EXIT.
014400     GOBACK.
014500*****************************************************************
014600*    1000-INITIALIZE - RUN DATE, HEADINGS, OPEN CURSOR          *
014700*****************************************************************
014800 1000-INITIALIZE.
014900     MOVE 'PDDB0038'             TO WK-9004-PGM-ID.
015000     MOVE SPACES                 TO WK-9004-OVRD-DT.
015100     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
015200     IF WK-9004-NO-BUS-DT
015300         DISPLAY 'PDDB0038 - NO BUSINESS PROCESSING DATE'
015400         MOVE 16 TO RETURN-CODE
015500         GOBACK
015600     END-IF.
015700     OPEN OUTPUT RPTB038-FILE.
015800     MOVE WK-9004-BUS-DT             TO RL-0038-H1-DT.
015900     WRITE RPTB038-REC FROM RL-0038-HDG1
016000         BEFORE ADVANCING TO-NEW-PAGE.
016100     WRITE RPTB038-REC FROM RL-0038-HDG2
016200         AFTER ADVANCING 2 LINES.
016300     EXEC SQL
016400         OPEN CB038
016500     END-EXEC.
016600     IF SQLCODE NOT = 0
016700         GO TO 9999-SQL-ERROR
016800     END-IF.
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017100*****************************************************************
017200*    2000-ONE-CHANGE - ONE SCHEDULED CHANGE WHOSE TIME HAS COME *
017300*****************************************************************
017400 2000-ONE-CHANGE.
017500     EXEC SQL
017600         FETCH CB038
017700         INTO :CLCFPNTB-C-PEND-NUM,
017800              :CLCFPNTB-C-PEND-ACTN-CD,
017900              :CLCFPNTB-C-PEND-KEY-TX,
018000              :CLCFPNTB-C-MAKER-USER-ID,
018100              :CLCFPNTB-C-CHKR-USER-ID,
018200              :CLCFPNTB-C-ACTV-TS,
018300              :CLCFPNTB-C-BEF-IMG-TX,
018400              :CLCFPNTB-C-AFT-IMG-TX
018500     END-EXEC.
018600     EVALUATE SQLCODE
018700       WHEN 0
018800         ADD 1                       TO WB-0038-READ-CNT
018900       WHEN 100
019000         SET WB-0038-EOF TO TRUE
019100         GO TO 2000-ONE-CHANGE-EXIT
019200       WHEN OTHER
019300         GO TO 9999-SQL-ERROR
019400     END-EVALUATE.
019500     PERFORM 2100-CHECK-ROW
019600         THRU 2100-CHECK-ROW-EXIT.
019700     PERFORM 2200-CLOSE-CHANGE
019800         THRU 2200-CLOSE-CHANGE-EXIT.
019900 2000-ONE-CHANGE-EXIT.
020000     EXIT.
020100*****************************************************************
020200*    2100-CHECK-ROW - THE LIST ROW MUST STILL BE AS IT WAS WHEN *
020300*    THE CHANGE WAS STAGED: ABSENT FOR AN ADD, EQUAL TO THE     *
020400*    BEFORE IMAGE FOR A CHANGE OR DELETE                        *
020500*****************************************************************
020600 2100-CHECK-ROW.
020700     MOVE 'Y'                        TO WB-0038-MATCH-SW.
020800     IF CLCFPNTB-C-PEND-ACTN-CD = 'D'
020900         MOVE CLCFPNTB-C-BEF-IMG-TX  TO CLCFGIMG-ROW-IMG
021000     ELSE
021100         MOVE CLCFPNTB-C-AFT-IMG-TX  TO CLCFGIMG-ROW-IMG
021200     END-IF.
021300     MOVE CLCFGIMG-GL-SUBSYS-CD      TO WH-0038-SUBSYS-CD.
021400     MOVE CLCFGIMG-ROW-IMG           TO WK-9007-ROW-IMG.
021500     SET WK-9007-READ                TO TRUE.
021600     SET WK-9007-GLST                TO TRUE.
021700     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
021800     IF WK-9007-SQL-ERROR OR WK-9007-BAD-PARMS
021900         DISPLAY 'PDDB0038 - PDDS9007 REPLY ' WK-9007-REPLY-CD
022000                 ' SQLCODE = ' WK-9007-SQLCODE
022100         GO TO 9999-SQL-ERROR
022200     END-IF.
022300     IF CLCFPNTB-C-PEND-ACTN-CD = 'A'
022400         IF WK-9007-OK
022500             MOVE 'N'                TO WB-0038-MATCH-SW
022600         END-IF
022700     ELSE
022800         IF WK-9007-NOT-FOUND
022900          OR WK-9007-ROW-IMG NOT = CLCFPNTB-C-BEF-IMG-TX
023000             MOVE 'N'                TO WB-0038-MATCH-SW
023100         END-IF
023200     END-IF.
023300 2100-CHECK-ROW-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    2200-CLOSE-CHANGE - CLAIM THE QUEUE ROW AS FIRED OR FAILED *
023700*    FIRST; ONE CANCELLED ON W770 SINCE THE FETCH IS LEFT       *
023800*    ALONE.  A FIRED CHANGE IS THEN APPLIED AND THE WHOLE OF IT *
023900*    COMMITTED TOGETHER.                                        *
024000*****************************************************************
024100 2200-CLOSE-CHANGE.
024200     IF WB-0038-ROW-MATCHES
024300         MOVE 'F'                    TO WH-0038-NEW-STAT-CD
024400     ELSE
024500         MOVE 'E'                    TO WH-0038-NEW-STAT-CD
024600     END-IF.
024700     MOVE 'PDDB0038'             TO CLCFPNTB-C-ACTV-CLOSE-USER-ID.
024800     EXEC SQL
024900         UPDATE C_CFG_PEND_TB
025000            SET C_PEND_STAT_CD       = :WH-0038-NEW-STAT-CD,
025100                C_ACTV_CLOSE_USER_ID =
025200                    :CLCFPNTB-C-ACTV-CLOSE-USER-ID,
025300                C_ACTV_CLOSE_TS      =
025400                    TO_CHAR(CURRENT_TIMESTAMP,
025500                            'YYYY-MM-DD-HH24.MI.SS.FF6')
025600          WHERE C_PEND_NUM     = :CLCFPNTB-C-PEND-NUM
025700            AND C_PEND_STAT_CD = 'S'
025800     END-EXEC.
025900     EVALUATE SQLCODE
026000       WHEN 0
026100         CONTINUE
026200       WHEN 100
026300         ADD 1                       TO WB-0038-SKIP-CNT
026400         GO TO 2200-CLOSE-CHANGE-EXIT
026500       WHEN OTHER
026600         GO TO 9999-SQL-ERROR
026700     END-EVALUATE.
026800     IF CLCFPNTB-C-CHKR-USER-ID = SPACES
026900         MOVE CLCFPNTB-C-MAKER-USER-ID TO WK-9007-AUD-USER-ID
027000     ELSE
027100         MOVE CLCFPNTB-C-CHKR-USER-ID  TO WK-9007-AUD-USER-ID
027200     END-IF.
027300     IF WB-0038-ROW-MATCHES
027400         PERFORM 2300-APPLY-CHANGE
027500             THRU 2300-APPLY-CHANGE-EXIT
027600         ADD 1                       TO WB-0038-FIRED-CNT
027700         MOVE 'APPLIED'              TO RL-0038-D-OUTCOME
027800     ELSE
027900         ADD 1                       TO WB-0038-FAIL-CNT
028000         MOVE 'NOT APPLIED - ROW HAD CHANGED'
028100                                     TO RL-0038-D-OUTCOME
028200     END-IF.
028300     EXEC SQL COMMIT END-EXEC.
028400     MOVE CLCFPNTB-C-PEND-NUM        TO RL-0038-D-PEND.
028500     MOVE CLCFPNTB-C-PEND-ACTN-CD    TO RL-0038-D-ACTN.
028600     MOVE CLCFPNTB-C-PEND-KEY-TX     TO RL-0038-D-KEY.
028700     MOVE CLCFPNTB-C-ACTV-TS         TO RL-0038-D-ACTV.
028800     MOVE WK-9007-AUD-USER-ID        TO RL-0038-D-AUD-USER.
028900     WRITE RPTB038-REC FROM RL-0038-DETAIL
029000         AFTER ADVANCING 1 LINE.
029100 2200-CLOSE-CHANGE-EXIT.
029200     EXIT.
029300*****************************************************************
029400*    2300-APPLY-CHANGE - PUT OR DELETE THE LIST ROW THROUGH     *
029500*    PDDS9007, WHICH WRITES THE G_LIST_AUD_TB IMAGES, THEN      *
029600*    TOUCH THE 7997 REFRESH STAMP AS PDDM7575 DOES              *
029700*****************************************************************
029800 2300-APPLY-CHANGE.
029900     MOVE CLCFGIMG-ROW-IMG           TO WK-9007-ROW-IMG.
030000     MOVE WB-0038-AUD-SRC-CD         TO WK-9007-AUD-SRC-CD.
030100     IF CLCFPNTB-C-PEND-ACTN-CD = 'D'
030200         SET WK-9007-DELETE          TO TRUE
030300     ELSE
030400         SET WK-9007-PUT             TO TRUE
030500     END-IF.
030600     SET WK-9007-GLST                TO TRUE.
030700     CALL 'PDDS9007' USING WK-9007-CALL-PARMS.
030800     IF NOT WK-9007-OK
030900         DISPLAY 'PDDB0038 - PDDS9007 REPLY ' WK-9007-REPLY-CD
031000                 ' SQLCODE = ' WK-9007-SQLCODE
031100         GO TO 9999-SQL-ERROR
031200     END-IF.
031300     EXEC SQL
031400         UPDATE G_LIST_DTL_TB
031500            SET G_LIST_DTL_TX =
031600                TO_CHAR(CURRENT_TIMESTAMP,
031700                        'YYYY-MM-DD-HH24.MI.SS.FF6')
031800          WHERE G_LIST_SUBSYS_CD = :WH-0038-SUBSYS-CD
031900            AND G_LIST_NUM       = '7997'
032000     END-EXEC.
032100     IF SQLCODE = 100
032200         EXEC SQL
032300             INSERT INTO G_LIST_DTL_TB
032400                 (G_LIST_SUBSYS_CD, G_LIST_NUM, R_GROUP_ID,
032500                  G_LIST_STRT_LMT, G_LIST_END_LMT,
032600                  G_LIST_EFF_STRT_DT, G_LIST_EFF_END_DT,
032700                  G_LIST_DTL_TX)
032800             VALUES
032900                 (:WH-0038-SUBSYS-CD, '7997', 'ALL     ',
033000                  'STAMP', 'STAMP',
033100                  '2026-01-01', '9999-12-31',
033200                  TO_CHAR(CURRENT_TIMESTAMP,
033300                          'YYYY-MM-DD-HH24.MI.SS.FF6'))
033400         END-EXEC
033500     END-IF.
033600     IF SQLCODE NOT = 0
033700         GO TO 9999-SQL-ERROR
033800     END-IF.
033900 2300-APPLY-CHANGE-EXIT.
034000     EXIT.
034100*****************************************************************
034200*    8000-FINALIZE - COUNTS.  A CHANGE NOT APPLIED BECAUSE ITS  *
034300*    ROW HAD CHANGED ENDS THE STEP RC 4 SO IT IS FOLLOWED UP.   *
034400*****************************************************************
034500 8000-FINALIZE.
034600     EXEC SQL
034700         CLOSE CB038
034800     END-EXEC.
034900     EXEC SQL COMMIT END-EXEC.
035000     MOVE 'SCHEDULED CHANGES DUE'       TO RL-0038-C-LABEL.
035100     MOVE WB-0038-READ-CNT              TO RL-0038-C-CNT.
035200     WRITE RPTB038-REC FROM RL-0038-COUNT-LINE
035300         AFTER ADVANCING 3 LINES.
035400     MOVE 'CHANGES APPLIED'             TO RL-0038-C-LABEL.
035500     MOVE WB-0038-FIRED-CNT             TO RL-0038-C-CNT.
035600     WRITE RPTB038-REC FROM RL-0038-COUNT-LINE
035700         AFTER ADVANCING 1 LINE.
035800     MOVE 'NOT APPLIED - ROW HAD CHANGED' TO RL-0038-C-LABEL.
035900     MOVE WB-0038-FAIL-CNT              TO RL-0038-C-CNT.
036000     WRITE RPTB038-REC FROM RL-0038-COUNT-LINE
036100         AFTER ADVANCING 1 LINE.
036200     MOVE 'CANCELLED ON W770 MEANWHILE' TO RL-0038-C-LABEL.
036300     MOVE WB-0038-SKIP-CNT              TO RL-0038-C-CNT.
036400     WRITE RPTB038-REC FROM RL-0038-COUNT-LINE
036500         AFTER ADVANCING 1 LINE.
036600     CLOSE RPTB038-FILE.
036700     IF WB-0038-FAIL-CNT > ZERO
036800         DISPLAY 'PDDB0038 - SCHEDULED CHANGES NOT APPLIED: '
036900                 WB-0038-FAIL-CNT
037000         MOVE 4 TO RETURN-CODE
037100     END-IF.
037200 8000-FINALIZE-EXIT.
037300     EXIT.
037400*****************************************************************
037500*    9999-SQL-ERROR - FATAL SQL ERROR, BACK OUT THE CHANGE IN   *
037600*    HAND AND ABEND THE STEP                                    *
037700*****************************************************************
037800 9999-SQL-ERROR.
037900     DISPLAY 'PDDB0038 - SQL ERROR ACTIVATING SCHEDULED CHANGE'.
038000     DISPLAY 'SQLCODE = ' SQLCODE.
038100     EXEC SQL ROLLBACK END-EXEC.
038200     MOVE 16 TO RETURN-CODE.
038300     CLOSE RPTB038-FILE.
038400     GOBACK.
