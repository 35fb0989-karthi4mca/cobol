000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0075.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY REPORT OF CONFIGURATION *
001400*                  CHANGES DECIDED ON THE APPROVAL QUEUE       *
001500*                  (C_CFG_PEND_TB) ON THE BUSINESS DATE -      *
001600*                  APPROVED AND REJECTED ON W770 (PDDM7592)    *
001700*                  AND EXPIRED BY PDDB0037 OR THE SCREEN.      *
001800*                  EACH CHANGE SHOWS THE STAGING SCREEN, THE   *
001900*                  ACTION AND KEY, THE MAKER, THE CHECKER AND  *
002000*                  THE REASON, GROUPED BY OUTCOME WITH A COUNT *
002100*                  FOR EACH, THEN THE CHANGES STILL PENDING.   *
002200*                  RUN AFTER PDDB0037 SO THE DAY'S EXPIRIES    *
002300*                  ARE ON IT.                                  *
002314*  10/15/26  ACS   AN APPROVAL OF A FUTURE-DATED CHANGE LEAVES *
002328*                  IT SCHEDULED (S), AND PDDB0038 OR A CANCEL  *
002342*                  MOVES IT ON TO F, E OR C - ANY ROW A        *
002356*                  CHECKER DECIDED ON THE DATE THAT WAS NOT    *
002370*                  REJECTED OR EXPIRED NOW REPORTS AS          *
002384*                  APPROVED.                                   *
002400*                                                              *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RPT0075-FILE ASSIGN TO RPT0075
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500*****************************************************************
003600*  DATA DIVISION                                                *
003700*****************************************************************
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RPT0075-FILE
004100     RECORDING MODE IS F.
004200 01  RPT0075-REC                     PIC X(00133).
004300*****************************************************************
004400*  WORKING-STORAGE SECTION                                     *
004500*****************************************************************
004600 WORKING-STORAGE SECTION.
004700 77  WR-0075-EOF-SW                  PIC X(00001) VALUE 'N'.
004800     88  WR-0075-EOF                 VALUE 'Y'.
004900 77  WR-0075-FIRST-SW                PIC X(00001) VALUE 'Y'.
005000     88  WR-0075-FIRST               VALUE 'Y'.
005100 77  WR-0075-STAT-CNT                PIC S9(00009) COMP-3
005200                                     VALUE ZERO.
005300 77  WR-0075-APPR-CNT                PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0075-REJ-CNT                 PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0075-EXPD-CNT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 01  WR-0075-PRV-STAT-CD             PIC X(00001) VALUE SPACES.
006000 01  WR-0075-STAT-NM                 PIC X(00008).
006100*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006200     COPY WKC90040.
006300*****************************************************************
006400*  EXEC SQL - SQLCA, HOST VARIABLES AND THE DECISION CURSOR     *
006500*****************************************************************
006600     EXEC SQL INCLUDE SQLCA END-EXEC.
006700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006800     COPY CLCFPNTB.
006900 01  WH-0075-HOST-VARS.
007000     05  WH-0075-BUS-DT              PIC X(00010).
007100     05  WH-0075-PEND-CNT            PIC S9(00009) COMP-3.
007200     EXEC SQL END DECLARE SECTION END-EXEC.
007300*    EVERY CHANGE DECIDED ON THE BUSINESS DATE, BY OUTCOME - AN
007350*    EXPIRED CHANGE IS DECIDED AS OF ITS EXPIRY TIME.  ONE
007400*    APPROVED FOR LATER ACTIVATION (S, THEN F, E OR C) WAS
007450*    STILL APPROVED ON ITS DECISION DATE.
007500     EXEC SQL
007600         DECLARE R0075DEC CURSOR FOR
007650         SELECT CASE WHEN C_PEND_STAT_CD IN ('R', 'X')
007700                     THEN C_PEND_STAT_CD ELSE 'A' END,
007750                C_PEND_NUM, C_PEND_TRAN_ID,
007800                C_PEND_ACTN_CD, C_PEND_KEY_TX, C_MAKER_USER_ID,
007900                C_CHKR_USER_ID, C_CHKR_TS, C_CHKR_RSN_TX
008000           FROM C_CFG_PEND_TB
008100          WHERE C_PEND_STAT_CD <> 'P'
008200            AND SUBSTR(C_CHKR_TS, 1, 10) = :WH-0075-BUS-DT
008300          ORDER BY 1, C_PEND_NUM
008400     END-EXEC.
008500*****************************************************************
008600*  REPORT LINE LAYOUTS                                         *
008700*****************************************************************
008800 01  RL-0075-HDG1.
008900     05  FILLER                      PIC X(00001) VALUE SPACE.
009000     05  FILLER                      PIC X(00050) VALUE
009100         'PDDR0075 - CONFIGURATION CHANGE DECISIONS'.
009200     05  FILLER                      PIC X(00016)
009300                                     VALUE 'BUSINESS DATE '.
009400     05  RL-0075-H-BUS-DT            PIC X(00010).
009500 01  RL-0075-HDG2.
009600     05  FILLER                      PIC X(00001) VALUE SPACE.
009700     05  FILLER                      PIC X(00040) VALUE
009800         'OUTCOME  PENDING NO TRAN A KEY          '.
009900     05  FILLER                      PIC X(00037) VALUE
010000         '                            MAKER    '.
010100     05  FILLER                      PIC X(00055) VALUE
010200         'CHECKER  DECIDED          REASON'.
010300 01  RL-0075-DETAIL.
010400     05  FILLER                      PIC X(00001) VALUE SPACE.
010500     05  RL-0075-D-STAT              PIC X(00008).
010600     05  FILLER                      PIC X(00001) VALUE SPACE.
010700     05  RL-0075-D-PEND              PIC 9(00009).
010800     05  FILLER                      PIC X(00002) VALUE SPACES.
010900     05  RL-0075-D-TRAN              PIC X(00004).
011000     05  FILLER                      PIC X(00001) VALUE SPACE.
011100     05  RL-0075-D-ACTN              PIC X(00001).
011200     05  FILLER                      PIC X(00001) VALUE SPACE.
011300     05  RL-0075-D-KEY               PIC X(00040).
011400     05  FILLER                      PIC X(00001) VALUE SPACE.
011500     05  RL-0075-D-MAKER             PIC X(00008).
011600     05  FILLER                      PIC X(00001) VALUE SPACE.
011700     05  RL-0075-D-CHKR              PIC X(00008).
011800     05  FILLER                      PIC X(00001) VALUE SPACE.
011900     05  RL-0075-D-DECIDED           PIC X(00016).
012000     05  FILLER                      PIC X(00001) VALUE SPACE.
012100     05  RL-0075-D-RSN               PIC X(00029).
012200 01  RL-0075-COUNT-LINE.
012300     05  FILLER                      PIC X(00001) VALUE SPACE.
012400     05  RL-0075-C-LABEL             PIC X(00040).
012500     05  RL-0075-C-CNT               PIC ZZZ,ZZZ,ZZ9.
012600*****************************************************************
012700*  PROCEDURE DIVISION                                          *
012800*****************************************************************
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-INITIALIZE-EXIT.
013300     PERFORM 2000-ONE-CHANGE
013400         THRU 2000-ONE-CHANGE-EXIT
013500         UNTIL WR-0075-EOF.
013600     PERFORM 8000-FINALIZE
013700         THRU 8000-FINALIZE-EXIT.
013800     GOBACK.
013900*****************************************************************
014000*    1000-INITIALIZE                                            *
014100*****************************************************************
014200 1000-INITIALIZE.
014300     MOVE 'PDDR0075'             TO WK-9004-PGM-ID.
014400     MOVE SPACES                 TO WK-9004-OVRD-DT.
014500     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
014600     IF WK-9004-NO-BUS-DT
014700         DISPLAY 'PDDR0075 - NO BUSINESS PROCESSING DATE'
014800         MOVE 16 TO RETURN-CODE
014900         GOBACK
015000     END-IF.
015100     OPEN OUTPUT RPT0075-FILE.
015200     MOVE WK-9004-BUS-DT         TO WH-0075-BUS-DT
015300                                    RL-0075-H-BUS-DT.
015400     WRITE RPT0075-REC FROM RL-0075-HDG1
015500         BEFORE ADVANCING TO-NEW-PAGE.
015600     WRITE RPT0075-REC FROM RL-0075-HDG2
015700         AFTER ADVANCING 2 LINES.
015800     EXEC SQL
015900         OPEN R0075DEC
016000     END-EXEC.
016100     IF SQLCODE NOT = 0
016200         GO TO 9999-SQL-ERROR
016300     END-IF.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600*****************************************************************
016700*    2000-ONE-CHANGE - ONE DECIDED CHANGE, WITH A COUNT AT EACH *
016800*    CHANGE OF OUTCOME                                          *
016900*****************************************************************
017000 2000-ONE-CHANGE.
017100     EXEC SQL
017200         FETCH R0075DEC
017300         INTO :CLCFPNTB-C-PEND-STAT-CD,
017400              :CLCFPNTB-C-PEND-NUM,
017500              :CLCFPNTB-C-PEND-TRAN-ID,
017600              :CLCFPNTB-C-PEND-ACTN-CD,
017700              :CLCFPNTB-C-PEND-KEY-TX,
017800              :CLCFPNTB-C-MAKER-USER-ID,
017900              :CLCFPNTB-C-CHKR-USER-ID,
018000              :CLCFPNTB-C-CHKR-TS,
018100              :CLCFPNTB-C-CHKR-RSN-TX
018200     END-EXEC.
018300     EVALUATE SQLCODE
018400       WHEN 0
018500         CONTINUE
018600       WHEN 100
018700         SET WR-0075-EOF         TO TRUE
018800         GO TO 2000-ONE-CHANGE-EXIT
018900       WHEN OTHER
019000         GO TO 9999-SQL-ERROR
019100     END-EVALUATE.
019200     IF NOT WR-0075-FIRST
019300        AND CLCFPNTB-C-PEND-STAT-CD NOT = WR-0075-PRV-STAT-CD
019400         PERFORM 3000-OUTCOME-TOTAL
019500             THRU 3000-OUTCOME-TOTAL-EXIT
019600     END-IF.
019700     MOVE 'N'                    TO WR-0075-FIRST-SW.
019800     MOVE CLCFPNTB-C-PEND-STAT-CD TO WR-0075-PRV-STAT-CD.
019900     EVALUATE TRUE
020000       WHEN CLCFPNTB-APPROVED
020100         MOVE 'APPROVED'         TO WR-0075-STAT-NM
020200         ADD 1                   TO WR-0075-APPR-CNT
020300       WHEN CLCFPNTB-REJECTED
020400         MOVE 'REJECTED'         TO WR-0075-STAT-NM
020500         ADD 1                   TO WR-0075-REJ-CNT
020600       WHEN OTHER
020700         MOVE 'EXPIRED'          TO WR-0075-STAT-NM
020800         ADD 1                   TO WR-0075-EXPD-CNT
020900     END-EVALUATE.
021000     ADD 1                       TO WR-0075-STAT-CNT.
021100     MOVE WR-0075-STAT-NM        TO RL-0075-D-STAT.
021200     MOVE CLCFPNTB-C-PEND-NUM    TO RL-0075-D-PEND.
021300     MOVE CLCFPNTB-C-PEND-TRAN-ID TO RL-0075-D-TRAN.
021400     MOVE CLCFPNTB-C-PEND-ACTN-CD TO RL-0075-D-ACTN.
021500     MOVE CLCFPNTB-C-PEND-KEY-TX TO RL-0075-D-KEY.
021600     MOVE CLCFPNTB-C-MAKER-USER-ID TO RL-0075-D-MAKER.
021700     MOVE CLCFPNTB-C-CHKR-USER-ID TO RL-0075-D-CHKR.
021800     MOVE CLCFPNTB-C-CHKR-TS     TO RL-0075-D-DECIDED.
021900     MOVE CLCFPNTB-C-CHKR-RSN-TX TO RL-0075-D-RSN.
022000     WRITE RPT0075-REC FROM RL-0075-DETAIL
022100         AFTER ADVANCING 1 LINE.
022200 2000-ONE-CHANGE-EXIT.
022300     EXIT.
022400*****************************************************************
022500*    3000-OUTCOME-TOTAL - ONE OUTCOME'S COUNT LINE              *
022600*****************************************************************
022700 3000-OUTCOME-TOTAL.
022800     MOVE SPACES                 TO RL-0075-C-LABEL.
022900     STRING 'CHANGES '           DELIMITED BY SIZE
023000            WR-0075-STAT-NM      DELIMITED BY SPACE
023100         INTO RL-0075-C-LABEL.
023200     MOVE WR-0075-STAT-CNT       TO RL-0075-C-CNT.
023300     WRITE RPT0075-REC FROM RL-0075-COUNT-LINE
023400         AFTER ADVANCING 2 LINES.
023500     MOVE SPACES                 TO RPT0075-REC.
023600     WRITE RPT0075-REC
023700         AFTER ADVANCING 1 LINE.
023800     MOVE ZERO                   TO WR-0075-STAT-CNT.
023900 3000-OUTCOME-TOTAL-EXIT.
024000     EXIT.
024100*****************************************************************
024200*    8000-FINALIZE - LAST OUTCOME, ALL OUTCOMES, STILL PENDING  *
024300*****************************************************************
024400 8000-FINALIZE.
024500     EXEC SQL
024600         CLOSE R0075DEC
024700     END-EXEC.
024800     IF NOT WR-0075-FIRST
024900         PERFORM 3000-OUTCOME-TOTAL
025000             THRU 3000-OUTCOME-TOTAL-EXIT
025100     END-IF.
025200     EXEC SQL
025300         SELECT COUNT(*)
025400           INTO :WH-0075-PEND-CNT
025500           FROM C_CFG_PEND_TB
025600          WHERE C_PEND_STAT_CD = 'P'
025700     END-EXEC.
025800     IF SQLCODE NOT = 0
025900         GO TO 9999-SQL-ERROR
026000     END-IF.
026100     MOVE 'CHANGES APPROVED'     TO RL-0075-C-LABEL.
026200     MOVE WR-0075-APPR-CNT       TO RL-0075-C-CNT.
026300     WRITE RPT0075-REC FROM RL-0075-COUNT-LINE
026400         AFTER ADVANCING 3 LINES.
026500     MOVE 'CHANGES REJECTED'     TO RL-0075-C-LABEL.
026600     MOVE WR-0075-REJ-CNT        TO RL-0075-C-CNT.
026700     WRITE RPT0075-REC FROM RL-0075-COUNT-LINE
026800         AFTER ADVANCING 1 LINE.
026900     MOVE 'CHANGES EXPIRED'      TO RL-0075-C-LABEL.
027000     MOVE WR-0075-EXPD-CNT       TO RL-0075-C-CNT.
027100     WRITE RPT0075-REC FROM RL-0075-COUNT-LINE
027200         AFTER ADVANCING 1 LINE.
027300     MOVE 'CHANGES STILL AWAITING APPROVAL'
027400                                 TO RL-0075-C-LABEL.
027500     MOVE WH-0075-PEND-CNT       TO RL-0075-C-CNT.
027600     WRITE RPT0075-REC FROM RL-0075-COUNT-LINE
027700         AFTER ADVANCING 1 LINE.
027800     CLOSE RPT0075-FILE.
027900 8000-FINALIZE-EXIT.
028000     EXIT.
028100*****************************************************************
028200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
028300*****************************************************************
028400 9999-SQL-ERROR.
028500     DISPLAY 'PDDR0075 - SQL ERROR ON C_CFG_PEND_TB'.
028600     DISPLAY 'SQLCODE = ' SQLCODE.
028700     MOVE 16 TO RETURN-CODE.
028800     CLOSE RPT0075-FILE.
028900     GOBACK.
