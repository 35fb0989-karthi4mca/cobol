000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0076.
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
001300*  10/15/26  ACS   NEW PROGRAM.  LOOK-AHEAD REPORT OF          *
001400*                  CONFIGURATION CHANGES SCHEDULED TO ACTIVATE *
001500*                  FROM NOW THROUGH 14 DAYS AFTER THE BUSINESS *
001600*                  DATE - EVERY W757 LIST CHANGE ON            *
001700*                  C_CFG_PEND_TB WITH AN ACTIVATION TIME THAT  *
001800*                  IS SCHEDULED (STATUS 'S') OR STILL AWAITING *
001900*                  APPROVAL (LIVE 'P').  ONE LINE PER CHANGE   *
002000*                  IN ACTIVATION ORDER, WITH A COUNT FOR EACH  *
002100*                  DAY, SHOWING THE MAKER, THE APPROVER AND    *
002200*                  THE NEW END LIMIT.  A SCHEDULED CHANGE      *
002300*                  WHOSE TIME HAS PASSED BUT THAT PDDB0038 HAS *
002400*                  NOT YET APPLIED IS FLAGGED OVERDUE.  A      *
002500*                  CHANGE IS CANCELLED ON W770 (PDDM7592).     *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT0076-FILE ASSIGN TO RPT0076
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700*****************************************************************
003800*  DATA DIVISION                                                *
003900*****************************************************************
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RPT0076-FILE
004300     RECORDING MODE IS F.
004400 01  RPT0076-REC                     PIC X(00133).
004500*****************************************************************
004600*  WORKING-STORAGE SECTION                                     *
004700*****************************************************************
004800 WORKING-STORAGE SECTION.
004900 77  WR-0076-EOF-SW                  PIC X(00001) VALUE 'N'.
005000     88  WR-0076-EOF                 VALUE 'Y'.
005100 77  WR-0076-FIRST-SW                PIC X(00001) VALUE 'Y'.
005200     88  WR-0076-FIRST               VALUE 'Y'.
005300 77  WR-0076-DAY-CNT                 PIC S9(00009) COMP-3
005400                                     VALUE ZERO.
005500 77  WR-0076-SCHD-CNT                PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0076-APPR-CNT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0076-OVRD-CNT                PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100 01  WR-0076-PRV-ACTV-DT             PIC X(00010) VALUE SPACES.
006200*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006300     COPY WKC90040.
006400*    ROW IMAGE KEPT ON THE STAGED CHANGE.
006500     COPY CLCFGIMG.
006600*****************************************************************
006700*  EXEC SQL - SQLCA, HOST VARIABLES AND THE SCHEDULE CURSOR     *
006800*****************************************************************
006900     EXEC SQL INCLUDE SQLCA END-EXEC.
007000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007100     COPY CLCFPNTB.
007200 01  WH-0076-HOST-VARS.
007300     05  WH-0076-BUS-DT              PIC X(00010).
007400     05  WH-0076-LOOK-DAYS           PIC S9(00004) COMP
007500                                     VALUE 14.
007600     05  WH-0076-HORIZON-DT          PIC X(00010).
007700     05  WH-0076-ACTV-DT             PIC X(00010).
007800     05  WH-0076-DUE-SW              PIC X(00001).
007900         88  WH-0076-DUE             VALUE 'Y'.
008000     EXEC SQL END DECLARE SECTION END-EXEC.
008100*    EVERY STAGED CHANGE WITH AN ACTIVATION TIME UP TO THE END
008200*    OF THE LOOK-AHEAD WINDOW - SCHEDULED, OR PENDING AND NOT
008300*    YET EXPIRED - IN THE ORDER THEY WILL ACTIVATE.
008400     EXEC SQL
008500         DECLARE R0076SCH CURSOR FOR
008600         SELECT SUBSTR(C_ACTV_TS, 1, 10), C_ACTV_TS,
008700                C_PEND_NUM, C_PEND_STAT_CD, C_PEND_ACTN_CD,
008800                C_PEND_KEY_TX, C_MAKER_USER_ID, C_CHKR_USER_ID,
008900                C_AFT_IMG_TX,
009000                CASE WHEN C_ACTV_TS <=
009100                          TO_CHAR(CURRENT_TIMESTAMP,
009200                                  'YYYY-MM-DD-HH24.MI.SS.FF6')
009300                     THEN 'Y' ELSE 'N' END
009400           FROM C_CFG_PEND_TB
009500          WHERE C_PEND_TRAN_ID = 'W757'
009600            AND C_ACTV_TS     <> ' '
009700            AND SUBSTR(C_ACTV_TS, 1, 10) <= :WH-0076-HORIZON-DT
009800            AND (C_PEND_STAT_CD = 'S'
009900             OR (C_PEND_STAT_CD = 'P'
010000            AND  C_EXPIRE_TS    >
010100                 TO_CHAR(CURRENT_TIMESTAMP,
010200                         'YYYY-MM-DD-HH24.MI.SS.FF6')))
010300          ORDER BY C_ACTV_TS, C_PEND_NUM
010400     END-EXEC.
010500*****************************************************************
010600*  REPORT LINE LAYOUTS                                         *
010700*****************************************************************
010800 01  RL-0076-HDG1.
010900     05  FILLER                      PIC X(00001) VALUE SPACE.
011000     05  FILLER                      PIC X(00050) VALUE
011100         'PDDR0076 - SCHEDULED CONFIGURATION CHANGES'.
011200     05  FILLER                      PIC X(00016)
011300                                     VALUE 'BUSINESS DATE '.
011400     05  RL-0076-H-BUS-DT            PIC X(00010).
011500     05  FILLER                      PIC X(00010)
011600                                     VALUE '  THROUGH '.
011700     05  RL-0076-H-HORIZON-DT        PIC X(00010).
011800 01  RL-0076-HDG2.
011900     05  FILLER                      PIC X(00001) VALUE SPACE.
012000     05  FILLER                      PIC X(00040) VALUE
012100         'ACTIVATES        PENDING NO A KEY       '.
012200     05  FILLER                      PIC X(00040) VALUE
012300         '                                MAKER   '.
012400     05  FILLER                      PIC X(00052) VALUE
012500         '  APPROVER STATE                NEW END LIMIT'.
012600 01  RL-0076-DETAIL.
012700     05  FILLER                      PIC X(00001) VALUE SPACE.
012800     05  RL-0076-D-ACTV              PIC X(00016).
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0076-D-PEND              PIC 9(00009).
013100     05  FILLER                      PIC X(00002) VALUE SPACES.
013200     05  RL-0076-D-ACTN              PIC X(00001).
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  RL-0076-D-KEY               PIC X(00040).
013500     05  FILLER                      PIC X(00002) VALUE SPACES.
013600     05  RL-0076-D-MAKER             PIC X(00008).
013700     05  FILLER                      PIC X(00002) VALUE SPACES.
013800     05  RL-0076-D-CHKR              PIC X(00008).
013900     05  FILLER                      PIC X(00001) VALUE SPACE.
014000     05  RL-0076-D-STATE             PIC X(00020).
014100     05  FILLER                      PIC X(00001) VALUE SPACE.
014200     05  RL-0076-D-END-LMT           PIC X(00015).
014300 01  RL-0076-COUNT-LINE.
014400     05  FILLER                      PIC X(00001) VALUE SPACE.
014500     05  RL-0076-C-LABEL             PIC X(00040).
014600     05  RL-0076-C-CNT               PIC ZZZ,ZZZ,ZZ9.
014700*****************************************************************
014800*  PROCEDURE DIVISION                                          *
014900*****************************************************************
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE
015300         THRU 1000-INITIALIZE-EXIT.
015400     PERFORM 2000-ONE-CHANGE
015500         THRU 2000-ONE-CHANGE-EXIT
015600         UNTIL WR-0076-EOF.
015700     PERFORM 8000-FINALIZE
015800         THRU 8000-FINALIZE-EXIT.
015900     GOBACK.
016000*****************************************************************
016100*    1000-INITIALIZE - BUSINESS DATE, END OF THE LOOK-AHEAD     *
016200*    WINDOW, HEADINGS, OPEN CURSOR                              *
016300*****************************************************************
016400 1000-INITIALIZE.
016500     MOVE 'PDDR0076'             TO WK-9004-PGM-ID.
016600     MOVE SPACES                 TO WK-9004-OVRD-DT.
016700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
016800     IF WK-9004-NO-BUS-DT
016900         DISPLAY 'PDDR0076 - NO BUSINESS PROCESSING DATE'
017000         MOVE 16 TO RETURN-CODE
017100         GOBACK
017200     END-IF.
017300     OPEN OUTPUT RPT0076-FILE.
017400     MOVE WK-9004-BUS-DT         TO WH-0076-BUS-DT
017500                                    RL-0076-H-BUS-DT.
017600     EXEC SQL
017700         SELECT TO_CHAR(TO_DATE(:WH-0076-BUS-DT, 'YYYY-MM-DD')
017800                        + :WH-0076-LOOK-DAYS, 'YYYY-MM-DD')
017900           INTO :WH-0076-HORIZON-DT
018000           FROM DUAL
018100     END-EXEC.
018200     IF SQLCODE NOT = 0
018300         GO TO 9999-SQL-ERROR
018400     END-IF.
018500     MOVE WH-0076-HORIZON-DT     TO RL-0076-H-HORIZON-DT.
018600     WRITE RPT0076-REC FROM RL-0076-HDG1
018700         BEFORE ADVANCING TO-NEW-PAGE.
018800     WRITE RPT0076-REC FROM RL-0076-HDG2
018900         AFTER ADVANCING 2 LINES.
019000     EXEC SQL
019100         OPEN R0076SCH
019200     END-EXEC.
019300     IF SQLCODE NOT = 0
019400         GO TO 9999-SQL-ERROR
019500     END-IF.
019600 1000-INITIALIZE-EXIT.
019700     EXIT.
019800*****************************************************************
019900*    2000-ONE-CHANGE - ONE STAGED CHANGE, WITH A COUNT AT EACH  *
020000*    CHANGE OF ACTIVATION DATE                                  *
020100*****************************************************************
020200 2000-ONE-CHANGE.
020300     EXEC SQL
020400         FETCH R0076SCH
020500         INTO :WH-0076-ACTV-DT,
020600              :CLCFPNTB-C-ACTV-TS,
020700              :CLCFPNTB-C-PEND-NUM,
020800              :CLCFPNTB-C-PEND-STAT-CD,
020900              :CLCFPNTB-C-PEND-ACTN-CD,
021000              :CLCFPNTB-C-PEND-KEY-TX,
021100              :CLCFPNTB-C-MAKER-USER-ID,
021200              :CLCFPNTB-C-CHKR-USER-ID,
021300              :CLCFPNTB-C-AFT-IMG-TX,
021400              :WH-0076-DUE-SW
021500     END-EXEC.
021600     EVALUATE SQLCODE
021700       WHEN 0
021800         CONTINUE
021900       WHEN 100
022000         SET WR-0076-EOF         TO TRUE
022100         GO TO 2000-ONE-CHANGE-EXIT
022200       WHEN OTHER
022300         GO TO 9999-SQL-ERROR
022400     END-EVALUATE.
022500     IF NOT WR-0076-FIRST
022600        AND WH-0076-ACTV-DT NOT = WR-0076-PRV-ACTV-DT
022700         PERFORM 3000-DAY-TOTAL
022800             THRU 3000-DAY-TOTAL-EXIT
022900     END-IF.
023000     MOVE 'N'                    TO WR-0076-FIRST-SW.
023100     MOVE WH-0076-ACTV-DT        TO WR-0076-PRV-ACTV-DT.
023200     EVALUATE TRUE
023300       WHEN CLCFPNTB-PENDING
023400         MOVE 'AWAITING APPROVAL'  TO RL-0076-D-STATE
023500         ADD 1                     TO WR-0076-APPR-CNT
023600       WHEN WH-0076-DUE
023700         MOVE 'OVERDUE - NOT FIRED' TO RL-0076-D-STATE
023800         ADD 1                     TO WR-0076-OVRD-CNT
023900       WHEN OTHER
024000         MOVE 'SCHEDULED'          TO RL-0076-D-STATE
024100         ADD 1                     TO WR-0076-SCHD-CNT
024200     END-EVALUATE.
024300     ADD 1                       TO WR-0076-DAY-CNT.
024400     IF CLCFPNTB-C-PEND-ACTN-CD = 'D'
024500         MOVE '(DELETE ROW)'     TO RL-0076-D-END-LMT
024600     ELSE
024700         MOVE CLCFPNTB-C-AFT-IMG-TX TO CLCFGIMG-ROW-IMG
024800         MOVE CLCFGIMG-GL-END-LMT TO RL-0076-D-END-LMT
024900     END-IF.
025000     MOVE CLCFPNTB-C-ACTV-TS     TO RL-0076-D-ACTV.
025100     MOVE CLCFPNTB-C-PEND-NUM    TO RL-0076-D-PEND.
025200     MOVE CLCFPNTB-C-PEND-ACTN-CD TO RL-0076-D-ACTN.
025300     MOVE CLCFPNTB-C-PEND-KEY-TX TO RL-0076-D-KEY.
025400     MOVE CLCFPNTB-C-MAKER-USER-ID TO RL-0076-D-MAKER.
025500     MOVE CLCFPNTB-C-CHKR-USER-ID TO RL-0076-D-CHKR.
025600     WRITE RPT0076-REC FROM RL-0076-DETAIL
025700         AFTER ADVANCING 1 LINE.
025800 2000-ONE-CHANGE-EXIT.
025900     EXIT.
026000*****************************************************************
026100*    3000-DAY-TOTAL - ONE ACTIVATION DATE'S COUNT LINE          *
026200*****************************************************************
026300 3000-DAY-TOTAL.
026400     MOVE SPACES                 TO RL-0076-C-LABEL.
026500     STRING 'CHANGES ACTIVATING ' WR-0076-PRV-ACTV-DT
026600         DELIMITED BY SIZE INTO RL-0076-C-LABEL.
026700     MOVE WR-0076-DAY-CNT        TO RL-0076-C-CNT.
026800     WRITE RPT0076-REC FROM RL-0076-COUNT-LINE
026900         AFTER ADVANCING 2 LINES.
027000     MOVE SPACES                 TO RPT0076-REC.
027100     WRITE RPT0076-REC
027200         AFTER ADVANCING 1 LINE.
027300     MOVE ZERO                   TO WR-0076-DAY-CNT.
027400 3000-DAY-TOTAL-EXIT.
027500     EXIT.
027600*****************************************************************
027700*    8000-FINALIZE - LAST DAY, THEN TOTALS BY STATE             *
027800*****************************************************************
027900 8000-FINALIZE.
028000     EXEC SQL
028100         CLOSE R0076SCH
028200     END-EXEC.
028300     IF NOT WR-0076-FIRST
028400         PERFORM 3000-DAY-TOTAL
028500             THRU 3000-DAY-TOTAL-EXIT
028600     END-IF.
028700     MOVE 'CHANGES SCHEDULED'    TO RL-0076-C-LABEL.
028800     MOVE WR-0076-SCHD-CNT       TO RL-0076-C-CNT.
028900     WRITE RPT0076-REC FROM RL-0076-COUNT-LINE
029000         AFTER ADVANCING 3 LINES.
029100     MOVE 'CHANGES STILL AWAITING APPROVAL'
029200                                 TO RL-0076-C-LABEL.
029300     MOVE WR-0076-APPR-CNT       TO RL-0076-C-CNT.
029400     WRITE RPT0076-REC FROM RL-0076-COUNT-LINE
029500         AFTER ADVANCING 1 LINE.
029600     MOVE 'CHANGES OVERDUE - NOT YET APPLIED'
029700                                 TO RL-0076-C-LABEL.
029800     MOVE WR-0076-OVRD-CNT       TO RL-0076-C-CNT.
029900     WRITE RPT0076-REC FROM RL-0076-COUNT-LINE
030000         AFTER ADVANCING 1 LINE.
030100     CLOSE RPT0076-FILE.
030200 8000-FINALIZE-EXIT.
030300     EXIT.
030400*****************************************************************
030500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
030600*****************************************************************
030700 9999-SQL-ERROR.
030800     DISPLAY 'PDDR0076 - SQL ERROR ON C_CFG_PEND_TB'.
030900     DISPLAY 'SQLCODE = ' SQLCODE.
031000     MOVE 16 TO RETURN-CODE.
031100     CLOSE RPT0076-FILE.
031200     GOBACK.
