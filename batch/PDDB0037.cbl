000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0037.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY EXPIRY OF CONFIGURATION *
001400*                  CHANGES LEFT ON THE APPROVAL QUEUE          *
001500*                  (C_CFG_PEND_TB) PAST THEIR EXPIRY TIME.  A  *
001600*                  CHANGE STAGED ON W757 OR W760 WHILE MAKER-  *
001700*                  CHECKER IS ON (LIST 7537) EXPIRES THE LIST  *
001800*                  7537 NUMBER OF HOURS AFTER IT WAS MADE.     *
001900*                  EACH ONE STILL PENDING IS CLOSED THE WAY    *
002000*                  THE W770 SCREEN (PDDM7592) CLOSES ONE IT    *
002100*                  FINDS EXPIRED: STATUS 'X', THIS PROGRAM AS  *
002200*                  THE CHECKER, AS OF ITS EXPIRY TIME.         *
002300*                  NOTHING IS APPLIED.  COMMITS EVERY 100, SO  *
002400*                  A RERUN PICKS UP WHERE AN ABEND LEFT OFF.   *
002500*                  REPORTS EACH CHANGE EXPIRED AND THE COUNTS. *
002600*                  RUN BEFORE THE DAILY DECISIONS REPORT       *
002700*                  PDDR0075.                                   *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPTB037-FILE ASSIGN TO RPTB037
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPTB037-FILE
004500     RECORDING MODE IS F.
004600 01  RPTB037-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WB-0037-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WB-0037-EOF                 VALUE 'Y'.
005300 77  WB-0037-COMMIT-CNT              PIC S9(00004) COMP
005400                                     VALUE ZERO.
005500 77  WB-0037-READ-CNT                PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WB-0037-EXPD-CNT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WB-0037-SKIP-CNT                PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006200     COPY WKC90040.
006300*****************************************************************
006400*  EXEC SQL - SQLCA, HOST VARIABLES AND THE EXPIRED CURSOR      *
006500*****************************************************************
006600     EXEC SQL INCLUDE SQLCA END-EXEC.
006700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006800     COPY CLCFPNTB.
006900     EXEC SQL END DECLARE SECTION END-EXEC.
007000*    EXPIRY IS BY THE CLOCK, NOT THE BUSINESS DATE - A CHANGE
007100*    LIVES A NUMBER OF HOURS FROM THE MOMENT IT WAS STAGED.
007200     EXEC SQL
007300         DECLARE CB037 CURSOR WITH HOLD FOR
007400         SELECT C_PEND_NUM, C_PEND_TRAN_ID, C_PEND_ACTN_CD,
007500                C_PEND_KEY_TX, C_MAKER_USER_ID, C_MAKER_TS,
007600                C_EXPIRE_TS
007700           FROM C_CFG_PEND_TB
007800          WHERE C_PEND_STAT_CD = 'P'
007900            AND C_EXPIRE_TS   <=
008000                TO_CHAR(CURRENT_TIMESTAMP,
008100                        'YYYY-MM-DD-HH24.MI.SS.FF6')
008200          ORDER BY C_PEND_NUM
008300     END-EXEC.
008400*****************************************************************
008500*  REPORT LINE LAYOUTS                                         *
008600*****************************************************************
008700 01  RL-0037-HDG1.
008800     05  FILLER                      PIC X(00001) VALUE SPACE.
008900     05  FILLER                      PIC X(00050) VALUE
009000         'PDDB0037 - PENDING CONFIGURATION CHANGE EXPIRY'.
009100     05  RL-0037-H1-DT               PIC X(00010).
009200 01  RL-0037-HDG2.
009300     05  FILLER                      PIC X(00001) VALUE SPACE.
009400     05  FILLER                      PIC X(00043) VALUE
009500         'PENDING NO TRAN A KEY                      '.
009600     05  FILLER                      PIC X(00052) VALUE
009700         '                 MAKER     MADE              EXPIRED'.
009800 01  RL-0037-DETAIL.
009900     05  FILLER                      PIC X(00001) VALUE SPACE.
010000     05  RL-0037-D-PEND              PIC 9(00009).
010100     05  FILLER                      PIC X(00002) VALUE SPACES.
010200     05  RL-0037-D-TRAN              PIC X(00004).
010300     05  FILLER                      PIC X(00001) VALUE SPACE.
010400     05  RL-0037-D-ACTN              PIC X(00001).
010500     05  FILLER                      PIC X(00001) VALUE SPACE.
010600     05  RL-0037-D-KEY               PIC X(00040).
010700     05  FILLER                      PIC X(00002) VALUE SPACES.
010800     05  RL-0037-D-MAKER             PIC X(00008).
010900     05  FILLER                      PIC X(00002) VALUE SPACES.
011000     05  RL-0037-D-MADE              PIC X(00016).
011100     05  FILLER                      PIC X(00002) VALUE SPACES.
011200     05  RL-0037-D-EXPD              PIC X(00016).
011300 01  RL-0037-COUNT-LINE.
011400     05  FILLER                      PIC X(00001) VALUE SPACE.
011500     05  RL-0037-C-LABEL             PIC X(00034).
011600     05  RL-0037-C-CNT               PIC ZZZ,ZZZ,ZZ9.
011700*****************************************************************
011800*  PROCEDURE DIVISION                                          *
011900*****************************************************************
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE
012300         THRU 1000-INITIALIZE-EXIT.
012400     PERFORM 2000-ONE-CHANGE
012500         THRU 2000-ONE-CHANGE-EXIT
012600         UNTIL WB-0037-EOF.
012700     PERFORM 8000-FINALIZE
012800         THRU 8000-FINALIZE-EXIT.
012900     GOBACK.
013000*****************************************************************
013100*    1000-INITIALIZE - RUN DATE, HEADINGS, OPEN CURSOR          *
013200*****************************************************************
013300 1000-INITIALIZE.
013400     MOVE 'PDDB0037'             TO WK-9004-PGM-ID.
013500     MOVE SPACES                 TO WK-9004-OVRD-DT.
013600     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
013700     IF WK-9004-NO-BUS-DT
013800         DISPLAY 'PDDB0037 - NO BUSINESS PROCESSING DATE'
013900         MOVE 16 TO RETURN-CODE
014000         GOBACK
014100     END-IF.
014200     OPEN OUTPUT RPTB037-FILE.
014300     MOVE WK-9004-BUS-DT             TO RL-0037-H1-DT.
014400     WRITE RPTB037-REC FROM RL-0037-HDG1
014500         BEFORE ADVANCING TO-NEW-PAGE.
014600     WRITE RPTB037-REC FROM RL-0037-HDG2
014700         AFTER ADVANCING 2 LINES.
014800     EXEC SQL
014900         OPEN CB037
015000     END-EXEC.
015100     IF SQLCODE NOT = 0
015200         GO TO 9999-SQL-ERROR
015300     END-IF.
015400 1000-INITIALIZE-EXIT.
015500     EXIT.
015600*****************************************************************
015700*    2000-ONE-CHANGE - EXPIRE ONE CHANGE PAST ITS EXPIRY TIME   *
015800*****************************************************************
015900 2000-ONE-CHANGE.
016000     EXEC SQL
016100         FETCH CB037
016200         INTO :CLCFPNTB-C-PEND-NUM,
016300              :CLCFPNTB-C-PEND-TRAN-ID,
016400              :CLCFPNTB-C-PEND-ACTN-CD,
016500              :CLCFPNTB-C-PEND-KEY-TX,
016600              :CLCFPNTB-C-MAKER-USER-ID,
016700              :CLCFPNTB-C-MAKER-TS,
016800              :CLCFPNTB-C-EXPIRE-TS
016900     END-EXEC.
017000     EVALUATE SQLCODE
017100       WHEN 0
017200         ADD 1                       TO WB-0037-READ-CNT
017300       WHEN 100
017400         SET WB-0037-EOF TO TRUE
017500         GO TO 2000-ONE-CHANGE-EXIT
017600       WHEN OTHER
017700         GO TO 9999-SQL-ERROR
017800     END-EVALUATE.
017900     PERFORM 2100-EXPIRE-CHANGE
018000         THRU 2100-EXPIRE-CHANGE-EXIT.
018100 2000-ONE-CHANGE-EXIT.
018200     EXIT.
018300*****************************************************************
018400*    2100-EXPIRE-CHANGE - CLOSE THE QUEUE ROW AS EXPIRED, AS OF *
018500*    ITS EXPIRY TIME.  A ROW DECIDED ON W770 SINCE THE FETCH IS *
018600*    LEFT ALONE.  COMMIT IN BATCHES SO AN ABEND RESUMES WHERE   *
018700*    IT LEFT OFF.                                               *
018800*****************************************************************
018900 2100-EXPIRE-CHANGE.
019000     MOVE 'PDDB0037'                 TO CLCFPNTB-C-CHKR-USER-ID.
019100     MOVE 'EXPIRED - NOT APPROVED IN TIME'
019200                                     TO CLCFPNTB-C-CHKR-RSN-TX.
019300     EXEC SQL
019400         UPDATE C_CFG_PEND_TB
019500            SET C_PEND_STAT_CD = 'X',
019600                C_CHKR_USER_ID = :CLCFPNTB-C-CHKR-USER-ID,
019700                C_CHKR_TS      = C_EXPIRE_TS,
019800                C_CHKR_RSN_TX  = :CLCFPNTB-C-CHKR-RSN-TX
019900          WHERE C_PEND_NUM     = :CLCFPNTB-C-PEND-NUM
020000            AND C_PEND_STAT_CD = 'P'
020100     END-EXEC.
020200     EVALUATE SQLCODE
020300       WHEN 0
020400         CONTINUE
020500       WHEN 100
020600         ADD 1                       TO WB-0037-SKIP-CNT
020700         GO TO 2100-EXPIRE-CHANGE-EXIT
020800       WHEN OTHER
020900         GO TO 9999-SQL-ERROR
021000     END-EVALUATE.
021100     ADD 1                           TO WB-0037-EXPD-CNT.
021200     MOVE CLCFPNTB-C-PEND-NUM        TO RL-0037-D-PEND.
021300     MOVE CLCFPNTB-C-PEND-TRAN-ID    TO RL-0037-D-TRAN.
021400     MOVE CLCFPNTB-C-PEND-ACTN-CD    TO RL-0037-D-ACTN.
021500     MOVE CLCFPNTB-C-PEND-KEY-TX     TO RL-0037-D-KEY.
021600     MOVE CLCFPNTB-C-MAKER-USER-ID   TO RL-0037-D-MAKER.
021700     MOVE CLCFPNTB-C-MAKER-TS        TO RL-0037-D-MADE.
021800     MOVE CLCFPNTB-C-EXPIRE-TS       TO RL-0037-D-EXPD.
021900     WRITE RPTB037-REC FROM RL-0037-DETAIL
022000         AFTER ADVANCING 1 LINE.
022100     ADD 1 TO WB-0037-COMMIT-CNT.
022200     IF WB-0037-COMMIT-CNT NOT < 100
022300         EXEC SQL COMMIT END-EXEC
022400         MOVE ZERO TO WB-0037-COMMIT-CNT
022500     END-IF.
022600 2100-EXPIRE-CHANGE-EXIT.
022700     EXIT.
022800*****************************************************************
022900*    8000-FINALIZE - COUNTS                                     *
023000*****************************************************************
023100 8000-FINALIZE.
023200     EXEC SQL
023300         CLOSE CB037
023400     END-EXEC.
023500     EXEC SQL COMMIT END-EXEC.
023600     MOVE 'CHANGES PAST THEIR EXPIRY'   TO RL-0037-C-LABEL.
023700     MOVE WB-0037-READ-CNT              TO RL-0037-C-CNT.
023800     WRITE RPTB037-REC FROM RL-0037-COUNT-LINE
023900         AFTER ADVANCING 3 LINES.
024000     MOVE 'CHANGES EXPIRED'             TO RL-0037-C-LABEL.
024100     MOVE WB-0037-EXPD-CNT              TO RL-0037-C-CNT.
024200     WRITE RPTB037-REC FROM RL-0037-COUNT-LINE
024300         AFTER ADVANCING 1 LINE.
024400     MOVE 'DECIDED ON W770 MEANWHILE'   TO RL-0037-C-LABEL.
024500     MOVE WB-0037-SKIP-CNT              TO RL-0037-C-CNT.
024600     WRITE RPTB037-REC FROM RL-0037-COUNT-LINE
024700         AFTER ADVANCING 1 LINE.
024800     CLOSE RPTB037-FILE.
024900 8000-FINALIZE-EXIT.
025000     EXIT.
025100*****************************************************************
025200*    9999-SQL-ERROR - FATAL SQL ERROR, BACK OUT THE OPEN BATCH  *
025300*    AND ABEND THE STEP                                         *
025400*****************************************************************
025500 9999-SQL-ERROR.
025600     DISPLAY 'PDDB0037 - SQL ERROR ON C_CFG_PEND_TB'.
025700     DISPLAY 'SQLCODE = ' SQLCODE.
025800     EXEC SQL ROLLBACK END-EXEC.
025900     MOVE 16 TO RETURN-CODE.
026000     CLOSE RPTB037-FILE.
026100     GOBACK.
