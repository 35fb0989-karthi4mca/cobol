000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0067.
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
001300*  10/15/26  ACS   NEW PROGRAM.  CLINICAL REVIEW PEND AGING    *
001400*                  REPORT OFF C_CLM_PEND_TB.  EVERY CLAIM      *
001500*                  STILL WAITING FOR A PHARMACIST, OLDEST      *
001600*                  FIRST, WITH ITS DAYS WAITING, CHARGES AND   *
001700*                  PRICED AMOUNT; THEN COUNTS AND DOLLARS BY   *
001800*                  AGE BUCKET.  CLAIMS PAST THE LIST 7529      *
001900*                  AUTO-DENY LIMIT (DEFAULT 14 DAYS) ARE       *
002000*                  FLAGGED - PDDB0021 WILL DENY THEM.          *
002020*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002040*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002060*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002080*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002100*                                                              *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RPT0067-FILE ASSIGN TO RPT0067
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200*****************************************************************
003300*  DATA DIVISION                                                *
003400*****************************************************************
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RPT0067-FILE
003800     RECORDING MODE IS F.
003900 01  RPT0067-REC                     PIC X(00133).
004000*****************************************************************
004100*  WORKING-STORAGE SECTION                                     *
004200*****************************************************************
004300 WORKING-STORAGE SECTION.
004400 77  WR-0067-EOF-SW                  PIC X(00001) VALUE 'N'.
004500     88  WR-0067-EOF                 VALUE 'Y'.
004600 77  WR-0067-PEND-LMT                PIC S9(00005) COMP-3
004700                                     VALUE 14.
004800 77  WR-0067-BKT-SUB                 PIC S9(00004) COMP
004900                                     VALUE ZERO.
005000 77  WR-0067-TOT-CNT                 PIC S9(00009) COMP-3
005100                                     VALUE ZERO.
005200 77  WR-0067-TOT-CHRG                PIC S9(00011)V9(00002)
005300                                     COMP-3 VALUE ZERO.
005400 77  WR-0067-TOT-REIMB               PIC S9(00011)V9(00002)
005500                                     COMP-3 VALUE ZERO.
005600 77  WR-0067-OVER-CNT                PIC S9(00009) COMP-3
005700                                     VALUE ZERO.
005800 77  WR-0067-OVER-REIMB              PIC S9(00011)V9(00002)
005900                                     COMP-3 VALUE ZERO.
006000*****************************************************************
006100*  AGE BUCKETS - UPPER BOUND IN DAYS WAITING; THE LAST BUCKET   *
006200*  TAKES EVERYTHING OLDER.                                      *
006300*****************************************************************
006400 01  WR-0067-BKT-VALUES.
006500     05  FILLER                      PIC X(00016)
006600                                     VALUE '00003  0 -  3   '.
006700     05  FILLER                      PIC X(00016)
006800                                     VALUE '00007  4 -  7   '.
006900     05  FILLER                      PIC X(00016)
007000                                     VALUE '00014  8 - 14   '.
007100     05  FILLER                      PIC X(00016)
007200                                     VALUE '00030 15 - 30   '.
007300     05  FILLER                      PIC X(00016)
007400                                     VALUE '99999 OVER 30   '.
007500 01  WR-0067-BKT-TABLE REDEFINES WR-0067-BKT-VALUES.
007600     05  WR-0067-BKT-ENTRY           OCCURS 5 TIMES.
007700         10  WR-0067-BKT-HIGH        PIC 9(00005).
007800         10  WR-0067-BKT-LABEL       PIC X(00011).
007900 01  WR-0067-BKT-TOTALS.
008000     05  WR-0067-BKT-TOT             OCCURS 5 TIMES.
008100         10  WR-0067-BKT-CNT         PIC S9(00009) COMP-3.
008200         10  WR-0067-BKT-CHRG        PIC S9(00011)V9(00002)
008300                                     COMP-3.
008400         10  WR-0067-BKT-REIMB       PIC S9(00011)V9(00002)
008500                                     COMP-3.
008600 01  WH-0067-RUN-DT.
008700     05  WH-0067-RUN-DT-YYYYMMDD     PIC X(00008).
008733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008766     COPY WKC90040.
008800*****************************************************************
008900*  EXEC SQL - SQLCA, HOST VARIABLES AND THE WAITING-CLAIM       *
009000*  CURSOR, OLDEST FIRST                                         *
009100*****************************************************************
009200     EXEC SQL INCLUDE SQLCA END-EXEC.
009300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009400     COPY CLPENDTB.
009500 01  WH-0067-HOST-VARS.
009600     05  WH-0067-TODAY-DT            PIC X(00010).
009700     05  WH-0067-LMT-TX              PIC X(00015).
009800     05  WH-0067-DAYS-WAIT           PIC S9(00009) COMP.
009900     EXEC SQL END DECLARE SECTION END-EXEC.
010000     EXEC SQL
010100         DECLARE R0067PND CURSOR FOR
010200         SELECT C_TCN_NUM, C_PROV_ID, C_INPUT_FRM_CD,
010300                C_SVC_DT, C_PEND_DT, C_TOT_CHRG_AMT,
010400                C_TOT_REIMB_AMT, C_EXC_CNT_NUM,
010500                TO_DATE(:WH-0067-TODAY-DT,'YYYY-MM-DD') -
010600                    TO_DATE(C_PEND_DT,'YYYY-MM-DD')
010700           FROM C_CLM_PEND_TB
010800          WHERE C_PEND_STAT_CD = 'P'
010900          ORDER BY C_PEND_TS, C_TCN_NUM
011000     END-EXEC.
011100*****************************************************************
011200*  REPORT LINE LAYOUTS                                         *
011300*****************************************************************
011400 01  RL-0067-HDG1.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  FILLER                      PIC X(00050) VALUE
011700         'PDDR0067 - CLINICAL REVIEW PEND AGING'.
011800     05  FILLER                      PIC X(00009)
011900                                     VALUE 'RUN DATE '.
012000     05  RL-0067-H1-RUN-DT           PIC X(00010).
012100     05  FILLER                      PIC X(00019)
012200                                     VALUE '   AUTO-DENY AFTER '.
012300     05  RL-0067-H1-LMT              PIC ZZZZ9.
012400     05  FILLER                      PIC X(00005) VALUE ' DAYS'.
012500 01  RL-0067-HDG2.
012600     05  FILLER                      PIC X(00001) VALUE SPACE.
012700     05  FILLER                      PIC X(00036) VALUE
012800         'TCN                PHARMACY         '.
012900     05  FILLER                      PIC X(00036) VALUE
013000         'ORIG   SVC DATE    PEND DATE    DAYS'.
013100     05  FILLER                      PIC X(00039) VALUE
013200         '         CHARGES          PRICED  EXCS '.
013300 01  RL-0067-DETAIL.
013400     05  FILLER                      PIC X(00001) VALUE SPACE.
013500     05  RL-0067-D-TCN               PIC 9(00017).
013600     05  FILLER                      PIC X(00002) VALUE SPACES.
013700     05  RL-0067-D-PROV              PIC X(00015).
013800     05  FILLER                      PIC X(00002) VALUE SPACES.
013900     05  RL-0067-D-ORIG              PIC X(00005).
014000     05  FILLER                      PIC X(00002) VALUE SPACES.
014100     05  RL-0067-D-SVC-DT            PIC X(00010).
014200     05  FILLER                      PIC X(00002) VALUE SPACES.
014300     05  RL-0067-D-PEND-DT           PIC X(00010).
014400     05  FILLER                      PIC X(00002) VALUE SPACES.
014500     05  RL-0067-D-DAYS              PIC ZZZZ9.
014600     05  FILLER                      PIC X(00002) VALUE SPACES.
014700     05  RL-0067-D-CHRG              PIC ZZ,ZZZ,ZZ9.99-.
014800     05  FILLER                      PIC X(00002) VALUE SPACES.
014900     05  RL-0067-D-REIMB             PIC ZZ,ZZZ,ZZ9.99-.
015000     05  FILLER                      PIC X(00002) VALUE SPACES.
015100     05  RL-0067-D-EXC               PIC ZZZ9.
015200     05  FILLER                      PIC X(00002) VALUE SPACES.
015300     05  RL-0067-D-FLAG              PIC X(00010).
015400 01  RL-0067-BKT-HDG.
015500     05  FILLER                      PIC X(00001) VALUE SPACE.
015600     05  FILLER                      PIC X(00050) VALUE
015700         'DAYS WAITING         CLAIMS               CHARGES '.
015800     05  FILLER                      PIC X(00020) VALUE
015900         '              PRICED'.
016000 01  RL-0067-BKT-LINE.
016100     05  FILLER                      PIC X(00001) VALUE SPACE.
016200     05  RL-0067-B-LABEL             PIC X(00016).
016300     05  RL-0067-B-CNT               PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                      PIC X(00003) VALUE SPACES.
016500     05  RL-0067-B-CHRG              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
016600     05  FILLER                      PIC X(00002) VALUE SPACES.
016700     05  RL-0067-B-REIMB             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
016800*****************************************************************
016900*  PROCEDURE DIVISION                                          *
017000*****************************************************************
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE
017400         THRU 1000-INITIALIZE-EXIT.
017500     PERFORM 2000-ONE-CLAIM
017600         THRU 2000-ONE-CLAIM-EXIT
017700         UNTIL WR-0067-EOF.
017800     PERFORM 8000-FINALIZE
017900         THRU 8000-FINALIZE-EXIT.
018000     GOBACK.
018100*****************************************************************
018200*    1000-INITIALIZE - RUN DATE, AUTO-DENY LIMIT, HEADINGS      *
018300*****************************************************************
018400 1000-INITIALIZE.
018411     MOVE 'PDDR0067'             TO WK-9004-PGM-ID.
018422     MOVE SPACES                 TO WK-9004-OVRD-DT.
018433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
018444     IF WK-9004-NO-BUS-DT
018455         DISPLAY 'PDDR0067 - NO BUSINESS PROCESSING DATE'
018466         MOVE 16 TO RETURN-CODE
018477         GOBACK
018488     END-IF.
018500     OPEN OUTPUT RPT0067-FILE.
018600     INITIALIZE WR-0067-BKT-TOTALS.
018700     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0067-RUN-DT-YYYYMMDD.
018800     MOVE SPACES                    TO WH-0067-TODAY-DT.
018900     STRING WH-0067-RUN-DT-YYYYMMDD (1:4) '-'
019000            WH-0067-RUN-DT-YYYYMMDD (5:2) '-'
019100            WH-0067-RUN-DT-YYYYMMDD (7:2)
019200         DELIMITED BY SIZE INTO WH-0067-TODAY-DT.
019300*    AUTO-DENY LIMIT IN DAYS - LIST 7529, DEFAULT 14.
019400     EXEC SQL
019500         SELECT G_LIST_STRT_LMT
019600           INTO :WH-0067-LMT-TX
019700           FROM G_LIST_DTL_TB
019800          WHERE G_LIST_SUBSYS_CD = 'C'
019900            AND G_LIST_NUM       = '7529'
020000            AND ROWNUM = 1
020100     END-EXEC.
020200     IF SQLCODE = 0
020300         IF WH-0067-LMT-TX (1:1) NUMERIC
020400             COMPUTE WR-0067-PEND-LMT =
020500                 FUNCTION NUMVAL (WH-0067-LMT-TX)
020600         END-IF
020700     END-IF.
020800     MOVE WH-0067-TODAY-DT          TO RL-0067-H1-RUN-DT.
020900     MOVE WR-0067-PEND-LMT          TO RL-0067-H1-LMT.
021000     WRITE RPT0067-REC FROM RL-0067-HDG1
021100         BEFORE ADVANCING TO-NEW-PAGE.
021200     WRITE RPT0067-REC FROM RL-0067-HDG2
021300         AFTER ADVANCING 2 LINES.
021400     EXEC SQL
021500         OPEN R0067PND
021600     END-EXEC.
021700     IF SQLCODE NOT = 0
021800         GO TO 9999-SQL-ERROR
021900     END-IF.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200*****************************************************************
022300*    2000-ONE-CLAIM - ONE DETAIL LINE, THEN INTO ITS AGE BUCKET *
022400*****************************************************************
022500 2000-ONE-CLAIM.
022600     EXEC SQL
022700         FETCH R0067PND
022800         INTO :CLPENDTB-C-TCN-NUM,
022900              :CLPENDTB-C-PROV-ID,
023000              :CLPENDTB-C-INPUT-FRM-CD,
023100              :CLPENDTB-C-SVC-DT,
023200              :CLPENDTB-C-PEND-DT,
023300              :CLPENDTB-C-TOT-CHRG-AMT,
023400              :CLPENDTB-C-TOT-REIMB-AMT,
023500              :CLPENDTB-C-EXC-CNT-NUM,
023600              :WH-0067-DAYS-WAIT
023700     END-EXEC.
023800     EVALUATE SQLCODE
023900       WHEN 0
024000         CONTINUE
024100       WHEN 100
024200         SET WR-0067-EOF TO TRUE
024300         GO TO 2000-ONE-CLAIM-EXIT
024400       WHEN OTHER
024500         GO TO 9999-SQL-ERROR
024600     END-EVALUATE.
024700     ADD 1                          TO WR-0067-TOT-CNT.
024800     ADD CLPENDTB-C-TOT-CHRG-AMT    TO WR-0067-TOT-CHRG.
024900     ADD CLPENDTB-C-TOT-REIMB-AMT   TO WR-0067-TOT-REIMB.
025000     MOVE 1                         TO WR-0067-BKT-SUB.
025100     PERFORM 2100-FIND-BUCKET
025200         THRU 2100-FIND-BUCKET-EXIT
025300         UNTIL WR-0067-BKT-SUB NOT < 5
025400            OR WH-0067-DAYS-WAIT NOT >
025500               WR-0067-BKT-HIGH (WR-0067-BKT-SUB).
025600     ADD 1             TO WR-0067-BKT-CNT (WR-0067-BKT-SUB).
025700     ADD CLPENDTB-C-TOT-CHRG-AMT
025800                       TO WR-0067-BKT-CHRG (WR-0067-BKT-SUB).
025900     ADD CLPENDTB-C-TOT-REIMB-AMT
026000                       TO WR-0067-BKT-REIMB (WR-0067-BKT-SUB).
026100     MOVE CLPENDTB-C-TCN-NUM        TO RL-0067-D-TCN.
026200     MOVE CLPENDTB-C-PROV-ID        TO RL-0067-D-PROV.
026300     EVALUATE CLPENDTB-C-INPUT-FRM-CD
026400       WHEN 'P'
026500         MOVE 'PAPER'               TO RL-0067-D-ORIG
026600       WHEN 'B'
026700         MOVE 'BATCH'               TO RL-0067-D-ORIG
026800       WHEN 'R'
026900         MOVE 'RETRO'               TO RL-0067-D-ORIG
027000       WHEN OTHER
027100         MOVE CLPENDTB-C-INPUT-FRM-CD TO RL-0067-D-ORIG
027200     END-EVALUATE.
027300     MOVE CLPENDTB-C-SVC-DT         TO RL-0067-D-SVC-DT.
027400     MOVE CLPENDTB-C-PEND-DT        TO RL-0067-D-PEND-DT.
027500     MOVE WH-0067-DAYS-WAIT         TO RL-0067-D-DAYS.
027600     MOVE CLPENDTB-C-TOT-CHRG-AMT   TO RL-0067-D-CHRG.
027700     MOVE CLPENDTB-C-TOT-REIMB-AMT  TO RL-0067-D-REIMB.
027800     MOVE CLPENDTB-C-EXC-CNT-NUM    TO RL-0067-D-EXC.
027900     IF WH-0067-DAYS-WAIT > WR-0067-PEND-LMT
028000         ADD 1                      TO WR-0067-OVER-CNT
028100         ADD CLPENDTB-C-TOT-REIMB-AMT TO WR-0067-OVER-REIMB
028200         MOVE 'PAST LIMIT'          TO RL-0067-D-FLAG
028300     ELSE
028400         MOVE SPACES                TO RL-0067-D-FLAG
028500     END-IF.
028600     WRITE RPT0067-REC FROM RL-0067-DETAIL
028700         AFTER ADVANCING 1 LINE.
028800 2000-ONE-CLAIM-EXIT.
028900     EXIT.
029000*****************************************************************
029100*    2100-FIND-BUCKET - STEP TO THE NEXT AGE BUCKET             *
029200*****************************************************************
029300 2100-FIND-BUCKET.
029400     ADD 1                          TO WR-0067-BKT-SUB.
029500 2100-FIND-BUCKET-EXIT.
029600     EXIT.
029700*****************************************************************
029800*    8000-FINALIZE - AGE BUCKET SUMMARY AND TOTALS              *
029900*****************************************************************
030000 8000-FINALIZE.
030100     EXEC SQL
030200         CLOSE R0067PND
030300     END-EXEC.
030400     WRITE RPT0067-REC FROM RL-0067-BKT-HDG
030500         AFTER ADVANCING 3 LINES.
030600     MOVE 1                         TO WR-0067-BKT-SUB.
030700     PERFORM 8100-ONE-BUCKET
030800         THRU 8100-ONE-BUCKET-EXIT
030900         UNTIL WR-0067-BKT-SUB > 5.
031000     MOVE 'TOTAL WAITING'           TO RL-0067-B-LABEL.
031100     MOVE WR-0067-TOT-CNT           TO RL-0067-B-CNT.
031200     MOVE WR-0067-TOT-CHRG          TO RL-0067-B-CHRG.
031300     MOVE WR-0067-TOT-REIMB         TO RL-0067-B-REIMB.
031400     WRITE RPT0067-REC FROM RL-0067-BKT-LINE
031500         AFTER ADVANCING 2 LINES.
031600     MOVE 'PAST LIMIT'              TO RL-0067-B-LABEL.
031700     MOVE WR-0067-OVER-CNT          TO RL-0067-B-CNT.
031800     MOVE ZERO                      TO RL-0067-B-CHRG.
031900     MOVE WR-0067-OVER-REIMB        TO RL-0067-B-REIMB.
032000     WRITE RPT0067-REC FROM RL-0067-BKT-LINE
032100         AFTER ADVANCING 1 LINE.
032200     CLOSE RPT0067-FILE.
032300 8000-FINALIZE-EXIT.
032400     EXIT.
032500*****************************************************************
032600*    8100-ONE-BUCKET                                            *
032700*****************************************************************
032800 8100-ONE-BUCKET.
032900     MOVE WR-0067-BKT-LABEL (WR-0067-BKT-SUB)
033000                                    TO RL-0067-B-LABEL.
033100     MOVE WR-0067-BKT-CNT (WR-0067-BKT-SUB)
033200                                    TO RL-0067-B-CNT.
033300     MOVE WR-0067-BKT-CHRG (WR-0067-BKT-SUB)
033400                                    TO RL-0067-B-CHRG.
033500     MOVE WR-0067-BKT-REIMB (WR-0067-BKT-SUB)
033600                                    TO RL-0067-B-REIMB.
033700     WRITE RPT0067-REC FROM RL-0067-BKT-LINE
033800         AFTER ADVANCING 1 LINE.
033900     ADD 1                          TO WR-0067-BKT-SUB.
034000 8100-ONE-BUCKET-EXIT.
034100     EXIT.
034200*****************************************************************
034300*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
034400*****************************************************************
034500 9999-SQL-ERROR.
034600     DISPLAY 'PDDR0067 - SQL ERROR ON C_CLM_PEND_TB'.
034700     DISPLAY 'SQLCODE = ' SQLCODE.
034800     MOVE 16 TO RETURN-CODE.
034900     CLOSE RPT0067-FILE.
035000     GOBACK.
