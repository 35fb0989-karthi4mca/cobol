000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0092.
000300 AUTHOR.        ACS0658.
000400 INSTALLATION.  CLAIMS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*  MODIFICATION HISTORY                                         *
001000*                                                               *
001100*  DATE      INIT  DESCRIPTION                                  *
001200*  --------  ----  ----------------------------------------     *
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY CLAIM QA ACCURACY.     *
001400*                  ESTIMATES THE PROCEDURAL AND FINANCIAL       *
001500*                  ACCURACY OF ADJUDICATION FROM THE FINDINGS   *
001600*                  RECORDED ON THE WEEKLY QA SAMPLES            *
001700*                  (C_QA_SMPL_TB, PDDB0053 / PDDM7602) WHOSE    *
001800*                  WEEK ENDS IN THE MONTH, WITH 95 PERCENT      *
001900*                  CONFIDENCE INTERVALS, AND BREAKS THE         *
002000*                  ESTIMATED ERRORS DOWN BY ERROR TYPE AND BY   *
002100*                  THE CONDU EDIT SECTION AT FAULT.  SAMPLES    *
002200*                  NOT YET REVIEWED ARE LEFT OUT OF THE         *
002300*                  ESTIMATES AND END THE STEP RC 4.             *
002400*                                                               *
002500*****************************************************************
002600*                                                               *
002700*   THE MONTH IS TAKEN FROM THE QAPARM CARD (BEGIN DATE IN      *
002800*   COLUMNS 1-10, END DATE IN 12-21); WITH NO CARD IT IS THE    *
002900*   PREVIOUS CALENDAR MONTH.                                    *
003000*                                                               *
003100*   EACH WEEK'S STRATUM IS A STRATUM OF THE ESTIMATE, WEIGHTED  *
003200*   BY THE CLAIMS IT HELD (N) OVER ITS REVIEWED SAMPLES (N').   *
003300*                                                               *
003400*   PROCEDURAL - THE SHARE OF CLAIMS WITH ANY ERROR, FROM THE   *
003500*   STRATIFIED PROPORTION AND ITS VARIANCE WITH THE FINITE      *
003600*   POPULATION CORRECTION.                                      *
003700*                                                               *
003800*   FINANCIAL - THE DOLLARS IN ERROR (PAID AGAINST CORRECT,     *
003900*   EITHER WAY) OVER THE DOLLARS THAT WERE OR SHOULD HAVE BEEN  *
004000*   PAID, THE GREATER OF THE TWO, AS A COMBINED RATIO           *
004100*   ESTIMATE WITH ITS LINEARISED VARIANCE.                      *
004200*                                                               *
004300*   A STRATUM WITH FEWER THAN TWO REVIEWED CLAIMS ADDS NOTHING  *
004400*   TO THE VARIANCE; ONE WITH NONE IS LEFT OUT OF THE           *
004500*   POPULATION COVERED.                                         *
004600*                                                               *
004700*****************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT QAPARM-FILE ASSIGN TO QAPARM
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT RPT0092-FILE ASSIGN TO RPT0092
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*****************************************************************
006000*  DATA DIVISION                                                *
006100*****************************************************************
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  QAPARM-FILE.
006500 01  QP-PARM-REC.
006600     05  QP-MO-BEG-DT                PIC X(00010).
006700     05  FILLER                      PIC X(00001).
006800     05  QP-MO-END-DT                PIC X(00010).
006900     05  FILLER                      PIC X(00059).
007000 FD  RPT0092-FILE
007100     RECORDING MODE IS F.
007200 01  RPT0092-REC                     PIC X(00133).
007300*****************************************************************
007400*  WORKING-STORAGE SECTION                                     *
007500*****************************************************************
007600 WORKING-STORAGE SECTION.
007700 77  WR-0092-EOF-SW                  PIC X(00001) VALUE 'N'.
007800     88  WR-0092-EOF                 VALUE 'Y'.
007900 77  WR-0092-STRAT-CNT               PIC S9(00004) COMP
008000                                     VALUE ZERO.
008100 77  WR-0092-SX                      PIC S9(00004) COMP
008200                                     VALUE ZERO.
008300 77  WR-0092-SMPL-CNT                PIC S9(00009) COMP-3
008400                                     VALUE ZERO.
008500 77  WR-0092-RVW-CNT                 PIC S9(00009) COMP-3
008600                                     VALUE ZERO.
008700 77  WR-0092-OPEN-CNT                PIC S9(00009) COMP-3
008800                                     VALUE ZERO.
008900 77  WR-0092-ERR-CNT                 PIC S9(00009) COMP-3
009000                                     VALUE ZERO.
009100 77  WR-0092-POP-CNT                 PIC S9(00009) COMP-3
009200                                     VALUE ZERO.
009300 77  WR-0092-COV-CNT                 PIC S9(00009) COMP-3
009400                                     VALUE ZERO.
009500*    THE ESTIMATES.
009600 01  WR-0092-EST.
009700     05  WR-0092-EST-ERR-CNT         PIC S9(00011)V9(00004)
009800                                     COMP-3 VALUE ZERO.
009900     05  WR-0092-EST-ERR-AMT         PIC S9(00013)V9(00004)
010000                                     COMP-3 VALUE ZERO.
010100     05  WR-0092-EST-TOT-AMT         PIC S9(00013)V9(00004)
010200                                     COMP-3 VALUE ZERO.
010300     05  WR-0092-ERR-RATE            PIC S9(00003)V9(00012)
010400                                     COMP-3 VALUE ZERO.
010500     05  WR-0092-ERR-RATIO           PIC S9(00003)V9(00012)
010600                                     COMP-3 VALUE ZERO.
010700     05  WR-0092-RATE-VAR            PIC S9(00003)V9(00014)
010800                                     COMP-3 VALUE ZERO.
010900     05  WR-0092-RATIO-VAR           PIC S9(00003)V9(00014)
011000                                     COMP-3 VALUE ZERO.
011100     05  WR-0092-HALF-WIDTH          PIC S9(00003)V9(00012)
011200                                     COMP-3 VALUE ZERO.
011300*    ONE STRATUM'S WORK FIELDS.
011400 01  WR-0092-STRAT-WORK.
011500     05  WR-0092-W-WGT               PIC S9(00003)V9(00012)
011600                                     COMP-3.
011700     05  WR-0092-W-PROP              PIC S9(00003)V9(00012)
011800                                     COMP-3.
011900     05  WR-0092-W-FPC               PIC S9(00003)V9(00012)
012000                                     COMP-3.
012100     05  WR-0092-W-XBAR              PIC S9(00011)V9(00004)
012200                                     COMP-3.
012300     05  WR-0092-W-YBAR              PIC S9(00011)V9(00004)
012400                                     COMP-3.
012500     05  WR-0092-W-RES-MEAN          PIC S9(00011)V9(00004)
012600                                     COMP-3.
012700     05  WR-0092-W-RES-VAR           PIC S9(00015)V9(00002)
012800                                     COMP-3.
012900     05  WR-0092-W-AMT               PIC S9(00007)V9(00002)
013000                                     COMP-3.
013100     05  WR-0092-W-ERR-AMT           PIC S9(00007)V9(00002)
013200                                     COMP-3.
013300     05  WR-0092-W-RATE-PCT          PIC S9(00003)V9(00002)
013400                                     COMP-3.
013500*    THE MONTH'S STRATA, ONE PER WEEK AND STRATUM.  64 STRATA
013600*    IN A WEEK AND NO MORE THAN SIX WEEKS ENDING IN A MONTH.
013700 01  WR-0092-STRAT-TBL.
013800     05  WR-0092-STRAT               OCCURS 400 TIMES.
013900         10  WR-0092-T-KEY.
014000             15  WR-0092-T-WK-END-DT PIC X(00010).
014100             15  WR-0092-T-OUTC-CD   PIC X(00001).
014200             15  WR-0092-T-BAND-CD   PIC X(00001).
014300             15  WR-0092-T-CTGRY-CD  PIC X(00001).
014400         10  WR-0092-T-POP-CNT       PIC S9(00009) COMP-3.
014500         10  WR-0092-T-SMPL-CNT      PIC S9(00009) COMP-3.
014600         10  WR-0092-T-RVW-CNT       PIC S9(00009) COMP-3.
014700         10  WR-0092-T-ERR-CNT       PIC S9(00009) COMP-3.
014800         10  WR-0092-T-SUM-X         PIC S9(00011)V9(00002)
014900                                     COMP-3.
015000         10  WR-0092-T-SUM-Y         PIC S9(00011)V9(00002)
015100                                     COMP-3.
015200         10  WR-0092-T-SUM-XX        PIC S9(00016)V9(00002)
015300                                     COMP-3.
015400         10  WR-0092-T-SUM-YY        PIC S9(00016)V9(00002)
015500                                     COMP-3.
015600         10  WR-0092-T-SUM-XY        PIC S9(00016)V9(00002)
015700                                     COMP-3.
015800 01  WR-0092-CUR-KEY.
015900     05  WR-0092-C-WK-END-DT         PIC X(00010).
016000     05  WR-0092-C-OUTC-CD           PIC X(00001).
016100     05  WR-0092-C-BAND-CD           PIC X(00001).
016200     05  WR-0092-C-CTGRY-CD          PIC X(00001).
016300*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
016400     COPY WKC90040.
016500*****************************************************************
016600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
016700*****************************************************************
016800     EXEC SQL INCLUDE SQLCA END-EXEC.
016900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
017000     COPY CLQASMTB.
017100 01  WH-0092-HOST-VARS.
017200     05  WH-0092-MO-BEG-DT           PIC X(00010).
017300     05  WH-0092-MO-END-DT           PIC X(00010).
017400     05  WH-0092-GRP-CD              PIC X(00004).
017500     05  WH-0092-GRP-CNT             PIC S9(00009) COMP.
017600     05  WH-0092-GRP-AMT             PIC S9(00011)V9(00002)
017700                                     COMP-3.
017800     05  WH-0092-GRP-EST-CNT         PIC S9(00011)V9(00002)
017900                                     COMP-3.
018000     05  WH-0092-GRP-EST-AMT         PIC S9(00013)V9(00002)
018100                                     COMP-3.
018200     EXEC SQL END DECLARE SECTION END-EXEC.
018300*    THE MONTH'S SAMPLES IN WEEK AND STRATUM ORDER.
018400     EXEC SQL
018500         DECLARE R0092SMP CURSOR FOR
018600         SELECT C_QA_WK_END_DT, C_QA_OUTC_CD, C_QA_BAND_CD,
018700                C_CTGRY_CD, C_QA_POP_CNT, C_QA_STAT_CD,
018800                C_TOT_REIMB_AMT, C_QA_CORR_AMT, C_QA_ERR_TY_CD
018900           FROM C_QA_SMPL_TB
019000          WHERE C_QA_WK_END_DT >= :WH-0092-MO-BEG-DT
019100            AND C_QA_WK_END_DT <= :WH-0092-MO-END-DT
019200          ORDER BY C_QA_WK_END_DT, C_QA_OUTC_CD, C_QA_BAND_CD,
019300                   C_CTGRY_CD
019400     END-EXEC.
019500*    THE ERRORS FOUND BY ERROR TYPE, EACH REVIEWED CLAIM
019600*    WEIGHTED UP TO THE CLAIMS OF ITS WEEK'S STRATUM.
019700     EXEC SQL
019800         DECLARE R0092ETY CURSOR FOR
019900         SELECT W.C_QA_ERR_TY_CD, COUNT(*),
020000                SUM(ABS(W.C_QA_CORR_AMT - W.C_TOT_REIMB_AMT)),
020100                SUM(W.C_WGT),
020200                SUM(W.C_WGT *
020300                    ABS(W.C_QA_CORR_AMT - W.C_TOT_REIMB_AMT))
020400           FROM (SELECT Q.C_QA_ERR_TY_CD, Q.C_QA_CORR_AMT,
020500                        Q.C_TOT_REIMB_AMT,
020600                        Q.C_QA_POP_CNT /
020700                        COUNT(*) OVER
020800                            (PARTITION BY Q.C_QA_WK_END_DT,
020900                                          Q.C_QA_OUTC_CD,
021000                                          Q.C_QA_BAND_CD,
021100                                          Q.C_CTGRY_CD) AS C_WGT
021200                   FROM C_QA_SMPL_TB Q
021300                  WHERE Q.C_QA_WK_END_DT >= :WH-0092-MO-BEG-DT
021400                    AND Q.C_QA_WK_END_DT <= :WH-0092-MO-END-DT
021500                    AND Q.C_QA_STAT_CD   = 'R') W
021600          WHERE W.C_QA_ERR_TY_CD <> 'NO'
021700          GROUP BY W.C_QA_ERR_TY_CD
021800          ORDER BY 1
021900     END-EXEC.
022000*    THE SAME BY THE EDIT SECTION AT FAULT.
022100     EXEC SQL
022200         DECLARE R0092SCT CURSOR FOR
022300         SELECT W.C_EDIT_SECT_ID, COUNT(*),
022400                SUM(ABS(W.C_QA_CORR_AMT - W.C_TOT_REIMB_AMT)),
022500                SUM(W.C_WGT),
022600                SUM(W.C_WGT *
022700                    ABS(W.C_QA_CORR_AMT - W.C_TOT_REIMB_AMT))
022800           FROM (SELECT Q.C_QA_ERR_TY_CD, Q.C_EDIT_SECT_ID,
022900                        Q.C_QA_CORR_AMT, Q.C_TOT_REIMB_AMT,
023000                        Q.C_QA_POP_CNT /
023100                        COUNT(*) OVER
023200                            (PARTITION BY Q.C_QA_WK_END_DT,
023300                                          Q.C_QA_OUTC_CD,
023400                                          Q.C_QA_BAND_CD,
023500                                          Q.C_CTGRY_CD) AS C_WGT
023600                   FROM C_QA_SMPL_TB Q
023700                  WHERE Q.C_QA_WK_END_DT >= :WH-0092-MO-BEG-DT
023800                    AND Q.C_QA_WK_END_DT <= :WH-0092-MO-END-DT
023900                    AND Q.C_QA_STAT_CD   = 'R') W
024000          WHERE W.C_QA_ERR_TY_CD <> 'NO'
024100          GROUP BY W.C_EDIT_SECT_ID
024200          ORDER BY 1
024300     END-EXEC.
024400*****************************************************************
024500*  REPORT LINE LAYOUTS                                         *
024600*****************************************************************
024700 01  RL-0092-HDG1.
024800     05  FILLER                      PIC X(00001) VALUE SPACE.
024900     05  FILLER                      PIC X(00050) VALUE
025000         'PDDR0092 - CLAIM QA ACCURACY'.
025100     05  FILLER                      PIC X(00013)
025200                                     VALUE 'WEEKS ENDING '.
025300     05  RL-0092-H-BEG-DT            PIC X(00010).
025400     05  FILLER                      PIC X(00004) VALUE ' TO '.
025500     05  RL-0092-H-END-DT            PIC X(00010).
025600 01  RL-0092-HDG2.
025700     05  FILLER                      PIC X(00001) VALUE SPACE.
025800     05  FILLER                      PIC X(00040) VALUE
025900         'WEEK ENDING  STRATUM      CLAIMS  SAMPLE'.
026000     05  FILLER                      PIC X(00040) VALUE
026100         'D REVIEWED  ERRORS ERR PCT     PAID SAMP'.
026200     05  FILLER                      PIC X(00040) VALUE
026300         'LED     $ IN ERROR'.
026400 01  RL-0092-STR-LINE.
026500     05  FILLER                      PIC X(00001) VALUE SPACE.
026600     05  RL-0092-S-WK-END-DT         PIC X(00010).
026700     05  FILLER                      PIC X(00003) VALUE SPACES.
026800     05  RL-0092-S-OUTC-CD           PIC X(00001).
026900     05  FILLER                      PIC X(00001) VALUE '-'.
027000     05  RL-0092-S-BAND-CD           PIC X(00001).
027100     05  FILLER                      PIC X(00001) VALUE '-'.
027200     05  RL-0092-S-CTGRY-CD          PIC X(00001).
027300     05  FILLER                      PIC X(00002) VALUE SPACES.
027400     05  RL-0092-S-POP-CNT           PIC ZZZ,ZZ9.
027500     05  FILLER                      PIC X(00001) VALUE SPACE.
027600     05  RL-0092-S-SMPL-CNT          PIC ZZZ,ZZ9.
027700     05  FILLER                      PIC X(00002) VALUE SPACES.
027800     05  RL-0092-S-RVW-CNT           PIC ZZZ,ZZ9.
027900     05  FILLER                      PIC X(00001) VALUE SPACE.
028000     05  RL-0092-S-ERR-CNT           PIC ZZZ,ZZ9.
028100     05  FILLER                      PIC X(00001) VALUE SPACE.
028200     05  RL-0092-S-ERR-PCT           PIC ZZ9.99.
028300     05  FILLER                      PIC X(00001) VALUE SPACE.
028400     05  RL-0092-S-SUM-X             PIC ZZ,ZZZ,ZZ9.99.
028500     05  FILLER                      PIC X(00001) VALUE SPACE.
028600     05  RL-0092-S-SUM-Y             PIC ZZ,ZZZ,ZZ9.99.
028700 01  RL-0092-COUNT-LINE.
028800     05  FILLER                      PIC X(00001) VALUE SPACE.
028900     05  RL-0092-C-LABEL             PIC X(00040).
029000     05  RL-0092-C-CNT               PIC ZZZ,ZZZ,ZZ9.
029100 01  RL-0092-AMT-LINE.
029200     05  FILLER                      PIC X(00001) VALUE SPACE.
029300     05  RL-0092-A-LABEL             PIC X(00040).
029400     05  RL-0092-A-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
029500 01  RL-0092-ACC-LINE.
029600     05  FILLER                      PIC X(00001) VALUE SPACE.
029700     05  RL-0092-P-LABEL             PIC X(00040).
029800     05  RL-0092-P-ACC-PCT           PIC ZZ9.99.
029900     05  FILLER                      PIC X(00018) VALUE
030000         ' %   95% CI +/- '.
030100     05  RL-0092-P-HALF-PCT          PIC ZZ9.99.
030200     05  FILLER                      PIC X(00006) VALUE
030300         ' %   ('.
030400     05  RL-0092-P-LOW-PCT           PIC ZZ9.99.
030500     05  FILLER                      PIC X(00004) VALUE ' TO '.
030600     05  RL-0092-P-HIGH-PCT          PIC ZZ9.99.
030700     05  FILLER                      PIC X(00003) VALUE ' %)'.
030800 01  RL-0092-GRP-HDG.
030900     05  FILLER                      PIC X(00001) VALUE SPACE.
031000     05  RL-0092-G-TITLE             PIC X(00030).
031100     05  FILLER                      PIC X(00040) VALUE
031200         '  SAMPLE ERRS  SAMPLE $ IN ERROR   EST C'.
031300     05  FILLER                      PIC X(00030) VALUE
031400         'LAIMS   EST $ IN ERROR'.
031500 01  RL-0092-GRP-LINE.
031600     05  FILLER                      PIC X(00001) VALUE SPACE.
031700     05  RL-0092-G-CD                PIC X(00005).
031800     05  RL-0092-G-DESC              PIC X(00025).
031900     05  RL-0092-G-CNT               PIC ZZZ,ZZZ,ZZ9.
032000     05  FILLER                      PIC X(00002) VALUE SPACES.
032100     05  RL-0092-G-AMT               PIC ZZZ,ZZZ,ZZ9.99.
032200     05  FILLER                      PIC X(00002) VALUE SPACES.
032300     05  RL-0092-G-EST-CNT           PIC ZZZ,ZZZ,ZZ9.
032400     05  FILLER                      PIC X(00002) VALUE SPACES.
032500     05  RL-0092-G-EST-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032600 01  RL-0092-MSG-LINE.
032700     05  FILLER                      PIC X(00001) VALUE SPACE.
032800     05  RL-0092-M-TX                PIC X(00080).
032900*****************************************************************
033000*  PROCEDURE DIVISION                                          *
033100*****************************************************************
033200 PROCEDURE DIVISION.
033300 0000-MAINLINE.
033400     PERFORM 1000-INITIALIZE
033500         THRU 1000-INITIALIZE-EXIT.
033600     PERFORM 2000-ONE-SAMPLE
033700         THRU 2000-ONE-SAMPLE-EXIT
033800         UNTIL WR-0092-EOF.
033900     EXEC SQL
034000         CLOSE R0092SMP
034100     END-EXEC.
034200     PERFORM 3000-ESTIMATE
034300         THRU 3000-ESTIMATE-EXIT.
034400     PERFORM 4000-BREAKDOWNS
034500         THRU 4000-BREAKDOWNS-EXIT.
034600     PERFORM 8000-FINALIZE
034700         THRU 8000-FINALIZE-EXIT.
034800     GOBACK.
034900*****************************************************************
035000*    1000-INITIALIZE                                            *
035100*****************************************************************
035200 1000-INITIALIZE.
035300     MOVE 'PDDR0092'             TO WK-9004-PGM-ID.
035400     MOVE SPACES                 TO WK-9004-OVRD-DT.
035500     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
035600     IF WK-9004-NO-BUS-DT
035700         DISPLAY 'PDDR0092 - NO BUSINESS PROCESSING DATE'
035800         MOVE 16 TO RETURN-CODE
035900         GOBACK
036000     END-IF.
036100     OPEN INPUT  QAPARM-FILE.
036200     OPEN OUTPUT RPT0092-FILE.
036300     READ QAPARM-FILE
036400         AT END
036500             MOVE SPACES TO QP-PARM-REC
036600     END-READ.
036700*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
036800     IF QP-MO-BEG-DT = SPACES
036900         MOVE WK-9004-PRV-MO-BEG-DT TO QP-MO-BEG-DT
037000         MOVE WK-9004-PRV-MO-END-DT TO QP-MO-END-DT
037100     END-IF.
037200     MOVE QP-MO-BEG-DT           TO WH-0092-MO-BEG-DT
037300                                    RL-0092-H-BEG-DT.
037400     MOVE QP-MO-END-DT           TO WH-0092-MO-END-DT
037500                                    RL-0092-H-END-DT.
037600     WRITE RPT0092-REC FROM RL-0092-HDG1
037700         BEFORE ADVANCING TO-NEW-PAGE.
037800     WRITE RPT0092-REC FROM RL-0092-HDG2
037900         AFTER ADVANCING 2 LINES.
038000     EXEC SQL
038100         OPEN R0092SMP
038200     END-EXEC.
038300     IF SQLCODE NOT = 0
038400         GO TO 9999-SQL-ERROR
038500     END-IF.
038600 1000-INITIALIZE-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    2000-ONE-SAMPLE - ADD THE SAMPLED CLAIM TO ITS STRATUM     *
039000*****************************************************************
039100 2000-ONE-SAMPLE.
039200     EXEC SQL
039300         FETCH R0092SMP
039400         INTO :CLQASMTB-C-QA-WK-END-DT,
039500              :CLQASMTB-C-QA-OUTC-CD,
039600              :CLQASMTB-C-QA-BAND-CD,
039700              :CLQASMTB-C-CTGRY-CD,
039800              :CLQASMTB-C-QA-POP-CNT,
039900              :CLQASMTB-C-QA-STAT-CD,
040000              :CLQASMTB-C-TOT-REIMB-AMT,
040100              :CLQASMTB-C-QA-CORR-AMT,
040200              :CLQASMTB-C-QA-ERR-TY-CD
040300     END-EXEC.
040400     EVALUATE SQLCODE
040500       WHEN 0
040600         CONTINUE
040700       WHEN 100
040800         SET WR-0092-EOF         TO TRUE
040900         GO TO 2000-ONE-SAMPLE-EXIT
041000       WHEN OTHER
041100         GO TO 9999-SQL-ERROR
041200     END-EVALUATE.
041300     ADD 1                       TO WR-0092-SMPL-CNT.
041400     MOVE CLQASMTB-C-QA-WK-END-DT TO WR-0092-C-WK-END-DT.
041500     MOVE CLQASMTB-C-QA-OUTC-CD  TO WR-0092-C-OUTC-CD.
041600     MOVE CLQASMTB-C-QA-BAND-CD  TO WR-0092-C-BAND-CD.
041700     MOVE CLQASMTB-C-CTGRY-CD    TO WR-0092-C-CTGRY-CD.
041800     IF WR-0092-SX = ZERO
041900      OR WR-0092-T-KEY (WR-0092-SX) NOT = WR-0092-CUR-KEY
042000         IF WR-0092-STRAT-CNT NOT < 400
042100             DISPLAY 'PDDR0092 - OVER 400 STRATA IN THE MONTH'
042200             GO TO 9999-SQL-ERROR
042300         END-IF
042400         ADD 1                   TO WR-0092-STRAT-CNT
042500         MOVE WR-0092-STRAT-CNT  TO WR-0092-SX
042600         INITIALIZE WR-0092-STRAT (WR-0092-SX)
042700         MOVE WR-0092-CUR-KEY    TO WR-0092-T-KEY (WR-0092-SX)
042800         MOVE CLQASMTB-C-QA-POP-CNT
042900                                 TO WR-0092-T-POP-CNT (WR-0092-SX)
043000     END-IF.
043100     ADD 1               TO WR-0092-T-SMPL-CNT (WR-0092-SX).
043200     IF NOT CLQASMTB-C-QA-REVIEWED
043300         ADD 1                   TO WR-0092-OPEN-CNT
043400         GO TO 2000-ONE-SAMPLE-EXIT
043500     END-IF.
043600     ADD 1               TO WR-0092-RVW-CNT
043700                            WR-0092-T-RVW-CNT (WR-0092-SX).
043800     IF NOT CLQASMTB-C-QA-ERR-NONE
043900         ADD 1                   TO WR-0092-ERR-CNT
044000                                    WR-0092-T-ERR-CNT (WR-0092-SX)
044100     END-IF.
044200*    X - THE DOLLARS THAT WERE OR SHOULD HAVE BEEN PAID;
044300*    Y - THE DOLLARS IN ERROR EITHER WAY.
044400     IF CLQASMTB-C-QA-CORR-AMT > CLQASMTB-C-TOT-REIMB-AMT
044500         MOVE CLQASMTB-C-QA-CORR-AMT TO WR-0092-W-AMT
044600         COMPUTE WR-0092-W-ERR-AMT =
044700             CLQASMTB-C-QA-CORR-AMT - CLQASMTB-C-TOT-REIMB-AMT
044800     ELSE
044900         MOVE CLQASMTB-C-TOT-REIMB-AMT TO WR-0092-W-AMT
045000         COMPUTE WR-0092-W-ERR-AMT =
045100             CLQASMTB-C-TOT-REIMB-AMT - CLQASMTB-C-QA-CORR-AMT
045200     END-IF.
045300     ADD WR-0092-W-AMT           TO WR-0092-T-SUM-X (WR-0092-SX).
045400     ADD WR-0092-W-ERR-AMT       TO WR-0092-T-SUM-Y (WR-0092-SX).
045500     COMPUTE WR-0092-T-SUM-XX (WR-0092-SX) =
045600         WR-0092-T-SUM-XX (WR-0092-SX)
045700             + WR-0092-W-AMT * WR-0092-W-AMT.
045800     COMPUTE WR-0092-T-SUM-YY (WR-0092-SX) =
045900         WR-0092-T-SUM-YY (WR-0092-SX)
046000             + WR-0092-W-ERR-AMT * WR-0092-W-ERR-AMT.
046100     COMPUTE WR-0092-T-SUM-XY (WR-0092-SX) =
046200         WR-0092-T-SUM-XY (WR-0092-SX)
046300             + WR-0092-W-AMT * WR-0092-W-ERR-AMT.
046400 2000-ONE-SAMPLE-EXIT.
046500     EXIT.
046600*****************************************************************
046700*    3000-ESTIMATE - THE STRATUM LINES, THE POINT ESTIMATES,    *
046800*    THEIR VARIANCES AND THE ACCURACY SUMMARY                   *
046900*****************************************************************
047000 3000-ESTIMATE.
047100     IF WR-0092-STRAT-CNT > 0
047200         PERFORM 3100-STRATUM-TOTALS
047300             THRU 3100-STRATUM-TOTALS-EXIT
047400             VARYING WR-0092-SX FROM 1 BY 1
047500             UNTIL WR-0092-SX > WR-0092-STRAT-CNT
047600     END-IF.
047700     MOVE 'CLAIMS IN THE WEEKS SAMPLED'  TO RL-0092-C-LABEL.
047800     MOVE WR-0092-POP-CNT        TO RL-0092-C-CNT.
047900     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
048000         AFTER ADVANCING 3 LINES.
048100     MOVE 'CLAIMS COVERED BY REVIEWED STRATA' TO RL-0092-C-LABEL.
048200     MOVE WR-0092-COV-CNT        TO RL-0092-C-CNT.
048300     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
048400         AFTER ADVANCING 1 LINE.
048500     MOVE 'CLAIMS SAMPLED'               TO RL-0092-C-LABEL.
048600     MOVE WR-0092-SMPL-CNT       TO RL-0092-C-CNT.
048700     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
048800         AFTER ADVANCING 1 LINE.
048900     MOVE 'CLAIMS REVIEWED'              TO RL-0092-C-LABEL.
049000     MOVE WR-0092-RVW-CNT        TO RL-0092-C-CNT.
049100     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
049200         AFTER ADVANCING 1 LINE.
049300     MOVE 'CLAIMS NOT YET REVIEWED'      TO RL-0092-C-LABEL.
049400     MOVE WR-0092-OPEN-CNT       TO RL-0092-C-CNT.
049500     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
049600         AFTER ADVANCING 1 LINE.
049700     MOVE 'REVIEWED CLAIMS IN ERROR'     TO RL-0092-C-LABEL.
049800     MOVE WR-0092-ERR-CNT        TO RL-0092-C-CNT.
049900     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
050000         AFTER ADVANCING 1 LINE.
050100     IF WR-0092-COV-CNT = ZERO
050200         MOVE 'NO REVIEWED SAMPLES - NO ACCURACY ESTIMATED'
050300                                 TO RL-0092-M-TX
050400         WRITE RPT0092-REC FROM RL-0092-MSG-LINE
050500             AFTER ADVANCING 2 LINES
050600         GO TO 3000-ESTIMATE-EXIT
050700     END-IF.
050800     COMPUTE WR-0092-ERR-RATE =
050900         WR-0092-EST-ERR-CNT / WR-0092-COV-CNT.
051000     IF WR-0092-EST-TOT-AMT > ZERO
051100         COMPUTE WR-0092-ERR-RATIO =
051200             WR-0092-EST-ERR-AMT / WR-0092-EST-TOT-AMT
051300     END-IF.
051400     PERFORM 3200-STRATUM-VARIANCE
051500         THRU 3200-STRATUM-VARIANCE-EXIT
051600         VARYING WR-0092-SX FROM 1 BY 1
051700         UNTIL WR-0092-SX > WR-0092-STRAT-CNT.
051800     MOVE 'PROCEDURAL ACCURACY'          TO RL-0092-P-LABEL.
051900     COMPUTE WR-0092-HALF-WIDTH =
052000         1.96 * FUNCTION SQRT (WR-0092-RATE-VAR).
052100     MOVE WR-0092-ERR-RATE       TO WR-0092-W-PROP.
052200     PERFORM 3300-ACCURACY-LINE
052300         THRU 3300-ACCURACY-LINE-EXIT.
052400     MOVE 'FINANCIAL ACCURACY'           TO RL-0092-P-LABEL.
052500     COMPUTE WR-0092-HALF-WIDTH =
052600         1.96 * FUNCTION SQRT (WR-0092-RATIO-VAR).
052700     MOVE WR-0092-ERR-RATIO      TO WR-0092-W-PROP.
052800     PERFORM 3300-ACCURACY-LINE
052900         THRU 3300-ACCURACY-LINE-EXIT.
053000     MOVE 'ESTIMATED CLAIMS IN ERROR'    TO RL-0092-C-LABEL.
053100     COMPUTE RL-0092-C-CNT ROUNDED = WR-0092-EST-ERR-CNT.
053200     WRITE RPT0092-REC FROM RL-0092-COUNT-LINE
053300         AFTER ADVANCING 2 LINES.
053400     MOVE 'ESTIMATED DOLLARS IN ERROR'   TO RL-0092-A-LABEL.
053500     COMPUTE RL-0092-A-AMT ROUNDED = WR-0092-EST-ERR-AMT.
053600     WRITE RPT0092-REC FROM RL-0092-AMT-LINE
053700         AFTER ADVANCING 1 LINE.
053800     MOVE 'ESTIMATED DOLLARS ADJUDICATED' TO RL-0092-A-LABEL.
053900     COMPUTE RL-0092-A-AMT ROUNDED = WR-0092-EST-TOT-AMT.
054000     WRITE RPT0092-REC FROM RL-0092-AMT-LINE
054100         AFTER ADVANCING 1 LINE.
054200 3000-ESTIMATE-EXIT.
054300     EXIT.
054400*****************************************************************
054500*    3100-STRATUM-TOTALS - PRINT THE STRATUM AND EXPAND ITS     *
054600*    REVIEWED CLAIMS TO THE CLAIMS IT HELD                      *
054700*****************************************************************
054800 3100-STRATUM-TOTALS.
054900     ADD WR-0092-T-POP-CNT (WR-0092-SX) TO WR-0092-POP-CNT.
055000     MOVE WR-0092-T-WK-END-DT (WR-0092-SX) TO RL-0092-S-WK-END-DT.
055100     MOVE WR-0092-T-OUTC-CD (WR-0092-SX)   TO RL-0092-S-OUTC-CD.
055200     MOVE WR-0092-T-BAND-CD (WR-0092-SX)   TO RL-0092-S-BAND-CD.
055300     MOVE WR-0092-T-CTGRY-CD (WR-0092-SX)  TO RL-0092-S-CTGRY-CD.
055400     MOVE WR-0092-T-POP-CNT (WR-0092-SX)   TO RL-0092-S-POP-CNT.
055500     MOVE WR-0092-T-SMPL-CNT (WR-0092-SX)  TO RL-0092-S-SMPL-CNT.
055600     MOVE WR-0092-T-RVW-CNT (WR-0092-SX)   TO RL-0092-S-RVW-CNT.
055700     MOVE WR-0092-T-ERR-CNT (WR-0092-SX)   TO RL-0092-S-ERR-CNT.
055800     MOVE WR-0092-T-SUM-X (WR-0092-SX)     TO RL-0092-S-SUM-X.
055900     MOVE WR-0092-T-SUM-Y (WR-0092-SX)     TO RL-0092-S-SUM-Y.
056000     MOVE ZERO                   TO WR-0092-W-RATE-PCT.
056100     IF WR-0092-T-RVW-CNT (WR-0092-SX) > ZERO
056200         COMPUTE WR-0092-W-RATE-PCT ROUNDED =
056300             WR-0092-T-ERR-CNT (WR-0092-SX) * 100
056400                 / WR-0092-T-RVW-CNT (WR-0092-SX)
056500     END-IF.
056600     MOVE WR-0092-W-RATE-PCT     TO RL-0092-S-ERR-PCT.
056700     WRITE RPT0092-REC FROM RL-0092-STR-LINE
056800         AFTER ADVANCING 1 LINE.
056900     IF WR-0092-T-RVW-CNT (WR-0092-SX) = ZERO
057000         GO TO 3100-STRATUM-TOTALS-EXIT
057100     END-IF.
057200     ADD WR-0092-T-POP-CNT (WR-0092-SX) TO WR-0092-COV-CNT.
057300     COMPUTE WR-0092-EST-ERR-CNT = WR-0092-EST-ERR-CNT
057400         + WR-0092-T-POP-CNT (WR-0092-SX)
057500         * WR-0092-T-ERR-CNT (WR-0092-SX)
057600         / WR-0092-T-RVW-CNT (WR-0092-SX).
057700     COMPUTE WR-0092-EST-ERR-AMT = WR-0092-EST-ERR-AMT
057800         + WR-0092-T-POP-CNT (WR-0092-SX)
057900         * WR-0092-T-SUM-Y (WR-0092-SX)
058000         / WR-0092-T-RVW-CNT (WR-0092-SX).
058100     COMPUTE WR-0092-EST-TOT-AMT = WR-0092-EST-TOT-AMT
058200         + WR-0092-T-POP-CNT (WR-0092-SX)
058300         * WR-0092-T-SUM-X (WR-0092-SX)
058400         / WR-0092-T-RVW-CNT (WR-0092-SX).
058500 3100-STRATUM-TOTALS-EXIT.
058600     EXIT.
058700*****************************************************************
058800*    3200-STRATUM-VARIANCE - THE STRATUM'S SHARE OF THE         *
058900*    VARIANCE OF THE ERROR RATE AND OF THE ERROR RATIO          *
059000*****************************************************************
059100 3200-STRATUM-VARIANCE.
059200     IF WR-0092-T-RVW-CNT (WR-0092-SX) < 2
059300         GO TO 3200-STRATUM-VARIANCE-EXIT
059400     END-IF.
059500     COMPUTE WR-0092-W-FPC =
059600         1 - WR-0092-T-RVW-CNT (WR-0092-SX)
059700           / WR-0092-T-POP-CNT (WR-0092-SX).
059800     COMPUTE WR-0092-W-WGT =
059900         WR-0092-T-POP-CNT (WR-0092-SX) / WR-0092-COV-CNT.
060000     COMPUTE WR-0092-W-PROP =
060100         WR-0092-T-ERR-CNT (WR-0092-SX)
060200           / WR-0092-T-RVW-CNT (WR-0092-SX).
060300     COMPUTE WR-0092-RATE-VAR = WR-0092-RATE-VAR
060400         + WR-0092-W-WGT * WR-0092-W-WGT * WR-0092-W-FPC
060500         * WR-0092-W-PROP * (1 - WR-0092-W-PROP)
060600         / (WR-0092-T-RVW-CNT (WR-0092-SX) - 1).
060700     IF WR-0092-EST-TOT-AMT NOT > ZERO
060800         GO TO 3200-STRATUM-VARIANCE-EXIT
060900     END-IF.
061000     COMPUTE WR-0092-W-XBAR =
061100         WR-0092-T-SUM-X (WR-0092-SX)
061200           / WR-0092-T-RVW-CNT (WR-0092-SX).
061300     COMPUTE WR-0092-W-YBAR =
061400         WR-0092-T-SUM-Y (WR-0092-SX)
061500           / WR-0092-T-RVW-CNT (WR-0092-SX).
061600*    SAMPLE VARIANCE OF THE RESIDUALS Y - R * X.
061700     COMPUTE WR-0092-W-RES-MEAN =
061800         WR-0092-W-YBAR - WR-0092-ERR-RATIO * WR-0092-W-XBAR.
061900     COMPUTE WR-0092-W-RES-VAR =
062000         (WR-0092-T-SUM-YY (WR-0092-SX)
062100          - 2 * WR-0092-ERR-RATIO * WR-0092-T-SUM-XY (WR-0092-SX)
062200          + WR-0092-ERR-RATIO * WR-0092-ERR-RATIO
062300            * WR-0092-T-SUM-XX (WR-0092-SX)
062400          - WR-0092-T-RVW-CNT (WR-0092-SX)
062500            * WR-0092-W-RES-MEAN * WR-0092-W-RES-MEAN)
062600         / (WR-0092-T-RVW-CNT (WR-0092-SX) - 1).
062700     IF WR-0092-W-RES-VAR < ZERO
062800         MOVE ZERO               TO WR-0092-W-RES-VAR
062900     END-IF.
063000     COMPUTE WR-0092-W-WGT =
063100         WR-0092-T-POP-CNT (WR-0092-SX) / WR-0092-EST-TOT-AMT.
063200     COMPUTE WR-0092-RATIO-VAR = WR-0092-RATIO-VAR
063300         + WR-0092-W-WGT * WR-0092-W-WGT * WR-0092-W-FPC
063400         * WR-0092-W-RES-VAR / WR-0092-T-RVW-CNT (WR-0092-SX).
063500 3200-STRATUM-VARIANCE-EXIT.
063600     EXIT.
063700*****************************************************************
063800*    3300-ACCURACY-LINE - ONE LESS THE ERROR ESTIMATE, AS A     *
063900*    PERCENT WITH ITS 95 PERCENT CONFIDENCE INTERVAL            *
064000*****************************************************************
064100 3300-ACCURACY-LINE.
064200     COMPUTE RL-0092-P-ACC-PCT ROUNDED =
064300         (1 - WR-0092-W-PROP) * 100.
064400     COMPUTE RL-0092-P-HALF-PCT ROUNDED =
064500         WR-0092-HALF-WIDTH * 100.
064600     IF WR-0092-W-PROP + WR-0092-HALF-WIDTH > 1
064700         MOVE ZERO               TO RL-0092-P-LOW-PCT
064800     ELSE
064900         COMPUTE RL-0092-P-LOW-PCT ROUNDED =
065000             (1 - WR-0092-W-PROP - WR-0092-HALF-WIDTH) * 100
065100     END-IF.
065200     IF WR-0092-HALF-WIDTH > WR-0092-W-PROP
065300         MOVE 100                TO RL-0092-P-HIGH-PCT
065400     ELSE
065500         COMPUTE RL-0092-P-HIGH-PCT ROUNDED =
065600             (1 - WR-0092-W-PROP + WR-0092-HALF-WIDTH) * 100
065700     END-IF.
065800     WRITE RPT0092-REC FROM RL-0092-ACC-LINE
065900         AFTER ADVANCING 2 LINES.
066000 3300-ACCURACY-LINE-EXIT.
066100     EXIT.
066200*****************************************************************
066300*    4000-BREAKDOWNS - THE ERRORS BY ERROR TYPE, THEN BY EDIT   *
066400*    SECTION                                                    *
066500*****************************************************************
066600 4000-BREAKDOWNS.
066700     IF WR-0092-ERR-CNT = ZERO
066800         GO TO 4000-BREAKDOWNS-EXIT
066900     END-IF.
067000     MOVE 'BY ERROR TYPE'        TO RL-0092-G-TITLE.
067100     WRITE RPT0092-REC FROM RL-0092-GRP-HDG
067200         AFTER ADVANCING 3 LINES.
067300     EXEC SQL
067400         OPEN R0092ETY
067500     END-EXEC.
067600     IF SQLCODE NOT = 0
067700         GO TO 9999-SQL-ERROR
067800     END-IF.
067900     MOVE 'N'                    TO WR-0092-EOF-SW.
068000     PERFORM 4100-ONE-ERR-TYPE
068100         THRU 4100-ONE-ERR-TYPE-EXIT
068200         UNTIL WR-0092-EOF.
068300     EXEC SQL
068400         CLOSE R0092ETY
068500     END-EXEC.
068600     MOVE 'BY EDIT SECTION'      TO RL-0092-G-TITLE.
068700     WRITE RPT0092-REC FROM RL-0092-GRP-HDG
068800         AFTER ADVANCING 3 LINES.
068900     EXEC SQL
069000         OPEN R0092SCT
069100     END-EXEC.
069200     IF SQLCODE NOT = 0
069300         GO TO 9999-SQL-ERROR
069400     END-IF.
069500     MOVE 'N'                    TO WR-0092-EOF-SW.
069600     PERFORM 4200-ONE-SECTION
069700         THRU 4200-ONE-SECTION-EXIT
069800         UNTIL WR-0092-EOF.
069900     EXEC SQL
070000         CLOSE R0092SCT
070100     END-EXEC.
070200 4000-BREAKDOWNS-EXIT.
070300     EXIT.
070400*****************************************************************
070500*    4100-ONE-ERR-TYPE                                          *
070600*****************************************************************
070700 4100-ONE-ERR-TYPE.
070800     EXEC SQL
070900         FETCH R0092ETY
071000         INTO :WH-0092-GRP-CD,
071100              :WH-0092-GRP-CNT,
071200              :WH-0092-GRP-AMT,
071300              :WH-0092-GRP-EST-CNT,
071400              :WH-0092-GRP-EST-AMT
071500     END-EXEC.
071600     EVALUATE SQLCODE
071700       WHEN 0
071800         CONTINUE
071900       WHEN 100
072000         SET WR-0092-EOF         TO TRUE
072100         GO TO 4100-ONE-ERR-TYPE-EXIT
072200       WHEN OTHER
072300         GO TO 9999-SQL-ERROR
072400     END-EVALUATE.
072500     EVALUATE WH-0092-GRP-CD (1:2)
072600       WHEN 'EL'
072700         MOVE 'ELIGIBILITY'      TO RL-0092-G-DESC
072800       WHEN 'DC'
072900         MOVE 'DRUG COVERAGE'    TO RL-0092-G-DESC
073000       WHEN 'PA'
073100         MOVE 'PRIOR AUTHORIZATION' TO RL-0092-G-DESC
073200       WHEN 'PR'
073300         MOVE 'PRICING'          TO RL-0092-G-DESC
073400       WHEN 'CB'
073500         MOVE 'OTHER COVERAGE'   TO RL-0092-G-DESC
073600       WHEN 'DU'
073700         MOVE 'DRUG UTILIZATION' TO RL-0092-G-DESC
073800       WHEN 'PV'
073900         MOVE 'PHARMACY/PRESCRIBER' TO RL-0092-G-DESC
074000       WHEN 'LM'
074100         MOVE 'LIMITS/QUANTITY'  TO RL-0092-G-DESC
074200       WHEN OTHER
074300         MOVE 'OTHER'            TO RL-0092-G-DESC
074400     END-EVALUATE.
074500     PERFORM 4300-GROUP-LINE
074600         THRU 4300-GROUP-LINE-EXIT.
074700 4100-ONE-ERR-TYPE-EXIT.
074800     EXIT.
074900*****************************************************************
075000*    4200-ONE-SECTION                                           *
075100*****************************************************************
075200 4200-ONE-SECTION.
075300     EXEC SQL
075400         FETCH R0092SCT
075500         INTO :WH-0092-GRP-CD,
075600              :WH-0092-GRP-CNT,
075700              :WH-0092-GRP-AMT,
075800              :WH-0092-GRP-EST-CNT,
075900              :WH-0092-GRP-EST-AMT
076000     END-EXEC.
076100     EVALUATE SQLCODE
076200       WHEN 0
076300         CONTINUE
076400       WHEN 100
076500         SET WR-0092-EOF         TO TRUE
076600         GO TO 4200-ONE-SECTION-EXIT
076700       WHEN OTHER
076800         GO TO 9999-SQL-ERROR
076900     END-EVALUATE.
077000     IF WH-0092-GRP-CD = 'OTHR'
077100         MOVE 'OUTSIDE THE EDITS'  TO RL-0092-G-DESC
077200     ELSE
077300         MOVE 'CONDU EDIT SECTION' TO RL-0092-G-DESC
077400     END-IF.
077500     PERFORM 4300-GROUP-LINE
077600         THRU 4300-GROUP-LINE-EXIT.
077700 4200-ONE-SECTION-EXIT.
077800     EXIT.
077900*****************************************************************
078000*    4300-GROUP-LINE                                            *
078100*****************************************************************
078200 4300-GROUP-LINE.
078300     MOVE WH-0092-GRP-CD         TO RL-0092-G-CD.
078400     MOVE WH-0092-GRP-CNT        TO RL-0092-G-CNT.
078500     MOVE WH-0092-GRP-AMT        TO RL-0092-G-AMT.
078600     COMPUTE RL-0092-G-EST-CNT ROUNDED = WH-0092-GRP-EST-CNT.
078700     MOVE WH-0092-GRP-EST-AMT    TO RL-0092-G-EST-AMT.
078800     WRITE RPT0092-REC FROM RL-0092-GRP-LINE
078900         AFTER ADVANCING 1 LINE.
079000 4300-GROUP-LINE-EXIT.
079100     EXIT.
079200*****************************************************************
079300*    8000-FINALIZE                                              *
079400*****************************************************************
079500 8000-FINALIZE.
079600     IF WR-0092-OPEN-CNT > ZERO
079700         MOVE 'SAMPLES NOT YET REVIEWED ARE NOT IN THE ESTIMATES'
079800                                 TO RL-0092-M-TX
079900         WRITE RPT0092-REC FROM RL-0092-MSG-LINE
080000             AFTER ADVANCING 3 LINES
080100         MOVE 4 TO RETURN-CODE
080200     END-IF.
080300     CLOSE QAPARM-FILE RPT0092-FILE.
080400 8000-FINALIZE-EXIT.
080500     EXIT.
080600*****************************************************************
080700*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
080800*****************************************************************
080900 9999-SQL-ERROR.
081000     DISPLAY 'PDDR0092 - SQL ERROR ON C_QA_SMPL_TB'.
081100     DISPLAY 'SQLCODE = ' SQLCODE.
081200     MOVE 16 TO RETURN-CODE.
081300     CLOSE QAPARM-FILE RPT0092-FILE.
081400     GOBACK.
