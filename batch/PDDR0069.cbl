000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0069.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY PHARMACY AUDIT CASE   *
001400*                  REPORT FOR PROGRAM INTEGRITY.  ONE LINE PER *
001500*                  C_AUDIT_CASE_TB CASE (PDDM7591) OPENED OR   *
001600*                  FINALIZED IN THE AUDTPARM MONTH, WITH THE   *
001700*                  DOLLARS IDENTIFIED AND WHAT HAS BEEN        *
001800*                  RECOUPED ON ITS RECEIVABLE.  THEN CASES     *
001900*                  OPENED, CLOSED AND STILL OPEN, DOLLARS      *
002000*                  IDENTIFIED AND RECOVERED IN THE MONTH, AND  *
002100*                  AUDIT RECEIVABLES TO DATE.                  *
002114*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002128*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002142*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.      *
002156*                  WITH NO AUDTPARM CARD THE RUN NOW DEFAULTS  *
002170*                  TO THE PREVIOUS CALENDAR MONTH OF THAT      *
002184*                  DATE.                                       *
002200*                                                              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT AUDTPARM-FILE ASSIGN TO AUDTPARM
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT RPT0069-FILE ASSIGN TO RPT0069
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500*****************************************************************
003600*  DATA DIVISION                                                *
003700*****************************************************************
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  AUDTPARM-FILE.
004100 01  AP-PARM-REC.
004200     05  AP-MO-BEG-DT                PIC X(00010).
004300     05  FILLER                      PIC X(00001).
004400     05  AP-MO-END-DT                PIC X(00010).
004500     05  FILLER                      PIC X(00059).
004600 FD  RPT0069-FILE
004700     RECORDING MODE IS F.
004800 01  RPT0069-REC                     PIC X(00133).
004900*****************************************************************
005000*  WORKING-STORAGE SECTION                                     *
005100*****************************************************************
005200 WORKING-STORAGE SECTION.
005300 77  WR-0069-EOF-SW                  PIC X(00001) VALUE 'N'.
005400     88  WR-0069-EOF                 VALUE 'Y'.
005500 77  WR-0069-LINE-CNT                PIC S9(00004) COMP
005600                                     VALUE ZERO.
005700 77  WR-0069-CASE-CNT                PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0069-OPEN-CNT                PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100 77  WR-0069-FINAL-CNT               PIC S9(00009) COMP-3
006200                                     VALUE ZERO.
006300 77  WR-0069-SMPL-TOT                PIC S9(00009) COMP-3
006400                                     VALUE ZERO.
006500 77  WR-0069-IDENT-TOT               PIC S9(00011)V9(00002)
006600                                     COMP-3 VALUE ZERO.
006700 77  WR-0069-RCVR-TOT                PIC S9(00011)V9(00002)
006800                                     COMP-3 VALUE ZERO.
006900 77  WR-0069-BAL-TOT                 PIC S9(00011)V9(00002)
007000                                     COMP-3 VALUE ZERO.
007100 77  WR-0069-PCT                     PIC S9(00003)V9(00001)
007200                                     COMP-3 VALUE ZERO.
007300 01  WH-0069-RUN-DT.
007400     05  WH-0069-RUN-DT-YYYYMMDD     PIC X(00008).
007433*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007466     COPY WKC90040.
007500*****************************************************************
007600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CASE CURSOR - CASES *
007700*  OPENED OR FINALIZED IN THE MONTH, BY PHARMACY.  RECOUPED IS  *
007800*  THE OFFSETS TAKEN ON THE CASE'S RECEIVABLE THROUGH MONTH END.*
007900*****************************************************************
008000     EXEC SQL INCLUDE SQLCA END-EXEC.
008100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
008200     COPY CLPAUCTB.
008300 01  WH-0069-HOST-VARS.
008400     05  WH-0069-MO-BEG-DT           PIC X(00010).
008500     05  WH-0069-MO-END-DT           PIC X(00010).
008600     05  WH-0069-PROV-NAM            PIC X(00030).
008700     05  WH-0069-RCVR-AMT            PIC S9(00009)V9(00002)
008800                                     COMP-3.
008900     05  WH-0069-BAL-AMT             PIC S9(00009)V9(00002)
009000                                     COMP-3.
009100     05  WH-0069-STILL-OPEN-CNT      PIC S9(00009) COMP.
009200     05  WH-0069-MO-RCVR-AMT         PIC S9(00011)V9(00002)
009300                                     COMP-3.
009400     05  WH-0069-ITD-CNT             PIC S9(00009) COMP.
009500     05  WH-0069-ITD-ORIG-AMT        PIC S9(00011)V9(00002)
009600                                     COMP-3.
009700     05  WH-0069-ITD-BAL-AMT         PIC S9(00011)V9(00002)
009800                                     COMP-3.
009900     EXEC SQL END DECLARE SECTION END-EXEC.
010000     EXEC SQL
010100         DECLARE R0069CS CURSOR FOR
010200         SELECT K.C_CASE_NUM, K.C_PROV_ID,
010300                NVL((SELECT M.C_PROV_NAM
010400                       FROM C_PROV_MSTR_TB M
010500                      WHERE M.C_PROV_ID = K.C_PROV_ID
010600                        AND ROWNUM = 1), 'NAME NOT ON FILE'),
010700                K.C_CASE_STAT_CD, K.C_OPEN_DT, K.C_FINAL_DT,
010800                K.C_SMPL_MTHD_CD, K.C_SMPL_CNT_NUM,
010900                K.C_IDENT_AMT, K.C_AR_NUM,
011000                NVL((SELECT SUM(X.C_TXN_AMT)
011100                       FROM C_PROV_AR_TXN_TB X
011200                      WHERE X.C_AR_NUM    = K.C_AR_NUM
011300                        AND X.C_TXN_TY_CD = 'O'
011400                        AND SUBSTR(X.C_TXN_TS, 1, 10)
011500                            <= :WH-0069-MO-END-DT), 0),
011600                NVL((SELECT A.C_BAL_AMT
011700                       FROM C_PROV_AR_TB A
011800                      WHERE A.C_AR_NUM = K.C_AR_NUM), 0)
011900           FROM C_AUDIT_CASE_TB K
012000          WHERE K.C_OPEN_DT BETWEEN :WH-0069-MO-BEG-DT
012100                                AND :WH-0069-MO-END-DT
012200             OR (K.C_CASE_STAT_CD = 'F'
012300                 AND K.C_FINAL_DT BETWEEN :WH-0069-MO-BEG-DT
012400                                      AND :WH-0069-MO-END-DT)
012500          ORDER BY K.C_PROV_ID, K.C_CASE_NUM
012600     END-EXEC.
012700*****************************************************************
012800*  REPORT LINE LAYOUTS                                         *
012900*****************************************************************
013000 01  RL-0069-HDG1.
013100     05  FILLER                      PIC X(00001) VALUE SPACE.
013200     05  FILLER                      PIC X(00045) VALUE
013300         'PDDR0069 - PHARMACY AUDIT CASES FOR MONTH OF '.
013400     05  RL-0069-H1-BEG              PIC X(00010).
013500     05  FILLER                      PIC X(00004) VALUE ' TO '.
013600     05  RL-0069-H1-END              PIC X(00010).
013700     05  FILLER                      PIC X(00011)
013800                                     VALUE '  RUN DATE '.
013900     05  RL-0069-H1-RUN-DT           PIC X(00010).
014000 01  RL-0069-HDG2.
014100     05  FILLER                      PIC X(00001) VALUE SPACE.
014200     05  FILLER                      PIC X(00042) VALUE
014300         '    CASE  PHARMACY        NAME            '.
014400     05  FILLER                      PIC X(00045) VALUE
014500         ' OPENED     FINALIZED  ST  M SMPL   IDENTIFIE'.
014600     05  FILLER                      PIC X(00040) VALUE
014700         'D   RECEIVABLE     RECOUPED      BALANCE'.
014800 01  RL-0069-DETAIL.
014900     05  FILLER                      PIC X(00001).
015000     05  RL-0069-D-CASE              PIC Z(08)9.
015100     05  FILLER                      PIC X(00001).
015200     05  RL-0069-D-PROV              PIC X(00015).
015300     05  FILLER                      PIC X(00001).
015400     05  RL-0069-D-NAM               PIC X(00016).
015500     05  FILLER                      PIC X(00001).
015600     05  RL-0069-D-OPEN-DT           PIC X(00010).
015700     05  FILLER                      PIC X(00001).
015800     05  RL-0069-D-FINAL-DT          PIC X(00010).
015900     05  FILLER                      PIC X(00002).
016000     05  RL-0069-D-STAT              PIC X(00001).
016100     05  FILLER                      PIC X(00002).
016200     05  RL-0069-D-MTHD              PIC X(00001).
016300     05  FILLER                      PIC X(00001).
016400     05  RL-0069-D-SMPL              PIC ZZZ9.
016500     05  FILLER                      PIC X(00001).
016600     05  RL-0069-D-IDENT             PIC Z,ZZZ,ZZ9.99.
016700     05  FILLER                      PIC X(00004).
016800     05  RL-0069-D-AR                PIC Z(08)9
016900                                     BLANK WHEN ZERO.
017000     05  FILLER                      PIC X(00001).
017100     05  RL-0069-D-RCVR              PIC Z,ZZZ,ZZ9.99.
017200     05  FILLER                      PIC X(00001).
017300     05  RL-0069-D-BAL               PIC Z,ZZZ,ZZ9.99.
017400 01  RL-0069-SUM-HDG.
017500     05  FILLER                      PIC X(00001) VALUE SPACE.
017600     05  FILLER                      PIC X(00050) VALUE
017700         'SUMMARY                            CASES'.
017800     05  FILLER                      PIC X(00020) VALUE
017900         '         DOLLARS'.
018000 01  RL-0069-SUM-LINE.
018100     05  FILLER                      PIC X(00001) VALUE SPACE.
018200     05  RL-0069-S-LABEL             PIC X(00030).
018300     05  RL-0069-S-CNT               PIC ZZZ,ZZZ,ZZ9
018400                                     BLANK WHEN ZERO.
018500     05  FILLER                      PIC X(00003) VALUE SPACES.
018600     05  RL-0069-S-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99
018700                                     BLANK WHEN ZERO.
018800     05  FILLER                      PIC X(00002) VALUE SPACES.
018900     05  RL-0069-S-NOTE              PIC X(00030).
019000     05  RL-0069-S-PCT-AREA REDEFINES RL-0069-S-NOTE.
019100         10  RL-0069-S-PCT           PIC ZZ9.9.
019200         10  FILLER                  PIC X(00001).
019300         10  RL-0069-S-PCT-TX        PIC X(00024).
019400*****************************************************************
019500*  PROCEDURE DIVISION                                          *
019600*****************************************************************
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT.
020100     PERFORM 2000-ONE-CASE
020200         THRU 2000-ONE-CASE-EXIT
020300         UNTIL WR-0069-EOF.
020400     PERFORM 8000-FINALIZE
020500         THRU 8000-FINALIZE-EXIT.
020600     GOBACK.
020700*****************************************************************
020800*    1000-INITIALIZE - MONTH CARD, HEADINGS, OPEN THE CURSOR    *
020900*****************************************************************
021000 1000-INITIALIZE.
021011     MOVE 'PDDR0069'             TO WK-9004-PGM-ID.
021022     MOVE SPACES                 TO WK-9004-OVRD-DT.
021033     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
021044     IF WK-9004-NO-BUS-DT
021055         DISPLAY 'PDDR0069 - NO BUSINESS PROCESSING DATE'
021066         MOVE 16 TO RETURN-CODE
021077         GOBACK
021088     END-IF.
021100     OPEN INPUT  AUDTPARM-FILE.
021200     OPEN OUTPUT RPT0069-FILE.
021300     READ AUDTPARM-FILE
021400         AT END
021650             MOVE SPACES TO AP-PARM-REC
021900     END-READ.
021916*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
021932     IF AP-MO-BEG-DT = SPACES
021948         MOVE WK-9004-PRV-MO-BEG-DT TO AP-MO-BEG-DT
021964         MOVE WK-9004-PRV-MO-END-DT TO AP-MO-END-DT
021980     END-IF.
022000     MOVE AP-MO-BEG-DT              TO WH-0069-MO-BEG-DT
022100                                       RL-0069-H1-BEG.
022200     MOVE AP-MO-END-DT              TO WH-0069-MO-END-DT
022300                                       RL-0069-H1-END.
022400     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0069-RUN-DT-YYYYMMDD.
022500     MOVE SPACES                    TO RL-0069-H1-RUN-DT.
022600     STRING WH-0069-RUN-DT-YYYYMMDD (1:4) '-'
022700            WH-0069-RUN-DT-YYYYMMDD (5:2) '-'
022800            WH-0069-RUN-DT-YYYYMMDD (7:2)
022900         DELIMITED BY SIZE INTO RL-0069-H1-RUN-DT.
023000     PERFORM 1100-HEADINGS
023100         THRU 1100-HEADINGS-EXIT.
023200     EXEC SQL
023300         OPEN R0069CS
023400     END-EXEC.
023500     IF SQLCODE NOT = 0
023600         GO TO 9999-SQL-ERROR
023700     END-IF.
023800 1000-INITIALIZE-EXIT.
023900     EXIT.
024000 1100-HEADINGS.
024100     WRITE RPT0069-REC FROM RL-0069-HDG1
024200         BEFORE ADVANCING TO-NEW-PAGE.
024300     WRITE RPT0069-REC FROM RL-0069-HDG2
024400         AFTER ADVANCING 2 LINES.
024500     MOVE 3                         TO WR-0069-LINE-CNT.
024600 1100-HEADINGS-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    2000-ONE-CASE - ONE DETAIL LINE, COUNTED AS OPENED AND/OR  *
025000*    FINALIZED IN THE MONTH                                     *
025100*****************************************************************
025200 2000-ONE-CASE.
025300     EXEC SQL
025400         FETCH R0069CS
025500         INTO :CLPAUCTB-C-CASE-NUM,
025600              :CLPAUCTB-C-PROV-ID,
025700              :WH-0069-PROV-NAM,
025800              :CLPAUCTB-C-CASE-STAT-CD,
025900              :CLPAUCTB-C-OPEN-DT,
026000              :CLPAUCTB-C-FINAL-DT,
026100              :CLPAUCTB-C-SMPL-MTHD-CD,
026200              :CLPAUCTB-C-SMPL-CNT-NUM,
026300              :CLPAUCTB-C-IDENT-AMT,
026400              :CLPAUCTB-C-AR-NUM,
026500              :WH-0069-RCVR-AMT,
026600              :WH-0069-BAL-AMT
026700     END-EXEC.
026800     EVALUATE SQLCODE
026900       WHEN 0
027000         CONTINUE
027100       WHEN 100
027200         SET WR-0069-EOF TO TRUE
027300         GO TO 2000-ONE-CASE-EXIT
027400       WHEN OTHER
027500         GO TO 9999-SQL-ERROR
027600     END-EVALUATE.
027700     IF WR-0069-LINE-CNT > 55
027800         PERFORM 1100-HEADINGS
027900             THRU 1100-HEADINGS-EXIT
028000     END-IF.
028100     ADD 1                          TO WR-0069-CASE-CNT.
028200     ADD CLPAUCTB-C-SMPL-CNT-NUM    TO WR-0069-SMPL-TOT.
028300     IF CLPAUCTB-C-OPEN-DT NOT < WH-0069-MO-BEG-DT
028400      AND CLPAUCTB-C-OPEN-DT NOT > WH-0069-MO-END-DT
028500         ADD 1                      TO WR-0069-OPEN-CNT
028600     END-IF.
028700     MOVE SPACES                    TO RL-0069-DETAIL.
028800     IF CLPAUCTB-C-CASE-FINAL
028900      AND CLPAUCTB-C-FINAL-DT NOT < WH-0069-MO-BEG-DT
029000      AND CLPAUCTB-C-FINAL-DT NOT > WH-0069-MO-END-DT
029100         ADD 1                      TO WR-0069-FINAL-CNT
029200         ADD CLPAUCTB-C-IDENT-AMT   TO WR-0069-IDENT-TOT
029300         ADD WH-0069-RCVR-AMT       TO WR-0069-RCVR-TOT
029400         ADD WH-0069-BAL-AMT        TO WR-0069-BAL-TOT
029500         MOVE CLPAUCTB-C-FINAL-DT   TO RL-0069-D-FINAL-DT
029600         MOVE CLPAUCTB-C-IDENT-AMT  TO RL-0069-D-IDENT
029700         MOVE CLPAUCTB-C-AR-NUM     TO RL-0069-D-AR
029800         MOVE WH-0069-RCVR-AMT      TO RL-0069-D-RCVR
029900         MOVE WH-0069-BAL-AMT       TO RL-0069-D-BAL
030000     END-IF.
030100     MOVE CLPAUCTB-C-CASE-NUM       TO RL-0069-D-CASE.
030200     MOVE CLPAUCTB-C-PROV-ID        TO RL-0069-D-PROV.
030300     MOVE WH-0069-PROV-NAM          TO RL-0069-D-NAM.
030400     MOVE CLPAUCTB-C-OPEN-DT        TO RL-0069-D-OPEN-DT.
030500     MOVE CLPAUCTB-C-CASE-STAT-CD   TO RL-0069-D-STAT.
030600     MOVE CLPAUCTB-C-SMPL-MTHD-CD   TO RL-0069-D-MTHD.
030700     MOVE CLPAUCTB-C-SMPL-CNT-NUM   TO RL-0069-D-SMPL.
030800     WRITE RPT0069-REC FROM RL-0069-DETAIL
030900         AFTER ADVANCING 1 LINE.
031000     ADD 1                          TO WR-0069-LINE-CNT.
031100 2000-ONE-CASE-EXIT.
031200     EXIT.
031300*****************************************************************
031400*    8000-FINALIZE - MONTH SUMMARY, THEN AUDIT RECEIVABLES TO   *
031500*    DATE                                                       *
031600*****************************************************************
031700 8000-FINALIZE.
031800     EXEC SQL
031900         CLOSE R0069CS
032000     END-EXEC.
032100*    CASES OPENED BY MONTH END AND NOT FINALIZED BY THEN.
032200     EXEC SQL
032300         SELECT COUNT(*)
032400           INTO :WH-0069-STILL-OPEN-CNT
032500           FROM C_AUDIT_CASE_TB
032600          WHERE C_OPEN_DT <= :WH-0069-MO-END-DT
032700            AND (C_CASE_STAT_CD = 'O'
032800                 OR C_FINAL_DT > :WH-0069-MO-END-DT)
032900     END-EXEC.
033000     IF SQLCODE NOT = 0
033100         GO TO 9999-SQL-ERROR
033200     END-IF.
033300*    RECOUPED IN THE MONTH ON ANY AUDIT RECEIVABLE, WHATEVER
033400*    MONTH ITS CASE WAS FINALIZED IN.
033500     EXEC SQL
033600         SELECT NVL(SUM(X.C_TXN_AMT), 0)
033700           INTO :WH-0069-MO-RCVR-AMT
033800           FROM C_PROV_AR_TXN_TB X, C_PROV_AR_TB A
033900          WHERE A.C_AR_NUM    = X.C_AR_NUM
034000            AND A.C_AR_SRC_CD = 'A'
034100            AND X.C_TXN_TY_CD = 'O'
034200            AND SUBSTR(X.C_TXN_TS, 1, 10)
034300                BETWEEN :WH-0069-MO-BEG-DT AND :WH-0069-MO-END-DT
034400     END-EXEC.
034500     IF SQLCODE NOT = 0
034600         GO TO 9999-SQL-ERROR
034700     END-IF.
034800     EXEC SQL
034900         SELECT COUNT(*), NVL(SUM(C_ORIG_AMT), 0),
035000                NVL(SUM(C_BAL_AMT), 0)
035100           INTO :WH-0069-ITD-CNT, :WH-0069-ITD-ORIG-AMT,
035200                :WH-0069-ITD-BAL-AMT
035300           FROM C_PROV_AR_TB
035400          WHERE C_AR_SRC_CD = 'A'
035500     END-EXEC.
035600     IF SQLCODE NOT = 0
035700         GO TO 9999-SQL-ERROR
035800     END-IF.
035900     WRITE RPT0069-REC FROM RL-0069-SUM-HDG
036000         AFTER ADVANCING 3 LINES.
036100     MOVE SPACES                    TO RL-0069-S-NOTE.
036200     MOVE 'CASES ON THIS REPORT'    TO RL-0069-S-LABEL.
036300     MOVE WR-0069-CASE-CNT          TO RL-0069-S-CNT.
036400     MOVE ZERO                      TO RL-0069-S-AMT.
036500     PERFORM 8100-SUM-LINE
036600         THRU 8100-SUM-LINE-EXIT.
036700     MOVE 'CASES OPENED'            TO RL-0069-S-LABEL.
036800     MOVE WR-0069-OPEN-CNT          TO RL-0069-S-CNT.
036900     PERFORM 8100-SUM-LINE
037000         THRU 8100-SUM-LINE-EXIT.
037100     MOVE '  CLAIMS SAMPLED'        TO RL-0069-S-LABEL.
037200     MOVE WR-0069-SMPL-TOT          TO RL-0069-S-CNT.
037300     MOVE 'ALL CASES ON THIS REPORT' TO RL-0069-S-NOTE.
037400     PERFORM 8100-SUM-LINE
037500         THRU 8100-SUM-LINE-EXIT.
037600     MOVE 'CASES FINALIZED (CLOSED)' TO RL-0069-S-LABEL.
037700     MOVE WR-0069-FINAL-CNT         TO RL-0069-S-CNT.
037800     MOVE WR-0069-IDENT-TOT         TO RL-0069-S-AMT.
037900     MOVE 'IDENTIFIED'              TO RL-0069-S-NOTE.
038000     PERFORM 8100-SUM-LINE
038100         THRU 8100-SUM-LINE-EXIT.
038200     MOVE '  RECOUPED TO MONTH END'  TO RL-0069-S-LABEL.
038300     MOVE ZERO                      TO RL-0069-S-CNT.
038400     MOVE WR-0069-RCVR-TOT          TO RL-0069-S-AMT.
038500     MOVE 'ON THOSE CASES'          TO RL-0069-S-NOTE.
038600     PERFORM 8100-SUM-LINE
038700         THRU 8100-SUM-LINE-EXIT.
038800     MOVE '  STILL OWED'            TO RL-0069-S-LABEL.
038900     MOVE WR-0069-BAL-TOT           TO RL-0069-S-AMT.
039000     MOVE 'ON THOSE CASES'          TO RL-0069-S-NOTE.
039100     PERFORM 8100-SUM-LINE
039200         THRU 8100-SUM-LINE-EXIT.
039300     MOVE 'CASES OPEN AT MONTH END'  TO RL-0069-S-LABEL.
039400     MOVE WH-0069-STILL-OPEN-CNT    TO RL-0069-S-CNT.
039500     MOVE ZERO                      TO RL-0069-S-AMT.
039600     MOVE SPACES                    TO RL-0069-S-NOTE.
039700     PERFORM 8100-SUM-LINE
039800         THRU 8100-SUM-LINE-EXIT.
039900     MOVE 'RECOVERED IN MONTH'      TO RL-0069-S-LABEL.
040000     MOVE ZERO                      TO RL-0069-S-CNT.
040100     MOVE WH-0069-MO-RCVR-AMT       TO RL-0069-S-AMT.
040200     MOVE 'ALL AUDIT RECEIVABLES'   TO RL-0069-S-NOTE.
040300     PERFORM 8100-SUM-LINE
040400         THRU 8100-SUM-LINE-EXIT.
040500     MOVE 'AUDIT RECEIVABLES TO DATE' TO RL-0069-S-LABEL.
040600     MOVE WH-0069-ITD-CNT           TO RL-0069-S-CNT.
040700     MOVE WH-0069-ITD-ORIG-AMT      TO RL-0069-S-AMT.
040800     MOVE 'IDENTIFIED'              TO RL-0069-S-NOTE.
040900     PERFORM 8100-SUM-LINE
041000         THRU 8100-SUM-LINE-EXIT.
041100     MOVE '  RECOVERED TO DATE'     TO RL-0069-S-LABEL.
041200     MOVE ZERO                      TO RL-0069-S-CNT.
041300     COMPUTE RL-0069-S-AMT =
041400             WH-0069-ITD-ORIG-AMT - WH-0069-ITD-BAL-AMT.
041500     MOVE ZERO                      TO WR-0069-PCT.
041600     IF WH-0069-ITD-ORIG-AMT > ZERO
041700         COMPUTE WR-0069-PCT ROUNDED =
041800             (WH-0069-ITD-ORIG-AMT - WH-0069-ITD-BAL-AMT) * 100
041900                 / WH-0069-ITD-ORIG-AMT
042000     END-IF.
042100     MOVE SPACES                    TO RL-0069-S-NOTE.
042200     MOVE WR-0069-PCT               TO RL-0069-S-PCT.
042300     MOVE 'PERCENT RECOVERED'       TO RL-0069-S-PCT-TX.
042400     PERFORM 8100-SUM-LINE
042500         THRU 8100-SUM-LINE-EXIT.
042600     MOVE '  OUTSTANDING'           TO RL-0069-S-LABEL.
042700     MOVE WH-0069-ITD-BAL-AMT       TO RL-0069-S-AMT.
042800     MOVE SPACES                    TO RL-0069-S-NOTE.
042900     PERFORM 8100-SUM-LINE
043000         THRU 8100-SUM-LINE-EXIT.
043100     CLOSE AUDTPARM-FILE RPT0069-FILE.
043200 8000-FINALIZE-EXIT.
043300     EXIT.
043400 8100-SUM-LINE.
043500     WRITE RPT0069-REC FROM RL-0069-SUM-LINE
043600         AFTER ADVANCING 1 LINE.
043700 8100-SUM-LINE-EXIT.
043800     EXIT.
043900*****************************************************************
044000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
044100*****************************************************************
044200 9999-SQL-ERROR.
044300     DISPLAY 'PDDR0069 - SQL ERROR ON C_AUDIT_CASE_TB'.
044400     DISPLAY 'SQLCODE = ' SQLCODE.
044500     MOVE 16 TO RETURN-CODE.
044600     CLOSE AUDTPARM-FILE RPT0069-FILE.
044700     GOBACK.
