000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0085.
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
001300*  10/15/26  ACS   NEW PROGRAM.  LOCK-IN CANDIDATE REPORT FOR   *
001400*                  THE PROGRAM INTEGRITY UNIT.  EVERY QUEUED    *
001500*                  CANDIDATE ON C_LKIN_CAND_TB, OLDEST FIRST,   *
001600*                  WITH ITS EVIDENCE AND SCORE AND, ON A        *
001700*                  SECOND LINE, THE PROPOSED LOCK-IN PHARMACY   *
001800*                  AND PRESCRIBER (THE ONES THE MEMBER USED     *
001900*                  MOST) AS THEY ARE KEYED INTO PDDM7582, WITH  *
002000*                  EACH ONE'S STATUS ON ITS MASTER, SINCE       *
002100*                  PDDM7582 TAKES ONLY ACTIVE ONES.             *
002200*                                                               *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RPT0085-FILE ASSIGN TO RPT0085
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*****************************************************************
003400*  DATA DIVISION                                                *
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RPT0085-FILE
003900     RECORDING MODE IS F.
004000 01  RPT0085-REC                     PIC X(00133).
004100*****************************************************************
004200*  WORKING-STORAGE SECTION                                      *
004300*****************************************************************
004400 WORKING-STORAGE SECTION.
004500 77  WR-0085-EOF-SW                  PIC X(00001) VALUE 'N'.
004600     88  WR-0085-EOF                 VALUE 'Y'.
004700 77  WR-0085-CAND-CNT                PIC S9(00009) COMP-3
004800                                     VALUE ZERO.
004900 77  WR-0085-READY-CNT               PIC S9(00009) COMP-3
005000                                     VALUE ZERO.
005100 77  WR-0085-LINE-CNT                PIC S9(00004) COMP
005200                                     VALUE +99.
005300*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
005400     COPY WKC90040.
005500*****************************************************************
005600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSOR              *
005700*****************************************************************
005800     EXEC SQL INCLUDE SQLCA END-EXEC.
005900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
006000     COPY CLLKCDTB.
006100 01  WH-0085-HOST-VARS.
006200     05  WH-0085-PROV-NAM            PIC X(00030).
006300     05  WH-0085-PROV-STAT-CD        PIC X(00001).
006400     05  WH-0085-PRSC-STAT-CD        PIC X(00001).
006500     EXEC SQL END DECLARE SECTION END-EXEC.
006600*    A PHARMACY OR PRESCRIBER NOT ON ITS MASTER SHOWS STATUS '?'.
006700     EXEC SQL
006800         DECLARE R0085CAN CURSOR FOR
006900         SELECT C.R_CUST_PART_NUM, C.B_SYS_ID, C.C_CAND_DT,
007000                C.C_CRDHLDR_ID, C.C_WNDW_BEG_DT, C.C_CS_CLM_CNT,
007100                C.C_PRSC_CNT, C.C_PHRM_CNT, C.C_ERLY_RFL_CNT,
007200                C.C_RVSL_CNT, C.C_MME_DAY_AMT, C.C_CAND_SCORE_NUM,
007300                C.C_PROP_PROV_ID,
007400                NVL((SELECT M.C_PROV_NAM
007500                       FROM C_PROV_MSTR_TB M
007600                      WHERE M.C_PROV_ID = C.C_PROP_PROV_ID
007700                        AND ROWNUM = 1), 'NAME NOT ON FILE'),
007800                NVL((SELECT M.C_PROV_STAT_CD
007900                       FROM C_PROV_MSTR_TB M
008000                      WHERE M.C_PROV_ID = C.C_PROP_PROV_ID
008100                        AND ROWNUM = 1), '?'),
008200                C.C_PROP_PRSC_ID,
008300                NVL((SELECT S.C_PRSC_STAT_CD
008400                       FROM C_PRSC_MSTR_TB S
008500                      WHERE S.C_PRSC_ID = C.C_PROP_PRSC_ID
008600                        AND ROWNUM = 1), '?')
008700           FROM C_LKIN_CAND_TB C
008800          WHERE C.C_CAND_STAT_CD = 'Q'
008900          ORDER BY C.C_CAND_DT, C.C_CAND_SCORE_NUM DESC,
009000                   C.R_CUST_PART_NUM, C.B_SYS_ID
009100     END-EXEC.
009200*****************************************************************
009300*  REPORT LINE LAYOUTS                                          *
009400*****************************************************************
009500 01  RL-0085-HDG1.
009600     05  FILLER                      PIC X(00001) VALUE SPACE.
009700     05  FILLER                      PIC X(00050) VALUE
009800         'PDDR0085 - LOCK-IN CANDIDATES QUEUED AS OF'.
009900     05  RL-0085-H-BUS-DT            PIC X(00010).
010000 01  RL-0085-HDG2.
010100     05  FILLER                      PIC X(00001) VALUE SPACE.
010200     05  FILLER                      PIC X(00040) VALUE
010300         'CUST CARDHOLDER ID        MBR SYS ID    '.
010400     05  FILLER                      PIC X(00040) VALUE
010500         'QUEUED      WINDOW FROM  CLMS PRSC PHRM '.
010600     05  FILLER                      PIC X(00040) VALUE
010700         'ERLY RVSL  MME/DAY  SCORE               '.
010800 01  RL-0085-HDG3.
010900     05  FILLER                      PIC X(00001) VALUE SPACE.
011000     05  FILLER                      PIC X(00040) VALUE
011100         '     PROPOSED PHARMACY   PHARMACY NAME  '.
011200     05  FILLER                      PIC X(00040) VALUE
011300         '               ST   PROPOSED PRESCRIBER '.
011400     05  FILLER                      PIC X(00040) VALUE
011500         'ST                                      '.
011600 01  RL-0085-CAN-LINE.
011700     05  FILLER                      PIC X(00001) VALUE SPACE.
011800     05  RL-0085-D-CUST              PIC ZZZ9.
011900     05  FILLER                      PIC X(00001) VALUE SPACE.
012000     05  RL-0085-D-CRDHLDR-ID        PIC X(00020).
012100     05  FILLER                      PIC X(00001) VALUE SPACE.
012200     05  RL-0085-D-SYS-ID            PIC Z(00008)9.
012300     05  FILLER                      PIC X(00005) VALUE SPACES.
012400     05  RL-0085-D-CAND-DT           PIC X(00010).
012500     05  FILLER                      PIC X(00002) VALUE SPACES.
012600     05  RL-0085-D-BEG-DT            PIC X(00010).
012700     05  FILLER                      PIC X(00002) VALUE SPACES.
012800     05  RL-0085-D-CLM-CNT           PIC ZZZZ9.
012900     05  FILLER                      PIC X(00001) VALUE SPACE.
013000     05  RL-0085-D-PRSC-CNT          PIC ZZZ9.
013100     05  FILLER                      PIC X(00001) VALUE SPACE.
013200     05  RL-0085-D-PHRM-CNT          PIC ZZZ9.
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  RL-0085-D-ERLY-CNT          PIC ZZZ9.
013500     05  FILLER                      PIC X(00001) VALUE SPACE.
013600     05  RL-0085-D-RVSL-CNT          PIC ZZZ9.
013700     05  FILLER                      PIC X(00001) VALUE SPACE.
013800     05  RL-0085-D-MME-AMT           PIC ZZ,ZZ9.99.
013900     05  FILLER                      PIC X(00003) VALUE SPACES.
014000     05  RL-0085-D-SCORE             PIC ZZ9.
014100 01  RL-0085-PROP-LINE.
014200     05  FILLER                      PIC X(00006) VALUE SPACES.
014300     05  RL-0085-P-PROV-ID           PIC X(00015).
014400     05  FILLER                      PIC X(00005) VALUE SPACES.
014500     05  RL-0085-P-PROV-NAM          PIC X(00030).
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  RL-0085-P-PROV-STAT         PIC X(00001).
014800     05  FILLER                      PIC X(00003) VALUE SPACES.
014900     05  RL-0085-P-PRSC-ID           PIC X(00015).
015000     05  FILLER                      PIC X(00005) VALUE SPACES.
015100     05  RL-0085-P-PRSC-STAT         PIC X(00001).
015200     05  FILLER                      PIC X(00002) VALUE SPACES.
015300     05  RL-0085-P-READY             PIC X(00025).
015400 01  RL-0085-COUNT-LINE.
015500     05  FILLER                      PIC X(00001) VALUE SPACE.
015600     05  RL-0085-C-LABEL             PIC X(00045).
015700     05  RL-0085-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
015800*****************************************************************
015900*  PROCEDURE DIVISION                                           *
016000*****************************************************************
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-INITIALIZE-EXIT.
016500     PERFORM 2000-ONE-CANDIDATE
016600         THRU 2000-ONE-CANDIDATE-EXIT
016700         UNTIL WR-0085-EOF.
016800     PERFORM 8000-FINALIZE
016900         THRU 8000-FINALIZE-EXIT.
017000     GOBACK.
017100*****************************************************************
017200*    1000-INITIALIZE                                            *
017300*****************************************************************
017400 1000-INITIALIZE.
017500     MOVE 'PDDR0085'             TO WK-9004-PGM-ID.
017600     MOVE SPACES                 TO WK-9004-OVRD-DT.
017700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017800     IF WK-9004-NO-BUS-DT
017900         DISPLAY 'PDDR0085 - NO BUSINESS PROCESSING DATE'
018000         MOVE 16 TO RETURN-CODE
018100         GOBACK
018200     END-IF.
018300     OPEN OUTPUT RPT0085-FILE.
018400     MOVE WK-9004-BUS-DT         TO RL-0085-H-BUS-DT.
018500     EXEC SQL
018600         OPEN R0085CAN
018700     END-EXEC.
018800     IF SQLCODE NOT = 0
018900         GO TO 9999-SQL-ERROR
019000     END-IF.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300*****************************************************************
019400*    2000-ONE-CANDIDATE - MEMBER AND EVIDENCE, THEN PROPOSAL    *
019500*****************************************************************
019600 2000-ONE-CANDIDATE.
019700     EXEC SQL
019800         FETCH R0085CAN
019900         INTO :CLLKCDTB-R-CUST-PART-NUM,
020000              :CLLKCDTB-B-SYS-ID,
020100              :CLLKCDTB-C-CAND-DT,
020200              :CLLKCDTB-C-CRDHLDR-ID,
020300              :CLLKCDTB-C-WNDW-BEG-DT,
020400              :CLLKCDTB-C-CS-CLM-CNT,
020500              :CLLKCDTB-C-PRSC-CNT,
020600              :CLLKCDTB-C-PHRM-CNT,
020700              :CLLKCDTB-C-ERLY-RFL-CNT,
020800              :CLLKCDTB-C-RVSL-CNT,
020900              :CLLKCDTB-C-MME-DAY-AMT,
021000              :CLLKCDTB-C-CAND-SCORE-NUM,
021100              :CLLKCDTB-C-PROP-PROV-ID,
021200              :WH-0085-PROV-NAM,
021300              :WH-0085-PROV-STAT-CD,
021400              :CLLKCDTB-C-PROP-PRSC-ID,
021500              :WH-0085-PRSC-STAT-CD
021600     END-EXEC.
021700     EVALUATE SQLCODE
021800       WHEN 0
021900         ADD 1                   TO WR-0085-CAND-CNT
022000       WHEN 100
022100         SET WR-0085-EOF         TO TRUE
022200         GO TO 2000-ONE-CANDIDATE-EXIT
022300       WHEN OTHER
022400         GO TO 9999-SQL-ERROR
022500     END-EVALUATE.
022600     IF WR-0085-LINE-CNT > 50
022700         PERFORM 2100-HEADINGS
022800             THRU 2100-HEADINGS-EXIT
022900     END-IF.
023000     MOVE CLLKCDTB-R-CUST-PART-NUM  TO RL-0085-D-CUST.
023100     MOVE CLLKCDTB-C-CRDHLDR-ID     TO RL-0085-D-CRDHLDR-ID.
023200     MOVE CLLKCDTB-B-SYS-ID         TO RL-0085-D-SYS-ID.
023300     MOVE CLLKCDTB-C-CAND-DT        TO RL-0085-D-CAND-DT.
023400     MOVE CLLKCDTB-C-WNDW-BEG-DT    TO RL-0085-D-BEG-DT.
023500     MOVE CLLKCDTB-C-CS-CLM-CNT     TO RL-0085-D-CLM-CNT.
023600     MOVE CLLKCDTB-C-PRSC-CNT       TO RL-0085-D-PRSC-CNT.
023700     MOVE CLLKCDTB-C-PHRM-CNT       TO RL-0085-D-PHRM-CNT.
023800     MOVE CLLKCDTB-C-ERLY-RFL-CNT   TO RL-0085-D-ERLY-CNT.
023900     MOVE CLLKCDTB-C-RVSL-CNT       TO RL-0085-D-RVSL-CNT.
024000     MOVE CLLKCDTB-C-MME-DAY-AMT    TO RL-0085-D-MME-AMT.
024100     MOVE CLLKCDTB-C-CAND-SCORE-NUM TO RL-0085-D-SCORE.
024200     WRITE RPT0085-REC FROM RL-0085-CAN-LINE
024300         AFTER ADVANCING 2 LINES.
024400     MOVE CLLKCDTB-C-PROP-PROV-ID   TO RL-0085-P-PROV-ID.
024500     MOVE WH-0085-PROV-NAM          TO RL-0085-P-PROV-NAM.
024600     MOVE WH-0085-PROV-STAT-CD      TO RL-0085-P-PROV-STAT.
024700     MOVE CLLKCDTB-C-PROP-PRSC-ID   TO RL-0085-P-PRSC-ID.
024800     MOVE WH-0085-PRSC-STAT-CD      TO RL-0085-P-PRSC-STAT.
024900     IF WH-0085-PROV-STAT-CD = 'A'
025000     AND WH-0085-PRSC-STAT-CD = 'A'
025100         MOVE 'READY TO KEY'        TO RL-0085-P-READY
025200         ADD 1                      TO WR-0085-READY-CNT
025300     ELSE
025400         MOVE 'REVIEW - NOT BOTH ACTIVE' TO RL-0085-P-READY
025500     END-IF.
025600     WRITE RPT0085-REC FROM RL-0085-PROP-LINE
025700         AFTER ADVANCING 1 LINE.
025800     ADD 3                          TO WR-0085-LINE-CNT.
025900 2000-ONE-CANDIDATE-EXIT.
026000     EXIT.
026100*****************************************************************
026200*    2100-HEADINGS                                              *
026300*****************************************************************
026400 2100-HEADINGS.
026500     WRITE RPT0085-REC FROM RL-0085-HDG1
026600         BEFORE ADVANCING TO-NEW-PAGE.
026700     WRITE RPT0085-REC FROM RL-0085-HDG2
026800         AFTER ADVANCING 2 LINES.
026900     WRITE RPT0085-REC FROM RL-0085-HDG3
027000         AFTER ADVANCING 1 LINE.
027100     MOVE 4                         TO WR-0085-LINE-CNT.
027200 2100-HEADINGS-EXIT.
027300     EXIT.
027400*****************************************************************
027500*    8000-FINALIZE                                              *
027600*****************************************************************
027700 8000-FINALIZE.
027800     EXEC SQL
027900         CLOSE R0085CAN
028000     END-EXEC.
028100     IF WR-0085-CAND-CNT = ZERO
028200         PERFORM 2100-HEADINGS
028300             THRU 2100-HEADINGS-EXIT
028400     END-IF.
028500     MOVE 'CANDIDATES QUEUED'       TO RL-0085-C-LABEL.
028600     MOVE WR-0085-CAND-CNT          TO RL-0085-C-CNT.
028700     WRITE RPT0085-REC FROM RL-0085-COUNT-LINE
028800         AFTER ADVANCING 3 LINES.
028900     MOVE 'PHARMACY AND PRESCRIBER BOTH ACTIVE'
029000                                    TO RL-0085-C-LABEL.
029100     MOVE WR-0085-READY-CNT         TO RL-0085-C-CNT.
029200     WRITE RPT0085-REC FROM RL-0085-COUNT-LINE
029300         AFTER ADVANCING 1 LINE.
029400     CLOSE RPT0085-FILE.
029500 8000-FINALIZE-EXIT.
029600     EXIT.
029700*****************************************************************
029800*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
029900*****************************************************************
030000 9999-SQL-ERROR.
030100     DISPLAY 'PDDR0085 - SQL ERROR ON C_LKIN_CAND_TB'.
030200     DISPLAY 'SQLCODE = ' SQLCODE.
030300     EXEC SQL ROLLBACK END-EXEC.
030400     MOVE 16 TO RETURN-CODE.
030500     CLOSE RPT0085-FILE.
030600     GOBACK.
