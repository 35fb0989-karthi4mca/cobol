000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0089.
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
001300*  10/15/26  ACS   NEW PROGRAM.  INTEGRATED ACCUMULATOR         *
001400*                  MEMBER OUT-OF-BALANCE REPORT.  RUNS AFTER    *
001500*                  PDDB0049.  FOR EVERY MEMBER ON THE DAY'S     *
001600*                  INBOUND CARRIER FILE WHO IS ON FILE HERE IT  *
001700*                  COMPARES THE CARRIER'S INTEGRATED YEAR-TO-   *
001800*                  DATE DEDUCTIBLE AND OUT-OF-POCKET WITH OURS  *
001900*                  AND LISTS THE MEMBERS WHO DO NOT AGREE.      *
002000*                                                               *
002100*****************************************************************
002200*                                                               *
002300*   OURS IS THE B_BENEFIT_TB YEAR-TO-DATE OF THE GROUP'S        *
002400*   DEDUCTIBLE AND OUT-OF-POCKET ACCUMULATORS (LIST 7542),      *
002500*   WHICH HOLD PHARMACY PLUS THE MEDICAL APPLIED BY PDDB0049,   *
002600*   LESS THE PHARMACY AMOUNTS PDDB0048 SENT AFTER THE LAST      *
002700*   FILE THE CARRIER HAD LOADED WHEN IT CUT ITS FIGURES (THE    *
002800*   PHARMACY-LOADED-TO DATE ON THE INBOUND HEADER) - THOSE ARE  *
002900*   IN TRANSIT, NOT OUT OF BALANCE.  A MEMBER WHOSE RECORD WAS  *
003000*   REJECTED IS STILL COMPARED; THE STATUS COLUMN SHOWS IT.     *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RPT0089-FILE ASSIGN TO RPT0089
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200*****************************************************************
004300*  DATA DIVISION                                                *
004400*****************************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RPT0089-FILE
004800     RECORDING MODE IS F.
004900 01  RPT0089-REC                     PIC X(00133).
005000*****************************************************************
005100*  WORKING-STORAGE SECTION                                     *
005200*****************************************************************
005300 WORKING-STORAGE SECTION.
005400 77  WR-0089-EOF-SW                  PIC X(00001) VALUE 'N'.
005500     88  WR-0089-EOF                 VALUE 'Y'.
005600 77  WR-0089-MBR-CNT                 PIC S9(00009) COMP-3
005700                                     VALUE ZERO.
005800 77  WR-0089-OOB-CNT                 PIC S9(00009) COMP-3
005900                                     VALUE ZERO.
006000 77  WR-0089-DED-OOB-CNT             PIC S9(00009) COMP-3
006100                                     VALUE ZERO.
006200 77  WR-0089-OOP-OOB-CNT             PIC S9(00009) COMP-3
006300                                     VALUE ZERO.
006400 77  WR-0089-OUR-DED-AMT             PIC S9(00009)V9(00002)
006500                                     COMP-3 VALUE ZERO.
006600 77  WR-0089-OUR-OOP-AMT             PIC S9(00009)V9(00002)
006700                                     COMP-3 VALUE ZERO.
006800 77  WR-0089-DED-DIFF-AMT            PIC S9(00009)V9(00002)
006900                                     COMP-3 VALUE ZERO.
007000 77  WR-0089-OOP-DIFF-AMT            PIC S9(00009)V9(00002)
007100                                     COMP-3 VALUE ZERO.
007200*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
007300     COPY WKC90040.
007400*****************************************************************
007500*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSOR              *
007600*****************************************************************
007700     EXEC SQL INCLUDE SQLCA END-EXEC.
007800     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007900     COPY CLACXGTB.
008000 01  WH-0089-HOST-VARS.
008100     05  WH-0089-BUS-DT              PIC X(00010).
008200     05  WH-0089-END-LMT-TX          PIC X(00015).
008300     05  WH-0089-BENEFIT-TY-CD       PIC X(00001).
008400     05  WH-0089-YTD-AMT             PIC S9(00009)V9(00002)
008500                                     COMP-3.
008600     05  WH-0089-UNSENT-DED-AMT      PIC S9(00009)V9(00002)
008700                                     COMP-3.
008800     05  WH-0089-UNSENT-OOP-AMT      PIC S9(00009)V9(00002)
008900                                     COMP-3.
009000     EXEC SQL END DECLARE SECTION END-EXEC.
009100*    THE DAY'S INBOUND RECORDS FOR MEMBERS ON FILE, LAST RECORD
009200*    OF THE DAY PER MEMBER, GROUP AND YEAR.
009300     EXEC SQL
009400         DECLARE R0089XCG CURSOR FOR
009500         SELECT X.C_CARR_ID, X.R_CUST_PART_NUM, X.B_SYS_ID,
009600                X.B_CRDHLDR_ID, X.R_GROUP_ID, X.B_YR_ID,
009700                X.C_XCHG_STAT_CD, X.C_RJCT_RSN_TX,
009800                X.C_CARR_YTD_DED_AMT, X.C_CARR_YTD_OOP_AMT,
009900                X.C_PHRM_THRU_DT
010000           FROM C_ACCUM_XCHG_TB X
010100          WHERE X.C_XCHG_DIR_CD = 'I'
010200            AND X.G_BUS_DT      = :WH-0089-BUS-DT
010300            AND EXISTS
010400                (SELECT 1
010500                   FROM R_MBR_ELIG_TB M
010600                  WHERE M.R_CUST_PART_NUM = X.R_CUST_PART_NUM
010700                    AND M.B_SYS_ID        = X.B_SYS_ID)
010800            AND X.C_XCHG_REC_NUM =
010900                (SELECT MAX(Y.C_XCHG_REC_NUM)
011000                   FROM C_ACCUM_XCHG_TB Y
011100                  WHERE Y.C_XCHG_DIR_CD   = 'I'
011200                    AND Y.G_BUS_DT        = X.G_BUS_DT
011300                    AND Y.R_CUST_PART_NUM = X.R_CUST_PART_NUM
011400                    AND Y.B_SYS_ID        = X.B_SYS_ID
011500                    AND Y.R_GROUP_ID      = X.R_GROUP_ID
011600                    AND Y.B_YR_ID         = X.B_YR_ID)
011700          ORDER BY X.R_GROUP_ID, X.R_CUST_PART_NUM, X.B_SYS_ID,
011800                   X.B_YR_ID
011900     END-EXEC.
012000*****************************************************************
012100*  REPORT LINES                                                 *
012200*****************************************************************
012300 01  RL-0089-HDG1.
012400     05  FILLER                PIC X(00001) VALUE SPACE.
012500     05  FILLER                PIC X(00050)
012600         VALUE 'PDDR0089 - INTEGRATED ACCUMULATOR OUT OF BALANCE'.
012700     05  FILLER                PIC X(00009)
012800             VALUE 'BUS DATE '.
012900     05  RL-0089-H1-BUS-DT     PIC X(00010).
013000 01  RL-0089-HDG2.
013100     05  FILLER                PIC X(00001) VALUE SPACE.
013200     05  FILLER                PIC X(00011) VALUE 'CARRIER'.
013300     05  FILLER                PIC X(00009) VALUE 'GROUP'.
013400     05  FILLER                PIC X(00010) VALUE 'MEMBER'.
013500     05  FILLER                PIC X(00021) VALUE 'CARDHOLDER'.
013600     05  FILLER                PIC X(00005) VALUE 'YEAR'.
013700     05  FILLER                PIC X(00002) VALUE 'ST'.
013800     05  FILLER                PIC X(00014)
013900             VALUE '    CARR DED'.
014000     05  FILLER                PIC X(00014)
014100             VALUE '     OUR DED'.
014200     05  FILLER                PIC X(00014)
014300             VALUE '    CARR OOP'.
014400     05  FILLER                PIC X(00014)
014500             VALUE '     OUR OOP'.
014600     05  FILLER                PIC X(00011) VALUE ' LOADED TO'.
014700 01  RL-0089-DETAIL.
014800     05  FILLER                PIC X(00001) VALUE SPACE.
014900     05  RL-0089-D-CARR-ID     PIC X(00010).
015000     05  FILLER                PIC X(00001) VALUE SPACE.
015100     05  RL-0089-D-GROUP-ID    PIC X(00008).
015200     05  FILLER                PIC X(00001) VALUE SPACE.
015300     05  RL-0089-D-SYS-ID      PIC 9(00009).
015400     05  FILLER                PIC X(00001) VALUE SPACE.
015500     05  RL-0089-D-CRDHLDR-ID  PIC X(00020).
015600     05  FILLER                PIC X(00001) VALUE SPACE.
015700     05  RL-0089-D-YR-ID       PIC X(00004).
015800     05  FILLER                PIC X(00001) VALUE SPACE.
015900     05  RL-0089-D-STAT-CD     PIC X(00001).
016000     05  FILLER                PIC X(00001) VALUE SPACE.
016100     05  RL-0089-D-CARR-DED    PIC ZZZ,ZZZ,ZZ9.99-.
016200     05  RL-0089-D-OUR-DED     PIC ZZZ,ZZZ,ZZ9.99-.
016300     05  RL-0089-D-CARR-OOP    PIC ZZZ,ZZZ,ZZ9.99-.
016400     05  RL-0089-D-OUR-OOP     PIC ZZZ,ZZZ,ZZ9.99-.
016500     05  FILLER                PIC X(00001) VALUE SPACE.
016600     05  RL-0089-D-THRU-DT     PIC X(00010).
016700 01  RL-0089-COUNT-LINE.
016800     05  FILLER                PIC X(00001) VALUE SPACE.
016900     05  RL-0089-C-LABEL       PIC X(00040).
017000     05  RL-0089-C-CNT         PIC ZZZ,ZZZ,ZZ9.
017100*****************************************************************
017200*  PROCEDURE DIVISION                                           *
017300*****************************************************************
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE
017700         THRU 1000-INITIALIZE-EXIT.
017800     PERFORM 2000-ONE-MEMBER
017900         THRU 2000-ONE-MEMBER-EXIT
018000         UNTIL WR-0089-EOF.
018100     PERFORM 8000-FINALIZE
018200         THRU 8000-FINALIZE-EXIT.
018300     GOBACK.
018400*****************************************************************
018500*    1000-INITIALIZE                                            *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     MOVE 'PDDR0089'             TO WK-9004-PGM-ID.
018900     MOVE SPACES                 TO WK-9004-OVRD-DT.
019000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019100     IF WK-9004-NO-BUS-DT
019200         DISPLAY 'PDDR0089 - NO BUSINESS PROCESSING DATE'
019300         MOVE 16 TO RETURN-CODE
019400         GOBACK
019500     END-IF.
019600     OPEN OUTPUT RPT0089-FILE.
019700     MOVE WK-9004-BUS-DT         TO WH-0089-BUS-DT
019800                                    RL-0089-H1-BUS-DT.
019900     WRITE RPT0089-REC FROM RL-0089-HDG1
020000         BEFORE ADVANCING TO-NEW-PAGE.
020100     WRITE RPT0089-REC FROM RL-0089-HDG2
020200         AFTER ADVANCING 2 LINES.
020300     EXEC SQL
020400         OPEN R0089XCG
020500     END-EXEC.
020600     IF SQLCODE NOT = ZERO
020700         GO TO 9999-SQL-ERROR
020800     END-IF.
020900 1000-INITIALIZE-EXIT.
021000     EXIT.
021100*****************************************************************
021200*    2000-ONE-MEMBER - OUR FIGURES AGAINST THE CARRIER'S        *
021300*****************************************************************
021400 2000-ONE-MEMBER.
021500     EXEC SQL
021600         FETCH R0089XCG
021700         INTO :CLACXGTB-C-CARR-ID,
021800              :CLACXGTB-R-CUST-PART-NUM,
021900              :CLACXGTB-B-SYS-ID,
022000              :CLACXGTB-B-CRDHLDR-ID,
022100              :CLACXGTB-R-GROUP-ID,
022200              :CLACXGTB-B-YR-ID,
022300              :CLACXGTB-C-XCHG-STAT-CD,
022400              :CLACXGTB-C-RJCT-RSN-TX,
022500              :CLACXGTB-C-CARR-YTD-DED-AMT,
022600              :CLACXGTB-C-CARR-YTD-OOP-AMT,
022700              :CLACXGTB-C-PHRM-THRU-DT
022800     END-EXEC.
022900     IF SQLCODE = 100
023000         SET WR-0089-EOF TO TRUE
023100         GO TO 2000-ONE-MEMBER-EXIT
023200     END-IF.
023300     IF SQLCODE NOT = ZERO
023400         GO TO 9999-SQL-ERROR
023500     END-IF.
023600     ADD 1                       TO WR-0089-MBR-CNT.
023700*    THE GROUP'S ACCUMULATOR TYPES.  A GROUP NO LONGER ON THE
023800*    LIST HAS NO TYPES AND SHOWS ZERO ON OUR SIDE.
023900     MOVE SPACES                 TO WH-0089-END-LMT-TX.
024000     EXEC SQL
024100         SELECT G_LIST_END_LMT
024200           INTO :WH-0089-END-LMT-TX
024300           FROM G_LIST_DTL_TB
024400          WHERE G_LIST_SUBSYS_CD = 'C'
024500            AND G_LIST_NUM       = '7542'
024600            AND RTRIM(G_LIST_STRT_LMT) =
024700                RTRIM(:CLACXGTB-R-GROUP-ID)
024800            AND G_LIST_EFF_STRT_DT <=
024900                TO_DATE(:WH-0089-BUS-DT, 'YYYY-MM-DD')
025000            AND G_LIST_EFF_END_DT  >=
025100                TO_DATE(:WH-0089-BUS-DT, 'YYYY-MM-DD')
025200            AND ROWNUM = 1
025300     END-EXEC.
025400     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
025500         GO TO 9999-SQL-ERROR
025600     END-IF.
025700     MOVE WH-0089-END-LMT-TX (1:1) TO WH-0089-BENEFIT-TY-CD.
025800     PERFORM 2100-READ-YTD
025900         THRU 2100-READ-YTD-EXIT.
026000     MOVE WH-0089-YTD-AMT        TO WR-0089-OUR-DED-AMT.
026100     MOVE WH-0089-END-LMT-TX (2:1) TO WH-0089-BENEFIT-TY-CD.
026200     PERFORM 2100-READ-YTD
026300         THRU 2100-READ-YTD-EXIT.
026400     MOVE WH-0089-YTD-AMT        TO WR-0089-OUR-OOP-AMT.
026500*    PHARMACY SENT AFTER THE CARRIER'S LOAD IS STILL IN TRANSIT.
026600     EXEC SQL
026700         SELECT NVL(SUM(C_DED_AMT), 0), NVL(SUM(C_OOP_AMT), 0)
026800           INTO :WH-0089-UNSENT-DED-AMT, :WH-0089-UNSENT-OOP-AMT
026900           FROM C_ACCUM_XCHG_TB
027000          WHERE C_XCHG_DIR_CD   = 'O'
027100            AND G_BUS_DT        > :CLACXGTB-C-PHRM-THRU-DT
027200            AND R_CUST_PART_NUM = :CLACXGTB-R-CUST-PART-NUM
027300            AND B_SYS_ID        = :CLACXGTB-B-SYS-ID
027400            AND R_GROUP_ID      = :CLACXGTB-R-GROUP-ID
027500            AND B_YR_ID         = :CLACXGTB-B-YR-ID
027600     END-EXEC.
027700     IF SQLCODE NOT = ZERO
027800         GO TO 9999-SQL-ERROR
027900     END-IF.
028000     SUBTRACT WH-0089-UNSENT-DED-AMT FROM WR-0089-OUR-DED-AMT.
028100     SUBTRACT WH-0089-UNSENT-OOP-AMT FROM WR-0089-OUR-OOP-AMT.
028200     COMPUTE WR-0089-DED-DIFF-AMT =
028300         CLACXGTB-C-CARR-YTD-DED-AMT - WR-0089-OUR-DED-AMT.
028400     COMPUTE WR-0089-OOP-DIFF-AMT =
028500         CLACXGTB-C-CARR-YTD-OOP-AMT - WR-0089-OUR-OOP-AMT.
028600     IF WR-0089-DED-DIFF-AMT = ZERO
028700        AND WR-0089-OOP-DIFF-AMT = ZERO
028800         GO TO 2000-ONE-MEMBER-EXIT
028900     END-IF.
029000     ADD 1                       TO WR-0089-OOB-CNT.
029100     IF WR-0089-DED-DIFF-AMT NOT = ZERO
029200         ADD 1 TO WR-0089-DED-OOB-CNT
029300     END-IF.
029400     IF WR-0089-OOP-DIFF-AMT NOT = ZERO
029500         ADD 1 TO WR-0089-OOP-OOB-CNT
029600     END-IF.
029700     MOVE CLACXGTB-C-CARR-ID     TO RL-0089-D-CARR-ID.
029800     MOVE CLACXGTB-R-GROUP-ID    TO RL-0089-D-GROUP-ID.
029900     MOVE CLACXGTB-B-SYS-ID      TO RL-0089-D-SYS-ID.
030000     MOVE CLACXGTB-B-CRDHLDR-ID  TO RL-0089-D-CRDHLDR-ID.
030100     MOVE CLACXGTB-B-YR-ID       TO RL-0089-D-YR-ID.
030200     MOVE CLACXGTB-C-XCHG-STAT-CD TO RL-0089-D-STAT-CD.
030300     MOVE CLACXGTB-C-CARR-YTD-DED-AMT TO RL-0089-D-CARR-DED.
030400     MOVE WR-0089-OUR-DED-AMT    TO RL-0089-D-OUR-DED.
030500     MOVE CLACXGTB-C-CARR-YTD-OOP-AMT TO RL-0089-D-CARR-OOP.
030600     MOVE WR-0089-OUR-OOP-AMT    TO RL-0089-D-OUR-OOP.
030700     MOVE CLACXGTB-C-PHRM-THRU-DT TO RL-0089-D-THRU-DT.
030800     WRITE RPT0089-REC FROM RL-0089-DETAIL
030900         AFTER ADVANCING 1 LINE.
031000 2000-ONE-MEMBER-EXIT.
031100     EXIT.
031200*****************************************************************
031300*    2100-READ-YTD - ONE ACCUMULATOR'S YEAR-TO-DATE, ZERO WHEN  *
031400*    THE MEMBER HAS NO ROW FOR IT                               *
031500*****************************************************************
031600 2100-READ-YTD.
031700     MOVE ZERO                   TO WH-0089-YTD-AMT.
031800     IF WH-0089-BENEFIT-TY-CD = SPACES
031900         GO TO 2100-READ-YTD-EXIT
032000     END-IF.
032100     EXEC SQL
032200         SELECT NVL(SUM(B_BENEFIT_YTD_AMT), 0)
032300           INTO :WH-0089-YTD-AMT
032400           FROM B_BENEFIT_TB
032500          WHERE B_SYS_ID        = :CLACXGTB-B-SYS-ID
032600            AND B_YR_ID         = :CLACXGTB-B-YR-ID
032700            AND RTRIM(R_GROUP_ID) = RTRIM(:CLACXGTB-R-GROUP-ID)
032800            AND B_BENEFIT_TY_CD = :WH-0089-BENEFIT-TY-CD
032900     END-EXEC.
033000     IF SQLCODE NOT = ZERO
033100         GO TO 9999-SQL-ERROR
033200     END-IF.
033300 2100-READ-YTD-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    8000-FINALIZE - CONTROL COUNTS.  ANY MEMBER OUT OF BALANCE *
033700*    ENDS RC 4 FOR THE ACCUMULATOR TEAM'S FOLLOW-UP.            *
033800*****************************************************************
033900 8000-FINALIZE.
034000     EXEC SQL
034100         CLOSE R0089XCG
034200     END-EXEC.
034300     MOVE 'MEMBERS COMPARED'             TO RL-0089-C-LABEL.
034400     MOVE WR-0089-MBR-CNT        TO RL-0089-C-CNT.
034500     WRITE RPT0089-REC FROM RL-0089-COUNT-LINE
034600         AFTER ADVANCING 3 LINES.
034700     MOVE 'MEMBERS OUT OF BALANCE'       TO RL-0089-C-LABEL.
034800     MOVE WR-0089-OOB-CNT        TO RL-0089-C-CNT.
034900     WRITE RPT0089-REC FROM RL-0089-COUNT-LINE
035000         AFTER ADVANCING 1 LINE.
035100     MOVE '  ON DEDUCTIBLE'              TO RL-0089-C-LABEL.
035200     MOVE WR-0089-DED-OOB-CNT    TO RL-0089-C-CNT.
035300     WRITE RPT0089-REC FROM RL-0089-COUNT-LINE
035400         AFTER ADVANCING 1 LINE.
035500     MOVE '  ON OUT-OF-POCKET'           TO RL-0089-C-LABEL.
035600     MOVE WR-0089-OOP-OOB-CNT    TO RL-0089-C-CNT.
035700     WRITE RPT0089-REC FROM RL-0089-COUNT-LINE
035800         AFTER ADVANCING 1 LINE.
035900     IF WR-0089-OOB-CNT > ZERO
036000         MOVE 4 TO RETURN-CODE
036100     END-IF.
036200     CLOSE RPT0089-FILE.
036300 8000-FINALIZE-EXIT.
036400     EXIT.
036500*****************************************************************
036600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
036700*****************************************************************
036800 9999-SQL-ERROR.
036900     DISPLAY 'PDDR0089 - SQL ERROR ON C_ACCUM_XCHG_TB'.
037000     DISPLAY 'SQLCODE = ' SQLCODE.
037100     MOVE 16 TO RETURN-CODE.
037200     CLOSE RPT0089-FILE.
037300     GOBACK.
