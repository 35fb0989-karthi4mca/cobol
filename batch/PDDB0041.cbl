000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0041.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY MEDICATION ADHERENCE  *
001400*                  (PROPORTION OF DAYS COVERED).  FOR THE      *
001500*                  MEASUREMENT YEAR TO THE END OF THE PRIOR    *
001600*                  MONTH, TAKES EVERY PAID FILL OF A LIST 7522 *
001700*                  MAINTENANCE GCN WHOSE ROW NAMES A MEASURED  *
001800*                  THERAPY CLASS IN ITS DETAIL TEXT (STAT      *
001900*                  STATINS, RASA RAS ANTAGONISTS, DIAB         *
002000*                  DIABETES DRUGS) AND, PER MEMBER AND CLASS,  *
002100*                  COUNTS THE DAYS COVERED FROM THE FIRST FILL *
002200*                  (THE INDEX DATE) TO THE AS-OF DATE.  AN     *
002300*                  EARLY REFILL OF THE SAME GCN STARTS WHEN    *
002400*                  THE SUPPLY ON HAND RUNS OUT; DIFFERENT GCNS *
002500*                  OF THE CLASS ON THE SAME DAY COVER IT ONCE. *
002600*                  A MEMBER WITH ONE FILL, A HOSPICE ELECTION  *
002700*                  IN THE YEAR OR A NURSING-FACILITY CLAIM IN  *
002800*                  THE YEAR IS RECORDED BUT LEFT OUT OF THE    *
002900*                  MEASURE.  RESULTS GO TO C_MBR_PDC_TB UNDER  *
003000*                  THE AS-OF DATE; A RERUN REPLACES THEM.      *
003100*                                                              *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RPTB041-FILE ASSIGN TO RPTB041
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200*****************************************************************
004300*  DATA DIVISION                                                *
004400*****************************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RPTB041-FILE
004800     RECORDING MODE IS F.
004900 01  RPTB041-REC                     PIC X(00133).
005000*****************************************************************
005100*  WORKING-STORAGE SECTION                                     *
005200*****************************************************************
005300 WORKING-STORAGE SECTION.
005400 77  WB-0041-EOF-SW                  PIC X(00001) VALUE 'N'.
005500     88  WB-0041-EOF                 VALUE 'Y'.
005600 77  WB-0041-GRP-SW                  PIC X(00001) VALUE 'N'.
005700     88  WB-0041-GRP-OPEN            VALUE 'Y'.
005800 77  WB-0041-ADHR-PCT                PIC S9(00003)V9(00002)
005900                                     COMP-3 VALUE +80.00.
006000 77  WB-0041-COMMIT-INTVL            PIC S9(00004) COMP
006100                                     VALUE +500.
006200 77  WB-0041-UNCMT-CNT               PIC S9(00004) COMP
006300                                     VALUE ZERO.
006400 77  WB-0041-FILL-CNT                PIC S9(00009) COMP-3
006500                                     VALUE ZERO.
006600 77  WB-0041-ROW-CNT                 PIC S9(00009) COMP-3
006700                                     VALUE ZERO.
006800 77  WB-0041-ADHR-CNT                PIC S9(00009) COMP-3
006900                                     VALUE ZERO.
007000 77  WB-0041-BELOW-CNT               PIC S9(00009) COMP-3
007100                                     VALUE ZERO.
007200 77  WB-0041-UNRCH-CNT               PIC S9(00009) COMP-3
007300                                     VALUE ZERO.
007400 77  WB-0041-ONE-CNT                 PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007600 77  WB-0041-HSPC-CNT                PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WB-0041-LTC-CNT                 PIC S9(00009) COMP-3
007900                                     VALUE ZERO.
008000 77  WB-0041-DAY-SUB                 PIC S9(00004) COMP
008100                                     VALUE ZERO.
008200 77  WB-0041-BEG-DAY                 PIC S9(00004) COMP
008300                                     VALUE ZERO.
008400 77  WB-0041-END-DAY                 PIC S9(00004) COMP
008500                                     VALUE ZERO.
008600 77  WB-0041-NEXT-DAY                PIC S9(00004) COMP
008700                                     VALUE ZERO.
008800 77  WB-0041-INDX-DAY                PIC S9(00004) COMP
008900                                     VALUE ZERO.
009000 77  WB-0041-CUR-GCN                 PIC S9(00009) COMP
009100                                     VALUE ZERO.
009200*    THE MEMBER AND CLASS BEING MEASURED, AND THE FILL'S.
009300 01  WB-0041-CUR-KEY.
009400     05  WB-0041-CUR-CUST            PIC S9(00004) COMP.
009500     05  WB-0041-CUR-SYS-ID          PIC S9(00009) COMP.
009600     05  WB-0041-CUR-CLS-CD          PIC X(00004).
009700 01  WB-0041-NEW-KEY.
009800     05  WB-0041-NEW-CUST            PIC S9(00004) COMP.
009900     05  WB-0041-NEW-SYS-ID          PIC S9(00009) COMP.
010000     05  WB-0041-NEW-CLS-CD          PIC X(00004).
010100*    ONE FLAG PER DAY OF THE MEASUREMENT YEAR - 'Y' IS COVERED.
010200 01  WB-0041-DAY-TBL.
010300     05  WB-0041-DAY-FLAG            PIC X(00001)
010400                                     OCCURS 366 TIMES.
010500*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
010600     COPY WKC90040.
010700*****************************************************************
010800*  EXEC SQL - SQLCA, HOST VARIABLES AND THE FILL CURSOR         *
010900*****************************************************************
011000     EXEC SQL INCLUDE SQLCA END-EXEC.
011100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011200     COPY CLMPDCTB.
011300 01  WH-0041-HOST-VARS.
011400     05  WH-0041-BUS-DT              PIC X(00010).
011500     05  WH-0041-ASOF-DT             PIC X(00010).
011600     05  WH-0041-YR-BEG-DT           PIC X(00010).
011700     05  WH-0041-YR-END-DT           PIC X(00010).
011800     05  WH-0041-ASOF-DAY            PIC S9(00004) COMP.
011900     05  WH-0041-YR-DAYS             PIC S9(00004) COMP.
012000     05  WH-0041-GCN-SEQ-NUM         PIC S9(00009) COMP.
012100     05  WH-0041-FILL-DT             PIC X(00010).
012200     05  WH-0041-FILL-DAY            PIC S9(00004) COMP.
012300     05  WH-0041-DAYS-NUM            PIC S9(00003) COMP-3.
012400     05  WH-0041-PROV-ID             PIC X(00015).
012500     05  WH-0041-PRSC-ID             PIC X(00015).
012600     05  WH-0041-EXCL-CNT            PIC S9(00009) COMP.
012700     EXEC SQL END DECLARE SECTION END-EXEC.
012800*    THE YEAR'S PAID FILLS OF THE MEASURED CLASSES, EACH MEMBER'S
012900*    CLASS TOGETHER, EACH GCN'S FILLS IN DATE ORDER.  THE DAY IS
013000*    THE FILL'S DAY OF THE MEASUREMENT YEAR (1 = JANUARY 1).
013100     EXEC SQL
013200         DECLARE CB041 CURSOR WITH HOLD FOR
013300         SELECT L.R_CUST_PART_NUM, L.B_SYS_ID,
013400                SUBSTR(G.G_LIST_DTL_TX, 1, 4),
013500                L.R_DRUG_GCN_SEQ_NUM, L.C_HDR_SVC_FST_DT,
013600                TO_DATE(L.C_HDR_SVC_FST_DT, 'YYYY-MM-DD')
013700                - TO_DATE(:WH-0041-YR-BEG-DT, 'YYYY-MM-DD') + 1,
013800                NVL(L.C_SUB_DAY_SPLY_AMT, 0),
013900                NVL(L.C_BLNG_PROV_ID, ' '),
014000                NVL(L.C_PRSC_ID, ' ')
014100           FROM C_LI_DRUG_TB L,
014200                G_LIST_DTL_TB G
014300          WHERE L.C_HDR_STAT_CD     = 'P'
014400            AND L.C_HDR_SVC_FST_DT >= :WH-0041-YR-BEG-DT
014500            AND L.C_HDR_SVC_FST_DT <= :WH-0041-ASOF-DT
014600            AND G.G_LIST_SUBSYS_CD  = 'C'
014700            AND G.G_LIST_NUM        = '7522'
014800            AND G.G_LIST_EFF_STRT_DT <=
014900                TO_DATE(:WH-0041-ASOF-DT, 'YYYY-MM-DD')
015000            AND G.G_LIST_EFF_END_DT  >=
015100                TO_DATE(:WH-0041-ASOF-DT, 'YYYY-MM-DD')
015200            AND SUBSTR(G.G_LIST_DTL_TX, 1, 4)
015300                IN ('STAT', 'RASA', 'DIAB')
015400            AND LPAD(TO_CHAR(L.R_DRUG_GCN_SEQ_NUM), 9, '0')
015500                BETWEEN G.G_LIST_STRT_LMT AND G.G_LIST_END_LMT
015600          ORDER BY 1, 2, 3, 4, 5
015700     END-EXEC.
015800*****************************************************************
015900*  REPORT LINE LAYOUTS                                         *
016000*****************************************************************
016100 01  RL-0041-HDG1.
016200     05  FILLER                      PIC X(00001) VALUE SPACE.
016300     05  FILLER                      PIC X(00050) VALUE
016400         'PDDB0041 - MEDICATION ADHERENCE (PDC) AS OF'.
016500     05  RL-0041-H-ASOF-DT           PIC X(00010).
016600 01  RL-0041-COUNT-LINE.
016700     05  FILLER                      PIC X(00001) VALUE SPACE.
016800     05  RL-0041-C-LABEL             PIC X(00045).
016900     05  RL-0041-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
017000*****************************************************************
017100*  PROCEDURE DIVISION                                          *
017200*****************************************************************
017300 PROCEDURE DIVISION.
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE
017600         THRU 1000-INITIALIZE-EXIT.
017700     PERFORM 2000-ONE-FILL
017800         THRU 2000-ONE-FILL-EXIT
017900         UNTIL WB-0041-EOF.
018000     IF WB-0041-GRP-OPEN
018100         PERFORM 3000-CLOSE-GROUP
018200             THRU 3000-CLOSE-GROUP-EXIT
018300     END-IF.
018400     PERFORM 8000-FINALIZE
018500         THRU 8000-FINALIZE-EXIT.
018600     GOBACK.
018700*****************************************************************
018800*    1000-INITIALIZE - THE AS-OF DATE (LAST DAY OF THE PRIOR    *
018900*    MONTH) AND ITS YEAR, CLEAR A PRIOR RUN, OPEN THE CURSOR    *
019000*****************************************************************
019100 1000-INITIALIZE.
019200     MOVE 'PDDB0041'             TO WK-9004-PGM-ID.
019300     MOVE SPACES                 TO WK-9004-OVRD-DT.
019400     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
019500     IF WK-9004-NO-BUS-DT
019600         DISPLAY 'PDDB0041 - NO BUSINESS PROCESSING DATE'
019700         MOVE 16 TO RETURN-CODE
019800         GOBACK
019900     END-IF.
020000     OPEN OUTPUT RPTB041-FILE.
020100     MOVE WK-9004-BUS-DT         TO WH-0041-BUS-DT.
020200     EXEC SQL
020300         SELECT TO_CHAR(TRUNC(TO_DATE(:WH-0041-BUS-DT,
020400                                      'YYYY-MM-DD'), 'MM') - 1,
020500                        'YYYY-MM-DD')
020600           INTO :WH-0041-ASOF-DT
020700           FROM DUAL
020800     END-EXEC.
020900     IF SQLCODE NOT = 0
021000         GO TO 9999-SQL-ERROR
021100     END-IF.
021200     MOVE WH-0041-ASOF-DT        TO WH-0041-YR-BEG-DT
021300                                    WH-0041-YR-END-DT
021400                                    RL-0041-H-ASOF-DT.
021500     MOVE '-01-01'               TO WH-0041-YR-BEG-DT (5:6).
021600     MOVE '-12-31'               TO WH-0041-YR-END-DT (5:6).
021700     EXEC SQL
021800         SELECT TO_DATE(:WH-0041-ASOF-DT, 'YYYY-MM-DD')
021900                - TO_DATE(:WH-0041-YR-BEG-DT, 'YYYY-MM-DD') + 1,
022000                TO_DATE(:WH-0041-YR-END-DT, 'YYYY-MM-DD')
022100                - TO_DATE(:WH-0041-YR-BEG-DT, 'YYYY-MM-DD') + 1
022200           INTO :WH-0041-ASOF-DAY,
022300                :WH-0041-YR-DAYS
022400           FROM DUAL
022500     END-EXEC.
022600     IF SQLCODE NOT = 0
022700         GO TO 9999-SQL-ERROR
022800     END-IF.
022900     WRITE RPTB041-REC FROM RL-0041-HDG1
023000         BEFORE ADVANCING TO-NEW-PAGE.
023100*    A RERUN FOR THE SAME MONTH REPLACES ITS RESULTS.
023200     EXEC SQL
023300         DELETE FROM C_MBR_PDC_TB
023400          WHERE C_ASOF_DT = :WH-0041-ASOF-DT
023500     END-EXEC.
023600     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
023700         GO TO 9999-SQL-ERROR
023800     END-IF.
023900     EXEC SQL COMMIT END-EXEC.
024000     EXEC SQL
024100         OPEN CB041
024200     END-EXEC.
024300     IF SQLCODE NOT = 0
024400         GO TO 9999-SQL-ERROR
024500     END-IF.
024600 1000-INITIALIZE-EXIT.
024700     EXIT.
024800*****************************************************************
024900*    2000-ONE-FILL - A NEW MEMBER OR CLASS CLOSES THE LAST ONE  *
025000*****************************************************************
025100 2000-ONE-FILL.
025200     EXEC SQL
025300         FETCH CB041
025400         INTO :WB-0041-NEW-CUST,
025500              :WB-0041-NEW-SYS-ID,
025600              :WB-0041-NEW-CLS-CD,
025700              :WH-0041-GCN-SEQ-NUM,
025800              :WH-0041-FILL-DT,
025900              :WH-0041-FILL-DAY,
026000              :WH-0041-DAYS-NUM,
026100              :WH-0041-PROV-ID,
026200              :WH-0041-PRSC-ID
026300     END-EXEC.
026400     EVALUATE SQLCODE
026500       WHEN 0
026600         ADD 1                   TO WB-0041-FILL-CNT
026700       WHEN 100
026800         SET WB-0041-EOF         TO TRUE
026900         GO TO 2000-ONE-FILL-EXIT
027000       WHEN OTHER
027100         GO TO 9999-SQL-ERROR
027200     END-EVALUATE.
027300     IF WB-0041-GRP-OPEN
027400        AND WB-0041-NEW-KEY NOT = WB-0041-CUR-KEY
027500         PERFORM 3000-CLOSE-GROUP
027600             THRU 3000-CLOSE-GROUP-EXIT
027700     END-IF.
027800     IF NOT WB-0041-GRP-OPEN
027900         PERFORM 2100-START-GROUP
028000             THRU 2100-START-GROUP-EXIT
028100     END-IF.
028200     PERFORM 2200-APPLY-FILL
028300         THRU 2200-APPLY-FILL-EXIT.
028400 2000-ONE-FILL-EXIT.
028500     EXIT.
028600*****************************************************************
028700*    2100-START-GROUP                                           *
028800*****************************************************************
028900 2100-START-GROUP.
029000     MOVE WB-0041-NEW-KEY        TO WB-0041-CUR-KEY.
029100     MOVE SPACES                 TO WB-0041-DAY-TBL.
029200     MOVE 999                    TO WB-0041-INDX-DAY.
029300     MOVE ZERO                   TO WB-0041-CUR-GCN
029400                                    WB-0041-NEXT-DAY
029500                                    CLMPDCTB-C-FILL-CNT.
029600     MOVE SPACES                 TO CLMPDCTB-C-LST-FILL-DT.
029700     SET WB-0041-GRP-OPEN        TO TRUE.
029800 2100-START-GROUP-EXIT.
029900     EXIT.
030000*****************************************************************
030100*    2200-APPLY-FILL - MARK THE DAYS THE FILL COVERS.  A REFILL *
030200*    OF THE SAME GCN BEFORE THE LAST RUNS OUT IS SHIFTED TO     *
030300*    START THE DAY AFTER IT; NOTHING PAST THE AS-OF DATE COUNTS *
030400*****************************************************************
030500 2200-APPLY-FILL.
030600     ADD 1                       TO CLMPDCTB-C-FILL-CNT.
030700     IF WH-0041-FILL-DAY < WB-0041-INDX-DAY
030800         MOVE WH-0041-FILL-DAY   TO WB-0041-INDX-DAY
030900         MOVE WH-0041-FILL-DT    TO CLMPDCTB-C-INDX-DT
031000     END-IF.
031100     IF WH-0041-FILL-DT NOT < CLMPDCTB-C-LST-FILL-DT
031200         MOVE WH-0041-FILL-DT    TO CLMPDCTB-C-LST-FILL-DT
031300         MOVE WH-0041-PROV-ID    TO CLMPDCTB-C-PROV-ID
031400         MOVE WH-0041-PRSC-ID    TO CLMPDCTB-C-PRSC-ID
031500     END-IF.
031600     IF WH-0041-GCN-SEQ-NUM NOT = WB-0041-CUR-GCN
031700         MOVE WH-0041-GCN-SEQ-NUM
031800                                 TO WB-0041-CUR-GCN
031900         MOVE ZERO               TO WB-0041-NEXT-DAY
032000     END-IF.
032100     IF WH-0041-DAYS-NUM NOT > ZERO
032200         GO TO 2200-APPLY-FILL-EXIT
032300     END-IF.
032400     MOVE WH-0041-FILL-DAY       TO WB-0041-BEG-DAY.
032500     IF WB-0041-NEXT-DAY > WB-0041-BEG-DAY
032600         MOVE WB-0041-NEXT-DAY   TO WB-0041-BEG-DAY
032700     END-IF.
032800     COMPUTE WB-0041-END-DAY =
032900         WB-0041-BEG-DAY + WH-0041-DAYS-NUM - 1.
033000     COMPUTE WB-0041-NEXT-DAY = WB-0041-END-DAY + 1.
033100     IF WB-0041-END-DAY > WH-0041-ASOF-DAY
033200         MOVE WH-0041-ASOF-DAY   TO WB-0041-END-DAY
033300     END-IF.
033400     PERFORM 2210-MARK-DAY
033500         THRU 2210-MARK-DAY-EXIT
033600         VARYING WB-0041-DAY-SUB FROM WB-0041-BEG-DAY BY 1
033700         UNTIL WB-0041-DAY-SUB > WB-0041-END-DAY.
033800 2200-APPLY-FILL-EXIT.
033900     EXIT.
034000*****************************************************************
034100*    2210-MARK-DAY                                              *
034200*****************************************************************
034300 2210-MARK-DAY.
034400     MOVE 'Y'                    TO WB-0041-DAY-FLAG
034500                                        (WB-0041-DAY-SUB).
034600 2210-MARK-DAY-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    3000-CLOSE-GROUP - THE MEMBER'S PDC FOR THE CLASS, ITS     *
035000*    STATUS, AND THE RESULT ROW                                 *
035100*****************************************************************
035200 3000-CLOSE-GROUP.
035300     MOVE 'N'                    TO WB-0041-GRP-SW.
035400     MOVE WB-0041-CUR-CUST       TO CLMPDCTB-R-CUST-PART-NUM.
035500     MOVE WB-0041-CUR-SYS-ID     TO CLMPDCTB-B-SYS-ID.
035600     MOVE WB-0041-CUR-CLS-CD     TO CLMPDCTB-C-THER-CLS-CD.
035700     MOVE WH-0041-ASOF-DT        TO CLMPDCTB-C-ASOF-DT.
035800     MOVE ZERO                   TO CLMPDCTB-C-CVRD-DAYS-NUM.
035900     INSPECT WB-0041-DAY-TBL
036000         TALLYING CLMPDCTB-C-CVRD-DAYS-NUM FOR ALL 'Y'.
036100     COMPUTE CLMPDCTB-C-PRD-DAYS-NUM =
036200         WH-0041-ASOF-DAY - WB-0041-INDX-DAY + 1.
036300     COMPUTE CLMPDCTB-C-PDC-PCT ROUNDED =
036400         CLMPDCTB-C-CVRD-DAYS-NUM * 100
036500         / CLMPDCTB-C-PRD-DAYS-NUM.
036600*    EVERY REMAINING DAY OF THE YEAR COVERED - THE BEST CASE.
036700     COMPUTE CLMPDCTB-C-MAX-PDC-PCT ROUNDED =
036800         (CLMPDCTB-C-CVRD-DAYS-NUM
036900          + WH-0041-YR-DAYS - WH-0041-ASOF-DAY) * 100
037000         / (WH-0041-YR-DAYS - WB-0041-INDX-DAY + 1).
037100     PERFORM 3100-SET-STATUS
037200         THRU 3100-SET-STATUS-EXIT.
037300     EXEC SQL
037400         INSERT INTO C_MBR_PDC_TB
037500                (C_ASOF_DT, R_CUST_PART_NUM, B_SYS_ID,
037600                 C_THER_CLS_CD, C_INDX_DT, C_FILL_CNT,
037700                 C_CVRD_DAYS_NUM, C_PRD_DAYS_NUM,
037800                 C_PDC_PCT, C_MAX_PDC_PCT, C_PDC_STAT_CD,
037900                 C_PROV_ID, C_PRSC_ID, C_LST_FILL_DT, B_UPD_TS)
038000         VALUES (:CLMPDCTB-C-ASOF-DT,
038100                 :CLMPDCTB-R-CUST-PART-NUM,
038200                 :CLMPDCTB-B-SYS-ID,
038300                 :CLMPDCTB-C-THER-CLS-CD,
038400                 :CLMPDCTB-C-INDX-DT,
038500                 :CLMPDCTB-C-FILL-CNT,
038600                 :CLMPDCTB-C-CVRD-DAYS-NUM,
038700                 :CLMPDCTB-C-PRD-DAYS-NUM,
038800                 :CLMPDCTB-C-PDC-PCT,
038900                 :CLMPDCTB-C-MAX-PDC-PCT,
039000                 :CLMPDCTB-C-PDC-STAT-CD,
039100                 :CLMPDCTB-C-PROV-ID,
039200                 :CLMPDCTB-C-PRSC-ID,
039300                 :CLMPDCTB-C-LST-FILL-DT,
039400                 TO_CHAR(CURRENT_TIMESTAMP,
039500                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
039600     END-EXEC.
039700     IF SQLCODE NOT = 0
039800         GO TO 9999-SQL-ERROR
039900     END-IF.
040000     ADD 1                       TO WB-0041-ROW-CNT
040100                                    WB-0041-UNCMT-CNT.
040200     IF WB-0041-UNCMT-CNT NOT < WB-0041-COMMIT-INTVL
040300         EXEC SQL COMMIT END-EXEC
040400         MOVE ZERO               TO WB-0041-UNCMT-CNT
040500     END-IF.
040600 3000-CLOSE-GROUP-EXIT.
040700     EXIT.
040800*****************************************************************
040900*    3100-SET-STATUS - ONE FILL, HOSPICE AND NURSING-FACILITY   *
041000*    MEMBERS ARE OUT OF THE MEASURE; THE REST ARE ADHERENT AT   *
041100*    80 PERCENT, BELOW IT, OR BELOW IT PAST RECOVERY THIS YEAR  *
041200*****************************************************************
041300 3100-SET-STATUS.
041400     IF CLMPDCTB-C-FILL-CNT < 2
041500         SET CLMPDCTB-C-PDC-ONE-FILL TO TRUE
041600         ADD 1                   TO WB-0041-ONE-CNT
041700         GO TO 3100-SET-STATUS-EXIT
041800     END-IF.
041900     EXEC SQL
042000         SELECT COUNT(*)
042100           INTO :WH-0041-EXCL-CNT
042200           FROM C_HOSPICE_ELIG_TB H,
042300                R_MBR_ELIG_TB M
042400          WHERE M.R_CUST_PART_NUM = :CLMPDCTB-R-CUST-PART-NUM
042500            AND M.B_SYS_ID        = :CLMPDCTB-B-SYS-ID
042600            AND H.R_CUST_PART_NUM = M.R_CUST_PART_NUM
042700            AND H.C_CRDHLDR_ID    = M.B_CRDHLDR_ID
042800            AND H.C_ELECT_BEG_DT <= :WH-0041-ASOF-DT
042900            AND H.C_ELECT_END_DT >= :WH-0041-YR-BEG-DT
043000     END-EXEC.
043100     IF SQLCODE NOT = 0
043200         GO TO 9999-SQL-ERROR
043300     END-IF.
043400     IF WH-0041-EXCL-CNT > ZERO
043500         SET CLMPDCTB-C-PDC-HOSPICE TO TRUE
043600         ADD 1                   TO WB-0041-HSPC-CNT
043700         GO TO 3100-SET-STATUS-EXIT
043800     END-IF.
043900*    PATIENT RESIDENCE 03 IS A NURSING FACILITY.
044000     EXEC SQL
044100         SELECT COUNT(*)
044200           INTO :WH-0041-EXCL-CNT
044300           FROM C_HDR_DRUG_TB H
044400          WHERE H.R_CUST_PART_NUM   = :CLMPDCTB-R-CUST-PART-NUM
044500            AND H.B_SYS_ID          = :CLMPDCTB-B-SYS-ID
044600            AND H.C_PAT_LOC_CD      = 3
044700            AND H.C_HDR_SVC_FST_DT >= :WH-0041-YR-BEG-DT
044800            AND H.C_HDR_SVC_FST_DT <= :WH-0041-ASOF-DT
044900     END-EXEC.
045000     IF SQLCODE NOT = 0
045100         GO TO 9999-SQL-ERROR
045200     END-IF.
045300     IF WH-0041-EXCL-CNT > ZERO
045400         SET CLMPDCTB-C-PDC-LTC  TO TRUE
045500         ADD 1                   TO WB-0041-LTC-CNT
045600         GO TO 3100-SET-STATUS-EXIT
045700     END-IF.
045800     EVALUATE TRUE
045900       WHEN CLMPDCTB-C-PDC-PCT NOT < WB-0041-ADHR-PCT
046000         SET CLMPDCTB-C-PDC-ADHERENT TO TRUE
046100         ADD 1                   TO WB-0041-ADHR-CNT
046200       WHEN CLMPDCTB-C-MAX-PDC-PCT < WB-0041-ADHR-PCT
046300         SET CLMPDCTB-C-PDC-UNREACHABLE TO TRUE
046400         ADD 1                   TO WB-0041-UNRCH-CNT
046500       WHEN OTHER
046600         SET CLMPDCTB-C-PDC-BELOW TO TRUE
046700         ADD 1                   TO WB-0041-BELOW-CNT
046800     END-EVALUATE.
046900 3100-SET-STATUS-EXIT.
047000     EXIT.
047100*****************************************************************
047200*    8000-FINALIZE                                              *
047300*****************************************************************
047400 8000-FINALIZE.
047500     EXEC SQL
047600         CLOSE CB041
047700     END-EXEC.
047800     EXEC SQL COMMIT END-EXEC.
047900     MOVE 'MAINTENANCE FILLS READ'     TO RL-0041-C-LABEL.
048000     MOVE WB-0041-FILL-CNT             TO RL-0041-C-CNT.
048100     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
048200         AFTER ADVANCING 2 LINES.
048300     MOVE 'MEMBER-CLASS RESULTS WRITTEN'
048400                                       TO RL-0041-C-LABEL.
048500     MOVE WB-0041-ROW-CNT              TO RL-0041-C-CNT.
048600     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
048700         AFTER ADVANCING 1 LINE.
048800     MOVE '  ADHERENT (PDC 80 OR OVER)'
048900                                       TO RL-0041-C-LABEL.
049000     MOVE WB-0041-ADHR-CNT             TO RL-0041-C-CNT.
049100     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
049200         AFTER ADVANCING 1 LINE.
049300     MOVE '  BELOW 80'                 TO RL-0041-C-LABEL.
049400     MOVE WB-0041-BELOW-CNT            TO RL-0041-C-CNT.
049500     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
049600         AFTER ADVANCING 1 LINE.
049700     MOVE '  BELOW 80, CANNOT REACH IT THIS YEAR'
049800                                       TO RL-0041-C-LABEL.
049900     MOVE WB-0041-UNRCH-CNT            TO RL-0041-C-CNT.
050000     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
050100         AFTER ADVANCING 1 LINE.
050200     MOVE '  OUT - ONE FILL ONLY'      TO RL-0041-C-LABEL.
050300     MOVE WB-0041-ONE-CNT              TO RL-0041-C-CNT.
050400     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
050500         AFTER ADVANCING 1 LINE.
050600     MOVE '  OUT - HOSPICE ELECTION IN THE YEAR'
050700                                       TO RL-0041-C-LABEL.
050800     MOVE WB-0041-HSPC-CNT             TO RL-0041-C-CNT.
050900     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
051000         AFTER ADVANCING 1 LINE.
051100     MOVE '  OUT - NURSING-FACILITY RESIDENT'
051200                                       TO RL-0041-C-LABEL.
051300     MOVE WB-0041-LTC-CNT              TO RL-0041-C-CNT.
051400     WRITE RPTB041-REC FROM RL-0041-COUNT-LINE
051500         AFTER ADVANCING 1 LINE.
051600     CLOSE RPTB041-FILE.
051700 8000-FINALIZE-EXIT.
051800     EXIT.
051900*****************************************************************
052000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP.  ROWS    *
052100*    ALREADY COMMITTED ARE REPLACED BY THE RERUN.               *
052200*****************************************************************
052300 9999-SQL-ERROR.
052400     DISPLAY 'PDDB0041 - SQL ERROR MEASURING ADHERENCE'.
052500     DISPLAY 'SQLCODE = ' SQLCODE.
052600     EXEC SQL ROLLBACK END-EXEC.
052700     MOVE 16 TO RETURN-CODE.
052800     CLOSE RPTB041-FILE.
052900     GOBACK.
