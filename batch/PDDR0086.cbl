000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0086.
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
001300*  10/15/26  ACS   NEW PROGRAM.  WEEKLY FORMULARY AND BENEFIT   *
001400*                  PUBLICATION TO THE E-PRESCRIBING NETWORK, SO *
001500*                  A PRESCRIBER SEES PA, STEP THERAPY AND       *
001600*                  QUANTITY LIMITS BEFORE THE CLAIM DENIES.     *
001700*                  EVERY NDC ON R_DRUG_MSTR_TB GOES OUT IN THE  *
001800*                  NCPDP FORMULARY AND BENEFIT RECORD SHAPE:    *
001900*                  AN HDR HEADER, PER NDC AN FST FORMULARY      *
002000*                  STATUS RECORD AND ITS COVERAGE RECORDS - PAD *
002100*                  PA REQUIRED (7508), STD STEP THERAPY (ONE    *
002200*                  PER 7518 PREREQUISITE), QLD QUANTITY LIMIT   *
002300*                  (7528), AGE (R_DRUG_RSTR_TB) AND ALT THE     *
002400*                  PREFERRED GENERIC FOR A BRAND - AND A TRL    *
002500*                  TRAILER.  THE FBPBPARM CARD CARRIES THE RUN  *
002600*                  MODE: 'FULL   ' SENDS EVERY NDC, 'DELTA  '   *
002700*                  ONLY THE NDCS ADDED, CHANGED OR WITHDRAWN    *
002800*                  SINCE THE LAST PUBLICATION (C_FB_PUB_TB).    *
002900*                  BOTH MODES REPORT THE CHANGES AND BRING      *
003000*                  C_FB_PUB_TB UP TO DATE.  THE FBPUBOUT FILE   *
003100*                  IS REGISTERED ON THE OUTBOUND FILE MANIFEST  *
003200*                  (PDDS9006) FOR THE DELIVERY JOB.             *
003300*                                                               *
003400*****************************************************************
003500*                                                               *
003600*   FORMULARY STATUS, IN THE ORDER S311 DENIES:                 *
003700*      0  NON-REIMBURSABLE - TERMINATED OR NOT IN THE REBATE    *
003800*         PROGRAM                                               *
003900*      1  NON-FORMULARY    - NOT A COVERED DRUG                 *
004000*      2  ON FORMULARY     - COVERED BRAND WITH A COVERED       *
004100*         GENERIC IN ITS GCN (THE GENERIC IS THE ALTERNATIVE)   *
004200*      3  PREFERRED        - ANY OTHER COVERED DRUG             *
004300*                                                               *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT FBPBPARM-FILE ASSIGN TO FBPBPARM
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT FBPUBOUT-FILE ASSIGN TO FBPUBOUT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RPT0086-FILE ASSIGN TO RPT0086
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800*****************************************************************
005900*  DATA DIVISION                                                *
006000*****************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  FBPBPARM-FILE.
006400 01  FP-PARM-REC.
006500     05  FP-RUN-MODE                 PIC X(00007).
006600     05  FILLER                      PIC X(00073).
006700 FD  FBPUBOUT-FILE.
006800 01  FB-PUB-REC                      PIC X(00200).
006900 01  FB-HEADER-REC REDEFINES FB-PUB-REC.
007000     05  FB-HDR-SEG-ID               PIC X(00003).
007100     05  FB-HDR-FILE-TY              PIC X(00001).
007200     05  FB-HDR-SENDER-ID            PIC X(00010).
007300     05  FB-HDR-RECEIVER-ID          PIC X(00010).
007400     05  FB-HDR-FRM-ID               PIC X(00010).
007500     05  FB-HDR-RUN-DT               PIC X(00010).
007600     05  FB-HDR-PRV-PUB-DT           PIC X(00010).
007700     05  FILLER                      PIC X(00146).
007800*    EVERY DETAIL RECORD OPENS WITH ITS SEGMENT, THE ACTION (A
007900*    ADD, C CHANGE - REPLACES ALL THE NDC'S RECORDS, D DELETE) AND
008000*    THE NDC.
008100 01  FB-DETAIL-REC REDEFINES FB-PUB-REC.
008200     05  FB-DTL-SEG-ID               PIC X(00003).
008300     05  FB-DTL-ACTN-CD              PIC X(00001).
008400     05  FB-DTL-NDC-NUM              PIC 9(00011).
008500     05  FB-DTL-DATA                 PIC X(00185).
008600 01  FB-STATUS-REC REDEFINES FB-PUB-REC.
008700     05  FILLER                      PIC X(00015).
008800     05  FB-FST-GCN-NUM              PIC 9(00006).
008900     05  FB-FST-FRM-STAT-CD          PIC X(00001).
009000     05  FILLER                      PIC X(00178).
009100 01  FB-STEP-REC REDEFINES FB-PUB-REC.
009200     05  FILLER                      PIC X(00015).
009300     05  FB-STD-PREREQ-GCN           PIC X(00015).
009400     05  FB-STD-LKBK-DAYS            PIC X(00005).
009500     05  FILLER                      PIC X(00165).
009600 01  FB-QTY-LMT-REC REDEFINES FB-PUB-REC.
009700     05  FILLER                      PIC X(00015).
009800     05  FB-QLD-QTY                  PIC X(00015).
009900     05  FB-QLD-PERIOD-CD            PIC X(00002).
010000     05  FB-QLD-PERIOD-NUM           PIC X(00005).
010100     05  FILLER                      PIC X(00163).
010200 01  FB-AGE-REC REDEFINES FB-PUB-REC.
010300     05  FILLER                      PIC X(00015).
010400     05  FB-AGE-MIN-NUM              PIC 9(00003).
010500     05  FB-AGE-MAX-NUM              PIC 9(00003).
010600     05  FILLER                      PIC X(00179).
010700 01  FB-ALT-REC REDEFINES FB-PUB-REC.
010800     05  FILLER                      PIC X(00015).
010900     05  FB-ALT-NDC-NUM              PIC 9(00011).
011000     05  FB-ALT-PREF-LVL             PIC X(00001).
011100     05  FILLER                      PIC X(00173).
011200 01  FB-TRAILER-REC REDEFINES FB-PUB-REC.
011300     05  FB-TRL-SEG-ID               PIC X(00003).
011400     05  FB-TRL-REC-CNT              PIC 9(00009).
011500     05  FB-TRL-NDC-CNT              PIC 9(00009).
011600     05  FILLER                      PIC X(00179).
011700 FD  RPT0086-FILE
011800     RECORDING MODE IS F.
011900 01  RPT0086-REC                     PIC X(00133).
012000*****************************************************************
012100*  WORKING-STORAGE SECTION                                      *
012200*****************************************************************
012300 WORKING-STORAGE SECTION.
012400 77  WR-0086-EOF-SW                  PIC X(00001) VALUE 'N'.
012500     88  WR-0086-EOF                 VALUE 'Y'.
012600 77  WR-0086-MODE-SW                 PIC X(00001) VALUE 'F'.
012700     88  WR-0086-FULL-MODE           VALUE 'F'.
012800     88  WR-0086-DELTA-MODE          VALUE 'D'.
012900 77  WR-0086-ACTN-CD                 PIC X(00001) VALUE SPACE.
013000     88  WR-0086-ACTN-ADD            VALUE 'A'.
013100     88  WR-0086-ACTN-CHANGE         VALUE 'C'.
013200     88  WR-0086-ACTN-NONE           VALUE 'N'.
013300 77  WR-0086-NDC-CNT                 PIC S9(00009) COMP-3
013400                                     VALUE ZERO.
013500 77  WR-0086-PUB-CNT                 PIC S9(00009) COMP-3
013600                                     VALUE ZERO.
013700 77  WR-0086-REC-CNT                 PIC S9(00009) COMP-3
013800                                     VALUE ZERO.
013900 77  WR-0086-ADD-CNT                 PIC S9(00009) COMP-3
014000                                     VALUE ZERO.
014100 77  WR-0086-CHG-CNT                 PIC S9(00009) COMP-3
014200                                     VALUE ZERO.
014300 77  WR-0086-DEL-CNT                 PIC S9(00009) COMP-3
014400                                     VALUE ZERO.
014500 77  WR-0086-LINE-CNT                PIC S9(00004) COMP
014600                                     VALUE +99.
014700 77  WR-0086-STEP-CNT                PIC S9(00004) COMP
014800                                     VALUE ZERO.
014900 77  WR-0086-STEP-SUB                PIC S9(00004) COMP
015000                                     VALUE ZERO.
015100 77  WR-0086-CHG-PTR                 PIC S9(00004) COMP
015200                                     VALUE ZERO.
015300*    THE 7518 PREREQUISITES OF ONE NDC, SPLIT FROM THE LIST.
015400 01  WR-0086-STEP-TABLE.
015500     05  WR-0086-STEP-GCN            PIC X(00015)
015600                                     OCCURS 4 TIMES.
015700 01  WR-0086-GCN-6                   PIC 9(00006).
015800 01  WR-0086-CHG-TX                  PIC X(00040).
015900*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
016000     COPY WKC90040.
016100*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
016200     COPY WKC90060.
016300*****************************************************************
016400*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
016500*****************************************************************
016600     EXEC SQL INCLUDE SQLCA END-EXEC.
016700     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
016800*    AS LAST PUBLISHED.
016900     COPY CLFBPBTB.
017000*    AS THE SYSTEM STANDS TODAY.
017100 01  WH-0086-CUR-VALUES.
017200     05  WH-0086-NDC-NUM             PIC 9(00011).
017300     05  WH-0086-GCN-NUM             PIC S9(00009) COMP.
017400     05  WH-0086-LBL-NAM             PIC X(00030).
017500     05  WH-0086-FRM-STAT-CD         PIC X(00001).
017600     05  WH-0086-PA-IND              PIC X(00001).
017700     05  WH-0086-STEP-GCN-LST-TX     PIC X(00060).
017800     05  WH-0086-STEP-DAYS-TX        PIC X(00005).
017900     05  WH-0086-QL-QTY-TX           PIC X(00015).
018000     05  WH-0086-QL-DAYS-TX          PIC X(00005).
018100     05  WH-0086-MIN-AGE-NUM         PIC S9(00004) COMP.
018200     05  WH-0086-MAX-AGE-NUM         PIC S9(00004) COMP.
018300     05  WH-0086-ALT-NDC-NUM         PIC 9(00011).
018400 01  WH-0086-HOST-VARS.
018500     05  WH-0086-BUS-DT              PIC X(00010).
018600     05  WH-0086-PRV-PUB-DT          PIC X(00010).
018700     EXEC SQL END DECLARE SECTION END-EXEC.
018800*    EVERY NDC ON THE DRUG MASTER WITH ITS COVERAGE RULES IN FORCE
018900*    ON THE BUSINESS DATE, KEYED THE WAY CONDU LOOKS EACH LIST UP
019000*    (6-DIGIT GCN), BESIDE ITS LAST PUBLISHED IMAGE IF ANY.  THE
019100*    GENERIC ALTERNATIVE IS THE LOWEST ACTIVE, COVERED, REBATABLE
019200*    GENERIC NDC IN THE BRAND'S GCN.
019300     EXEC SQL
019400         DECLARE R0086NDC CURSOR FOR
019500         SELECT D.R_DRUG_NDC_NUM, D.GCN_NUM, D.LBL_NAM,
019600                CASE
019700                WHEN D.R_DRUG_STAT_CD = 'T' OR D.RBT_IND = 'N'
019800                THEN '0'
019900                WHEN D.CVRG_CD = 'N'
020000                THEN '1'
020100                WHEN D.ALT_NDC > 0
020200                THEN '2'
020300                ELSE '3'
020400                END,
020500                CASE
020600                WHEN EXISTS
020700                     (SELECT 1
020800                        FROM G_LIST_DTL_TB G
020900                       WHERE G.G_LIST_SUBSYS_CD = 'C'
021000                         AND G.G_LIST_NUM       = '7508'
021100                         AND RTRIM(G.G_LIST_STRT_LMT) <= D.GCN6
021200                         AND RTRIM(G.G_LIST_END_LMT)  >= D.GCN6
021300                         AND G.G_LIST_EFF_STRT_DT <= D.BUS_DT
021400                         AND G.G_LIST_EFF_END_DT  >= D.BUS_DT)
021500                THEN 'Y'
021600                ELSE 'N'
021700                END,
021800                NVL((SELECT LISTAGG(RTRIM(G.G_LIST_END_LMT), ',')
021900                            WITHIN GROUP
022000                            (ORDER BY G.G_LIST_END_LMT)
022100                       FROM G_LIST_DTL_TB G
022200                      WHERE G.G_LIST_SUBSYS_CD = 'C'
022300                        AND G.G_LIST_NUM       = '7518'
022400                        AND RTRIM(G.G_LIST_STRT_LMT) = D.GCN6
022500                        AND G.G_LIST_EFF_STRT_DT <= D.BUS_DT
022600                        AND G.G_LIST_EFF_END_DT  >= D.BUS_DT),
022700                    ' '),
022800                NVL((SELECT MAX(RTRIM(G.G_LIST_DTL_TX))
022900                       FROM G_LIST_DTL_TB G
023000                      WHERE G.G_LIST_SUBSYS_CD = 'C'
023100                        AND G.G_LIST_NUM       = '7518'
023200                        AND RTRIM(G.G_LIST_STRT_LMT) = D.GCN6
023300                        AND G.G_LIST_EFF_STRT_DT <= D.BUS_DT
023400                        AND G.G_LIST_EFF_END_DT  >= D.BUS_DT),
023500                    ' '),
023600                NVL((SELECT MIN(RTRIM(G.G_LIST_END_LMT))
023700                       FROM G_LIST_DTL_TB G
023800                      WHERE G.G_LIST_SUBSYS_CD = 'C'
023900                        AND G.G_LIST_NUM       = '7528'
024000                        AND RTRIM(G.G_LIST_STRT_LMT) = D.GCN6
024100                        AND G.G_LIST_EFF_STRT_DT <= D.BUS_DT
024200                        AND G.G_LIST_EFF_END_DT  >= D.BUS_DT),
024300                    ' '),
024400                NVL((SELECT MIN(RTRIM(G.G_LIST_DTL_TX))
024500                       FROM G_LIST_DTL_TB G
024600                      WHERE G.G_LIST_SUBSYS_CD = 'C'
024700                        AND G.G_LIST_NUM       = '7528'
024800                        AND RTRIM(G.G_LIST_STRT_LMT) = D.GCN6
024900                        AND G.G_LIST_EFF_STRT_DT <= D.BUS_DT
025000                        AND G.G_LIST_EFF_END_DT  >= D.BUS_DT),
025100                    ' '),
025200                NVL((SELECT MIN(R.R_MIN_AGE_NUM)
025300                       FROM R_DRUG_RSTR_TB R
025400                      WHERE R.R_DRUG_GCN_SEQ_NUM = D.GCN_NUM
025500                        AND R.R_RSTR_BEG_DT <= :WH-0086-BUS-DT
025600                        AND R.R_RSTR_END_DT >= :WH-0086-BUS-DT),
025700                    0),
025800                NVL((SELECT MAX(R.R_MAX_AGE_NUM)
025900                       FROM R_DRUG_RSTR_TB R
026000                      WHERE R.R_DRUG_GCN_SEQ_NUM = D.GCN_NUM
026100                        AND R.R_RSTR_BEG_DT <= :WH-0086-BUS-DT
026200                        AND R.R_RSTR_END_DT >= :WH-0086-BUS-DT),
026300                    0),
026400                D.ALT_NDC,
026500                NVL(S.C_PUB_STAT_CD, ' '),
026600                NVL(S.C_FRM_STAT_CD, ' '),
026700                NVL(S.C_PA_IND, ' '),
026800                NVL(S.C_STEP_GCN_LST_TX, ' '),
026900                NVL(S.C_STEP_DAYS_TX, ' '),
027000                NVL(S.C_QL_QTY_TX, ' '),
027100                NVL(S.C_QL_DAYS_TX, ' '),
027200                NVL(S.C_MIN_AGE_NUM, 0),
027300                NVL(S.C_MAX_AGE_NUM, 0),
027400                NVL(S.C_ALT_NDC_NUM, 0)
027500           FROM (SELECT M.R_DRUG_NDC_NUM, M.R_DRUG_STAT_CD,
027600                        NVL(M.R_DRUG_GCN_SEQ_NUM, 0) GCN_NUM,
027700                        NVL(M.R_DRUG_LBL_NAM, ' ') LBL_NAM,
027800                        NVL(M.R_DRUG_REBATE_IND, ' ') RBT_IND,
027900                        NVL(M.R_DRUG_CVRG_CD, ' ') CVRG_CD,
028000                        LPAD(TO_CHAR(
028100                             NVL(M.R_DRUG_GCN_SEQ_NUM, 0)),
028200                             6, '0') GCN6,
028300                        TO_DATE(:WH-0086-BUS-DT, 'YYYY-MM-DD')
028400                                                         BUS_DT,
028500                        CASE
028600                        WHEN M.R_DRUG_BRAND_IND = 'B'
028700                         AND M.R_DRUG_GCN_SEQ_NUM > 0
028800                        THEN NVL((SELECT MIN(A.R_DRUG_NDC_NUM)
028900                                    FROM R_DRUG_MSTR_TB A
029000                                   WHERE A.R_DRUG_GCN_SEQ_NUM =
029100                                             M.R_DRUG_GCN_SEQ_NUM
029200                                     AND A.R_DRUG_BRAND_IND = 'G'
029300                                     AND A.R_DRUG_STAT_CD   = 'A'
029400                                     AND NVL(A.R_DRUG_CVRG_CD,
029500                                             ' ') <> 'N'
029600                                     AND NVL(A.R_DRUG_REBATE_IND,
029700                                             ' ') <> 'N'), 0)
029800                        ELSE 0
029900                        END ALT_NDC
030000                   FROM R_DRUG_MSTR_TB M) D
030100                LEFT OUTER JOIN C_FB_PUB_TB S
030200                  ON S.R_DRUG_NDC_NUM = D.R_DRUG_NDC_NUM
030300          ORDER BY D.R_DRUG_NDC_NUM
030400     END-EXEC.
030500*    PUBLISHED NDCS NO LONGER ON THE DRUG MASTER.
030600     EXEC SQL
030700         DECLARE R0086DEL CURSOR FOR
030800         SELECT S.R_DRUG_NDC_NUM, S.R_DRUG_GCN_SEQ_NUM,
030900                S.C_FRM_STAT_CD
031000           FROM C_FB_PUB_TB S
031100          WHERE S.C_PUB_STAT_CD = 'A'
031200            AND NOT EXISTS
031300                (SELECT 1
031400                   FROM R_DRUG_MSTR_TB D
031500                  WHERE D.R_DRUG_NDC_NUM = S.R_DRUG_NDC_NUM)
031600          ORDER BY S.R_DRUG_NDC_NUM
031700     END-EXEC.
031800*****************************************************************
031900*  REPORT LINE LAYOUTS                                          *
032000*****************************************************************
032100 01  RL-0086-HDG1.
032200     05  FILLER                      PIC X(00001) VALUE SPACE.
032300     05  FILLER                      PIC X(00045) VALUE
032400         'PDDR0086 - FORMULARY AND BENEFIT PUBLICATION'.
032500     05  RL-0086-H-MODE              PIC X(00007).
032600     05  FILLER                      PIC X(00004) VALUE ' AS '.
032700     05  FILLER                      PIC X(00003) VALUE 'OF '.
032800     05  RL-0086-H-BUS-DT            PIC X(00010).
032900     05  FILLER                      PIC X(00026) VALUE
033000         '   CHANGES SINCE LAST RUN '.
033100     05  RL-0086-H-PRV-DT            PIC X(00010).
033200 01  RL-0086-HDG2.
033300     05  FILLER                      PIC X(00001) VALUE SPACE.
033400     05  FILLER                      PIC X(00040) VALUE
033500         'ACTION  NDC          GCN     LABEL NAME'.
033600     05  FILLER                      PIC X(00040) VALUE
033700         '                      STATUS   CHANGED  '.
033800 01  RL-0086-DTL-LINE.
033900     05  FILLER                      PIC X(00001) VALUE SPACE.
034000     05  RL-0086-D-ACTN              PIC X(00006).
034100     05  FILLER                      PIC X(00002) VALUE SPACES.
034200     05  RL-0086-D-NDC               PIC 9(00011).
034300     05  FILLER                      PIC X(00002) VALUE SPACES.
034400     05  RL-0086-D-GCN               PIC 9(00006).
034500     05  FILLER                      PIC X(00002) VALUE SPACES.
034600     05  RL-0086-D-LBL-NAM           PIC X(00030).
034700     05  FILLER                      PIC X(00002) VALUE SPACES.
034800     05  RL-0086-D-PRV-STAT          PIC X(00001).
034900     05  FILLER                      PIC X(00002) VALUE ' >'.
035000     05  RL-0086-D-CUR-STAT          PIC X(00001).
035100     05  FILLER                      PIC X(00005) VALUE SPACES.
035200     05  RL-0086-D-CHG-TX            PIC X(00040).
035300 01  RL-0086-COUNT-LINE.
035400     05  FILLER                      PIC X(00001) VALUE SPACE.
035500     05  RL-0086-C-LABEL             PIC X(00045).
035600     05  RL-0086-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
035700*****************************************************************
035800*  PROCEDURE DIVISION                                           *
035900*****************************************************************
036000 PROCEDURE DIVISION.
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE
036300         THRU 1000-INITIALIZE-EXIT.
036400     PERFORM 2000-ONE-NDC
036500         THRU 2000-ONE-NDC-EXIT
036600         UNTIL WR-0086-EOF.
036700     EXEC SQL
036800         CLOSE R0086NDC
036900     END-EXEC.
037000     PERFORM 3000-WITHDRAWN
037100         THRU 3000-WITHDRAWN-EXIT.
037200     PERFORM 8000-FINALIZE
037300         THRU 8000-FINALIZE-EXIT.
037400     GOBACK.
037500*****************************************************************
037600*    1000-INITIALIZE - MODE CARD, DATES, HEADER RECORD          *
037700*****************************************************************
037800 1000-INITIALIZE.
037900     MOVE 'PDDR0086'             TO WK-9004-PGM-ID.
038000     MOVE SPACES                 TO WK-9004-OVRD-DT.
038100     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
038200     IF WK-9004-NO-BUS-DT
038300         DISPLAY 'PDDR0086 - NO BUSINESS PROCESSING DATE'
038400         MOVE 16 TO RETURN-CODE
038500         GOBACK
038600     END-IF.
038700     OPEN INPUT  FBPBPARM-FILE.
038800     OPEN OUTPUT FBPUBOUT-FILE RPT0086-FILE.
038900     READ FBPBPARM-FILE
039000         AT END
039100             DISPLAY 'PDDR0086 - MISSING FBPBPARM MODE CARD'
039200             MOVE 16 TO RETURN-CODE
039300             CLOSE FBPBPARM-FILE FBPUBOUT-FILE RPT0086-FILE
039400             GOBACK
039500     END-READ.
039600     EVALUATE FP-RUN-MODE
039700       WHEN 'FULL   '
039800         SET WR-0086-FULL-MODE   TO TRUE
039900       WHEN 'DELTA  '
040000         SET WR-0086-DELTA-MODE  TO TRUE
040100       WHEN OTHER
040200         DISPLAY 'PDDR0086 - FBPBPARM MODE MUST BE FULL/DELTA'
040300         MOVE 16 TO RETURN-CODE
040400         CLOSE FBPBPARM-FILE FBPUBOUT-FILE RPT0086-FILE
040500         GOBACK
040600     END-EVALUATE.
040700     CLOSE FBPBPARM-FILE.
040800     MOVE WK-9004-BUS-DT         TO WH-0086-BUS-DT.
040900*    THE LAST PUBLICATION ON THE MANIFEST - SPACES BEFORE THE
041000*    FIRST ONE.
041100     EXEC SQL
041200         SELECT NVL(MAX(G_BUS_DT), ' ')
041300           INTO :WH-0086-PRV-PUB-DT
041400           FROM G_OUT_FILE_MNFST_TB
041500          WHERE G_FILE_TY_CD    = 'ERXFB'
041600            AND G_FILE_STAT_CD <> 'X'
041700     END-EXEC.
041800     IF SQLCODE NOT = 0
041900         GO TO 9999-SQL-ERROR
042000     END-IF.
042100     MOVE FP-RUN-MODE            TO RL-0086-H-MODE.
042200     MOVE WH-0086-BUS-DT         TO RL-0086-H-BUS-DT.
042300     MOVE WH-0086-PRV-PUB-DT     TO RL-0086-H-PRV-DT.
042400     MOVE SPACES                 TO FB-PUB-REC.
042500     MOVE 'HDR'                  TO FB-HDR-SEG-ID.
042600     MOVE WR-0086-MODE-SW        TO FB-HDR-FILE-TY.
042700     MOVE 'CLMSYSPOS '           TO FB-HDR-SENDER-ID.
042800     MOVE 'ERXNETWORK'           TO FB-HDR-RECEIVER-ID.
042900     MOVE 'CLMSYSFRM1'           TO FB-HDR-FRM-ID.
043000     MOVE WH-0086-BUS-DT         TO FB-HDR-RUN-DT.
043100     MOVE WH-0086-PRV-PUB-DT     TO FB-HDR-PRV-PUB-DT.
043200     WRITE FB-PUB-REC.
043300     EXEC SQL
043400         OPEN R0086NDC
043500     END-EXEC.
043600     IF SQLCODE NOT = 0
043700         GO TO 9999-SQL-ERROR
043800     END-IF.
043900 1000-INITIALIZE-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    2000-ONE-NDC - TODAY'S RULES AGAINST THE LAST PUBLICATION  *
044300*****************************************************************
044400 2000-ONE-NDC.
044500     EXEC SQL
044600         FETCH R0086NDC
044700         INTO :WH-0086-NDC-NUM,
044800              :WH-0086-GCN-NUM,
044900              :WH-0086-LBL-NAM,
045000              :WH-0086-FRM-STAT-CD,
045100              :WH-0086-PA-IND,
045200              :WH-0086-STEP-GCN-LST-TX,
045300              :WH-0086-STEP-DAYS-TX,
045400              :WH-0086-QL-QTY-TX,
045500              :WH-0086-QL-DAYS-TX,
045600              :WH-0086-MIN-AGE-NUM,
045700              :WH-0086-MAX-AGE-NUM,
045800              :WH-0086-ALT-NDC-NUM,
045900              :CLFBPBTB-C-PUB-STAT-CD,
046000              :CLFBPBTB-C-FRM-STAT-CD,
046100              :CLFBPBTB-C-PA-IND,
046200              :CLFBPBTB-C-STEP-GCN-LST-TX,
046300              :CLFBPBTB-C-STEP-DAYS-TX,
046400              :CLFBPBTB-C-QL-QTY-TX,
046500              :CLFBPBTB-C-QL-DAYS-TX,
046600              :CLFBPBTB-C-MIN-AGE-NUM,
046700              :CLFBPBTB-C-MAX-AGE-NUM,
046800              :CLFBPBTB-C-ALT-NDC-NUM
046900     END-EXEC.
047000     EVALUATE SQLCODE
047100       WHEN 0
047200         ADD 1                   TO WR-0086-NDC-CNT
047300       WHEN 100
047400         SET WR-0086-EOF         TO TRUE
047500         GO TO 2000-ONE-NDC-EXIT
047600       WHEN OTHER
047700         GO TO 9999-SQL-ERROR
047800     END-EVALUATE.
047900     PERFORM 2100-COMPARE
048000         THRU 2100-COMPARE-EXIT.
048100     IF WR-0086-FULL-MODE
048200     OR NOT WR-0086-ACTN-NONE
048300         PERFORM 2200-WRITE-NDC
048400             THRU 2200-WRITE-NDC-EXIT
048500     END-IF.
048600     IF WR-0086-ACTN-NONE
048700         GO TO 2000-ONE-NDC-EXIT
048800     END-IF.
048900     PERFORM 2500-REPORT-CHANGE
049000         THRU 2500-REPORT-CHANGE-EXIT.
049100     PERFORM 2600-SAVE-IMAGE
049200         THRU 2600-SAVE-IMAGE-EXIT.
049300 2000-ONE-NDC-EXIT.
049400     EXIT.
049500*****************************************************************
049600*    2100-COMPARE - ADD WHEN NEVER PUBLISHED OR WITHDRAWN,      *
049700*    CHANGE WHEN ANY PUBLISHED VALUE DIFFERS, ELSE NONE.  THE   *
049800*    ELEMENTS THAT DIFFER ARE NAMED FOR THE REPORT.             *
049900*****************************************************************
050000 2100-COMPARE.
050100     MOVE SPACES                 TO WR-0086-CHG-TX.
050200     IF NOT CLFBPBTB-C-PUB-ACTIVE
050300         SET WR-0086-ACTN-ADD    TO TRUE
050400         MOVE SPACE              TO CLFBPBTB-C-FRM-STAT-CD
050500         MOVE 'NEW TO THE PUBLICATION' TO WR-0086-CHG-TX
050600         GO TO 2100-COMPARE-EXIT
050700     END-IF.
050800     SET WR-0086-ACTN-NONE       TO TRUE.
050900     MOVE 1                      TO WR-0086-CHG-PTR.
051000     IF WH-0086-FRM-STAT-CD NOT = CLFBPBTB-C-FRM-STAT-CD
051100         STRING 'STATUS ' DELIMITED BY SIZE
051200             INTO WR-0086-CHG-TX WITH POINTER WR-0086-CHG-PTR
051300     END-IF.
051400     IF WH-0086-PA-IND NOT = CLFBPBTB-C-PA-IND
051500         STRING 'PA ' DELIMITED BY SIZE
051600             INTO WR-0086-CHG-TX WITH POINTER WR-0086-CHG-PTR
051700     END-IF.
051800     IF WH-0086-STEP-GCN-LST-TX NOT = CLFBPBTB-C-STEP-GCN-LST-TX
051900     OR WH-0086-STEP-DAYS-TX NOT = CLFBPBTB-C-STEP-DAYS-TX
052000         STRING 'STEP ' DELIMITED BY SIZE
052100             INTO WR-0086-CHG-TX WITH POINTER WR-0086-CHG-PTR
052200     END-IF.
052300     IF WH-0086-QL-QTY-TX NOT = CLFBPBTB-C-QL-QTY-TX
052400     OR WH-0086-QL-DAYS-TX NOT = CLFBPBTB-C-QL-DAYS-TX
052500         STRING 'QTY-LIMIT ' DELIMITED BY SIZE
052600             INTO WR-0086-CHG-TX WITH POINTER WR-0086-CHG-PTR
052700     END-IF.
052800     IF WH-0086-MIN-AGE-NUM NOT = CLFBPBTB-C-MIN-AGE-NUM
052900     OR WH-0086-MAX-AGE-NUM NOT = CLFBPBTB-C-MAX-AGE-NUM
053000         STRING 'AGE ' DELIMITED BY SIZE
053100             INTO WR-0086-CHG-TX WITH POINTER WR-0086-CHG-PTR
053200     END-IF.
053300     IF WH-0086-ALT-NDC-NUM NOT = CLFBPBTB-C-ALT-NDC-NUM
053400         STRING 'ALTERNATIVE ' DELIMITED BY SIZE
053500             INTO WR-0086-CHG-TX WITH POINTER WR-0086-CHG-PTR
053600     END-IF.
053700     IF WR-0086-CHG-PTR > 1
053800         SET WR-0086-ACTN-CHANGE TO TRUE
053900     END-IF.
054000 2100-COMPARE-EXIT.
054100     EXIT.
054200*****************************************************************
054300*    2200-WRITE-NDC - THE FST RECORD AND ITS COVERAGE RECORDS   *
054400*****************************************************************
054500 2200-WRITE-NDC.
054600     ADD 1                       TO WR-0086-PUB-CNT.
054700     MOVE SPACES                 TO FB-PUB-REC.
054800     MOVE 'FST'                  TO FB-DTL-SEG-ID.
054900     PERFORM 2300-DETAIL-KEY
055000         THRU 2300-DETAIL-KEY-EXIT.
055100     MOVE WH-0086-GCN-NUM        TO WR-0086-GCN-6.
055200     MOVE WR-0086-GCN-6          TO FB-FST-GCN-NUM.
055300     MOVE WH-0086-FRM-STAT-CD    TO FB-FST-FRM-STAT-CD.
055400     PERFORM 2900-PUT-RECORD
055500         THRU 2900-PUT-RECORD-EXIT.
055600     IF WH-0086-PA-IND = 'Y'
055700         MOVE SPACES             TO FB-PUB-REC
055800         MOVE 'PAD'              TO FB-DTL-SEG-ID
055900         PERFORM 2300-DETAIL-KEY
056000             THRU 2300-DETAIL-KEY-EXIT
056100         PERFORM 2900-PUT-RECORD
056200             THRU 2900-PUT-RECORD-EXIT
056300     END-IF.
056400     IF WH-0086-STEP-GCN-LST-TX NOT = SPACES
056500         MOVE SPACES             TO WR-0086-STEP-TABLE
056600         MOVE ZERO               TO WR-0086-STEP-CNT
056700         UNSTRING WH-0086-STEP-GCN-LST-TX DELIMITED BY ','
056800             INTO WR-0086-STEP-GCN (1) WR-0086-STEP-GCN (2)
056900                  WR-0086-STEP-GCN (3) WR-0086-STEP-GCN (4)
057000             TALLYING IN WR-0086-STEP-CNT
057100         END-UNSTRING
057200         PERFORM 2400-ONE-STEP
057300             THRU 2400-ONE-STEP-EXIT
057400             VARYING WR-0086-STEP-SUB FROM 1 BY 1
057500             UNTIL WR-0086-STEP-SUB > WR-0086-STEP-CNT
057600     END-IF.
057700     IF WH-0086-QL-QTY-TX NOT = SPACES
057800         MOVE SPACES             TO FB-PUB-REC
057900         MOVE 'QLD'              TO FB-DTL-SEG-ID
058000         PERFORM 2300-DETAIL-KEY
058100             THRU 2300-DETAIL-KEY-EXIT
058200         MOVE WH-0086-QL-QTY-TX  TO FB-QLD-QTY
058300         MOVE 'DY'               TO FB-QLD-PERIOD-CD
058400         MOVE WH-0086-QL-DAYS-TX TO FB-QLD-PERIOD-NUM
058500         PERFORM 2900-PUT-RECORD
058600             THRU 2900-PUT-RECORD-EXIT
058700     END-IF.
058800     IF WH-0086-MIN-AGE-NUM > ZERO
058900     OR WH-0086-MAX-AGE-NUM > ZERO
059000         MOVE SPACES             TO FB-PUB-REC
059100         MOVE 'AGE'              TO FB-DTL-SEG-ID
059200         PERFORM 2300-DETAIL-KEY
059300             THRU 2300-DETAIL-KEY-EXIT
059400         MOVE WH-0086-MIN-AGE-NUM TO FB-AGE-MIN-NUM
059500         MOVE WH-0086-MAX-AGE-NUM TO FB-AGE-MAX-NUM
059600         PERFORM 2900-PUT-RECORD
059700             THRU 2900-PUT-RECORD-EXIT
059800     END-IF.
059900     IF WH-0086-ALT-NDC-NUM > ZERO
060000         MOVE SPACES             TO FB-PUB-REC
060100         MOVE 'ALT'              TO FB-DTL-SEG-ID
060200         PERFORM 2300-DETAIL-KEY
060300             THRU 2300-DETAIL-KEY-EXIT
060400         MOVE WH-0086-ALT-NDC-NUM TO FB-ALT-NDC-NUM
060500         MOVE '1'                TO FB-ALT-PREF-LVL
060600         PERFORM 2900-PUT-RECORD
060700             THRU 2900-PUT-RECORD-EXIT
060800     END-IF.
060900 2200-WRITE-NDC-EXIT.
061000     EXIT.
061100*****************************************************************
061200*    2300-DETAIL-KEY - ACTION AND NDC.  A FULL FILE REPLACES    *
061300*    THE WHOLE FORMULARY, SO EVERY NDC IN IT IS AN ADD.         *
061400*****************************************************************
061500 2300-DETAIL-KEY.
061600     IF WR-0086-FULL-MODE
061700         MOVE 'A'                TO FB-DTL-ACTN-CD
061800     ELSE
061900         MOVE WR-0086-ACTN-CD    TO FB-DTL-ACTN-CD
062000     END-IF.
062100     MOVE WH-0086-NDC-NUM        TO FB-DTL-NDC-NUM.
062200 2300-DETAIL-KEY-EXIT.
062300     EXIT.
062400*****************************************************************
062500*    2400-ONE-STEP - ONE STD RECORD PER 7518 PREREQUISITE       *
062600*****************************************************************
062700 2400-ONE-STEP.
062800     MOVE SPACES                 TO FB-PUB-REC.
062900     MOVE 'STD'                  TO FB-DTL-SEG-ID.
063000     PERFORM 2300-DETAIL-KEY
063100         THRU 2300-DETAIL-KEY-EXIT.
063200     MOVE WR-0086-STEP-GCN (WR-0086-STEP-SUB)
063300                                 TO FB-STD-PREREQ-GCN.
063400     MOVE WH-0086-STEP-DAYS-TX   TO FB-STD-LKBK-DAYS.
063500     PERFORM 2900-PUT-RECORD
063600         THRU 2900-PUT-RECORD-EXIT.
063700 2400-ONE-STEP-EXIT.
063800     EXIT.
063900*****************************************************************
064000*    2500-REPORT-CHANGE - ONE LINE PER NDC ADDED OR CHANGED     *
064100*****************************************************************
064200 2500-REPORT-CHANGE.
064300     IF WR-0086-ACTN-ADD
064400         ADD 1                   TO WR-0086-ADD-CNT
064500         MOVE 'ADD'              TO RL-0086-D-ACTN
064600     ELSE
064700         ADD 1                   TO WR-0086-CHG-CNT
064800         MOVE 'CHANGE'           TO RL-0086-D-ACTN
064900     END-IF.
065000     MOVE WH-0086-NDC-NUM        TO RL-0086-D-NDC.
065100     MOVE WH-0086-GCN-NUM        TO WR-0086-GCN-6.
065200     MOVE WR-0086-GCN-6          TO RL-0086-D-GCN.
065300     MOVE WH-0086-LBL-NAM        TO RL-0086-D-LBL-NAM.
065400     MOVE CLFBPBTB-C-FRM-STAT-CD TO RL-0086-D-PRV-STAT.
065500     MOVE WH-0086-FRM-STAT-CD    TO RL-0086-D-CUR-STAT.
065600     MOVE WR-0086-CHG-TX         TO RL-0086-D-CHG-TX.
065700     PERFORM 2950-PUT-LINE
065800         THRU 2950-PUT-LINE-EXIT.
065900 2500-REPORT-CHANGE-EXIT.
066000     EXIT.
066100*****************************************************************
066200*    2600-SAVE-IMAGE - THE PUBLISHED VALUES ONTO C_FB_PUB_TB    *
066300*****************************************************************
066400 2600-SAVE-IMAGE.
066500     MOVE WH-0086-NDC-NUM        TO CLFBPBTB-R-DRUG-NDC-NUM.
066600     MOVE WH-0086-GCN-NUM        TO CLFBPBTB-R-DRUG-GCN-SEQ-NUM.
066700     MOVE WH-0086-FRM-STAT-CD    TO CLFBPBTB-C-FRM-STAT-CD.
066800     MOVE WH-0086-PA-IND         TO CLFBPBTB-C-PA-IND.
066900     MOVE WH-0086-STEP-GCN-LST-TX
067000                                 TO CLFBPBTB-C-STEP-GCN-LST-TX.
067100     MOVE WH-0086-STEP-DAYS-TX   TO CLFBPBTB-C-STEP-DAYS-TX.
067200     MOVE WH-0086-QL-QTY-TX      TO CLFBPBTB-C-QL-QTY-TX.
067300     MOVE WH-0086-QL-DAYS-TX     TO CLFBPBTB-C-QL-DAYS-TX.
067400     MOVE WH-0086-MIN-AGE-NUM    TO CLFBPBTB-C-MIN-AGE-NUM.
067500     MOVE WH-0086-MAX-AGE-NUM    TO CLFBPBTB-C-MAX-AGE-NUM.
067600     MOVE WH-0086-ALT-NDC-NUM    TO CLFBPBTB-C-ALT-NDC-NUM.
067700     MOVE WH-0086-BUS-DT         TO CLFBPBTB-C-PUB-DT.
067800     EXEC SQL
067900         UPDATE C_FB_PUB_TB
068000            SET R_DRUG_GCN_SEQ_NUM = :CLFBPBTB-R-DRUG-GCN-SEQ-NUM,
068100                C_FRM_STAT_CD      = :CLFBPBTB-C-FRM-STAT-CD,
068200                C_PA_IND           = :CLFBPBTB-C-PA-IND,
068300                C_STEP_GCN_LST_TX  = :CLFBPBTB-C-STEP-GCN-LST-TX,
068400                C_STEP_DAYS_TX     = :CLFBPBTB-C-STEP-DAYS-TX,
068500                C_QL_QTY_TX        = :CLFBPBTB-C-QL-QTY-TX,
068600                C_QL_DAYS_TX       = :CLFBPBTB-C-QL-DAYS-TX,
068700                C_MIN_AGE_NUM      = :CLFBPBTB-C-MIN-AGE-NUM,
068800                C_MAX_AGE_NUM      = :CLFBPBTB-C-MAX-AGE-NUM,
068900                C_ALT_NDC_NUM      = :CLFBPBTB-C-ALT-NDC-NUM,
069000                C_PUB_STAT_CD      = 'A',
069100                C_PUB_DT           = :CLFBPBTB-C-PUB-DT,
069200                B_UPD_TS           = TO_CHAR(CURRENT_TIMESTAMP,
069300                                     'YYYY-MM-DD-HH24.MI.SS.FF6')
069400          WHERE R_DRUG_NDC_NUM     = :CLFBPBTB-R-DRUG-NDC-NUM
069500     END-EXEC.
069600     EVALUATE SQLCODE
069700       WHEN 0
069800         GO TO 2600-SAVE-IMAGE-EXIT
069900       WHEN 100
070000         CONTINUE
070100       WHEN OTHER
070200         GO TO 9999-SQL-ERROR
070300     END-EVALUATE.
070400     EXEC SQL
070500         INSERT INTO C_FB_PUB_TB
070600                (R_DRUG_NDC_NUM, R_DRUG_GCN_SEQ_NUM,
070700                 C_FRM_STAT_CD, C_PA_IND, C_STEP_GCN_LST_TX,
070800                 C_STEP_DAYS_TX, C_QL_QTY_TX, C_QL_DAYS_TX,
070900                 C_MIN_AGE_NUM, C_MAX_AGE_NUM, C_ALT_NDC_NUM,
071000                 C_PUB_STAT_CD, C_PUB_DT, B_UPD_TS)
071100         VALUES (:CLFBPBTB-R-DRUG-NDC-NUM,
071200                 :CLFBPBTB-R-DRUG-GCN-SEQ-NUM,
071300                 :CLFBPBTB-C-FRM-STAT-CD,
071400                 :CLFBPBTB-C-PA-IND,
071500                 :CLFBPBTB-C-STEP-GCN-LST-TX,
071600                 :CLFBPBTB-C-STEP-DAYS-TX,
071700                 :CLFBPBTB-C-QL-QTY-TX,
071800                 :CLFBPBTB-C-QL-DAYS-TX,
071900                 :CLFBPBTB-C-MIN-AGE-NUM,
072000                 :CLFBPBTB-C-MAX-AGE-NUM,
072100                 :CLFBPBTB-C-ALT-NDC-NUM,
072200                 'A',
072300                 :CLFBPBTB-C-PUB-DT,
072400                 TO_CHAR(CURRENT_TIMESTAMP,
072500                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
072600     END-EXEC.
072700     IF SQLCODE NOT = 0
072800         GO TO 9999-SQL-ERROR
072900     END-IF.
073000 2600-SAVE-IMAGE-EXIT.
073100     EXIT.
073200*****************************************************************
073300*    2900-PUT-RECORD - ONE DETAIL RECORD TO FBPUBOUT            *
073400*****************************************************************
073500 2900-PUT-RECORD.
073600     WRITE FB-PUB-REC.
073700     ADD 1                       TO WR-0086-REC-CNT.
073800 2900-PUT-RECORD-EXIT.
073900     EXIT.
074000*****************************************************************
074100*    2950-PUT-LINE - ONE CHANGE LINE, HEADINGS AS NEEDED        *
074200*****************************************************************
074300 2950-PUT-LINE.
074400     IF WR-0086-LINE-CNT > 55
074500         WRITE RPT0086-REC FROM RL-0086-HDG1
074600             BEFORE ADVANCING TO-NEW-PAGE
074700         WRITE RPT0086-REC FROM RL-0086-HDG2
074800             AFTER ADVANCING 2 LINES
074900         MOVE 3                  TO WR-0086-LINE-CNT
075000     END-IF.
075100     WRITE RPT0086-REC FROM RL-0086-DTL-LINE
075200         AFTER ADVANCING 1 LINE.
075300     ADD 1                       TO WR-0086-LINE-CNT.
075400 2950-PUT-LINE-EXIT.
075500     EXIT.
075600*****************************************************************
075700*    3000-WITHDRAWN - NDCS GONE FROM THE DRUG MASTER.  A DELTA  *
075800*    SENDS THEIR DELETE; A FULL FILE LEAVES THEM OUT.           *
075900*****************************************************************
076000 3000-WITHDRAWN.
076100     EXEC SQL
076200         OPEN R0086DEL
076300     END-EXEC.
076400     IF SQLCODE NOT = 0
076500         GO TO 9999-SQL-ERROR
076600     END-IF.
076700     MOVE 'N'                    TO WR-0086-EOF-SW.
076800     PERFORM 3100-ONE-WITHDRAWN
076900         THRU 3100-ONE-WITHDRAWN-EXIT
077000         UNTIL WR-0086-EOF.
077100     EXEC SQL
077200         CLOSE R0086DEL
077300     END-EXEC.
077400 3000-WITHDRAWN-EXIT.
077500     EXIT.
077600*****************************************************************
077700*    3100-ONE-WITHDRAWN                                         *
077800*****************************************************************
077900 3100-ONE-WITHDRAWN.
078000     EXEC SQL
078100         FETCH R0086DEL
078200         INTO :CLFBPBTB-R-DRUG-NDC-NUM,
078300              :CLFBPBTB-R-DRUG-GCN-SEQ-NUM,
078400              :CLFBPBTB-C-FRM-STAT-CD
078500     END-EXEC.
078600     EVALUATE SQLCODE
078700       WHEN 0
078800         ADD 1                   TO WR-0086-DEL-CNT
078900       WHEN 100
079000         SET WR-0086-EOF         TO TRUE
079100         GO TO 3100-ONE-WITHDRAWN-EXIT
079200       WHEN OTHER
079300         GO TO 9999-SQL-ERROR
079400     END-EVALUATE.
079500     IF WR-0086-DELTA-MODE
079600         MOVE SPACES             TO FB-PUB-REC
079700         MOVE 'FST'              TO FB-DTL-SEG-ID
079800         MOVE 'D'                TO FB-DTL-ACTN-CD
079900         MOVE CLFBPBTB-R-DRUG-NDC-NUM TO FB-DTL-NDC-NUM
080000         MOVE CLFBPBTB-R-DRUG-GCN-SEQ-NUM TO WR-0086-GCN-6
080100         MOVE WR-0086-GCN-6      TO FB-FST-GCN-NUM
080200         MOVE CLFBPBTB-C-FRM-STAT-CD TO FB-FST-FRM-STAT-CD
080300         PERFORM 2900-PUT-RECORD
080400             THRU 2900-PUT-RECORD-EXIT
080500         ADD 1                   TO WR-0086-PUB-CNT
080600     END-IF.
080700     MOVE 'DELETE'               TO RL-0086-D-ACTN.
080800     MOVE CLFBPBTB-R-DRUG-NDC-NUM TO RL-0086-D-NDC.
080900     MOVE CLFBPBTB-R-DRUG-GCN-SEQ-NUM TO WR-0086-GCN-6.
081000     MOVE WR-0086-GCN-6          TO RL-0086-D-GCN.
081100     MOVE 'NO LONGER ON THE DRUG MASTER' TO RL-0086-D-LBL-NAM.
081200     MOVE CLFBPBTB-C-FRM-STAT-CD TO RL-0086-D-PRV-STAT.
081300     MOVE SPACE                  TO RL-0086-D-CUR-STAT.
081400     MOVE 'WITHDRAWN'            TO RL-0086-D-CHG-TX.
081500     PERFORM 2950-PUT-LINE
081600         THRU 2950-PUT-LINE-EXIT.
081700     EXEC SQL
081800         UPDATE C_FB_PUB_TB
081900            SET C_PUB_STAT_CD = 'D',
082000                C_PUB_DT      = :WH-0086-BUS-DT,
082100                B_UPD_TS      = TO_CHAR(CURRENT_TIMESTAMP,
082200                                'YYYY-MM-DD-HH24.MI.SS.FF6')
082300          WHERE R_DRUG_NDC_NUM = :CLFBPBTB-R-DRUG-NDC-NUM
082400     END-EXEC.
082500     IF SQLCODE NOT = 0
082600         GO TO 9999-SQL-ERROR
082700     END-IF.
082800 3100-ONE-WITHDRAWN-EXIT.
082900     EXIT.
083000*****************************************************************
083100*    8000-FINALIZE - TRAILER, COUNTS, MANIFEST, ONE COMMIT      *
083200*****************************************************************
083300 8000-FINALIZE.
083400     MOVE SPACES                 TO FB-PUB-REC.
083500     MOVE 'TRL'                  TO FB-TRL-SEG-ID.
083600     MOVE WR-0086-REC-CNT        TO FB-TRL-REC-CNT.
083700     MOVE WR-0086-PUB-CNT        TO FB-TRL-NDC-CNT.
083800     WRITE FB-PUB-REC.
083900     IF WR-0086-LINE-CNT > 55
084000         WRITE RPT0086-REC FROM RL-0086-HDG1
084100             BEFORE ADVANCING TO-NEW-PAGE
084200     END-IF.
084300     MOVE 'NDCS ON THE DRUG MASTER'    TO RL-0086-C-LABEL.
084400     MOVE WR-0086-NDC-CNT              TO RL-0086-C-CNT.
084500     WRITE RPT0086-REC FROM RL-0086-COUNT-LINE
084600         AFTER ADVANCING 3 LINES.
084700     MOVE 'NDCS ADDED'                 TO RL-0086-C-LABEL.
084800     MOVE WR-0086-ADD-CNT              TO RL-0086-C-CNT.
084900     WRITE RPT0086-REC FROM RL-0086-COUNT-LINE
085000         AFTER ADVANCING 1 LINE.
085100     MOVE 'NDCS CHANGED'               TO RL-0086-C-LABEL.
085200     MOVE WR-0086-CHG-CNT              TO RL-0086-C-CNT.
085300     WRITE RPT0086-REC FROM RL-0086-COUNT-LINE
085400         AFTER ADVANCING 1 LINE.
085500     MOVE 'NDCS WITHDRAWN'             TO RL-0086-C-LABEL.
085600     MOVE WR-0086-DEL-CNT              TO RL-0086-C-CNT.
085700     WRITE RPT0086-REC FROM RL-0086-COUNT-LINE
085800         AFTER ADVANCING 1 LINE.
085900     MOVE 'NDCS IN THE FILE'           TO RL-0086-C-LABEL.
086000     MOVE WR-0086-PUB-CNT              TO RL-0086-C-CNT.
086100     WRITE RPT0086-REC FROM RL-0086-COUNT-LINE
086200         AFTER ADVANCING 1 LINE.
086300     MOVE 'DETAIL RECORDS IN THE FILE' TO RL-0086-C-LABEL.
086400     MOVE WR-0086-REC-CNT              TO RL-0086-C-CNT.
086500     WRITE RPT0086-REC FROM RL-0086-COUNT-LINE
086600         AFTER ADVANCING 1 LINE.
086700     CLOSE FBPUBOUT-FILE RPT0086-FILE.
086800     PERFORM 8500-REGISTER-FILE
086900         THRU 8500-REGISTER-FILE-EXIT.
087000 8000-FINALIZE-EXIT.
087100     EXIT.
087200*****************************************************************
087300*    8500-REGISTER-FILE - FBPUBOUT ONTO THE OUTBOUND MANIFEST   *
087400*    WITH ITS DETAIL RECORD COUNT AND NDC COUNT AS THE HASH,    *
087500*    THEN COMMIT THE PUBLICATION IMAGE WITH IT.  A FILE NOT ON  *
087600*    THE MANIFEST IS NEVER SENT, SO THE IMAGE IS ROLLED BACK    *
087700*    AND THE NEXT DELTA SENDS THE SAME CHANGES AGAIN.           *
087800*****************************************************************
087900 8500-REGISTER-FILE.
088000     MOVE 'ERXFB'                TO WK-9006-FILE-TY-CD.
088100     MOVE 'PDDR0086'             TO WK-9006-PGM-ID.
088200     MOVE 'FBPUBOUT'             TO WK-9006-DD-NM.
088300     MOVE WH-0086-BUS-DT         TO WK-9006-BUS-DT.
088400     MOVE WR-0086-REC-CNT        TO WK-9006-REC-CNT.
088500     MOVE WR-0086-PUB-CNT        TO WK-9006-HASH-AMT.
088600     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
088700     IF NOT WK-9006-OK
088800         DISPLAY 'PDDR0086 - FILE NOT ON MANIFEST, REPLY '
088900                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
089000         DISPLAY 'PDDR0086 - PUBLICATION IMAGE NOT UPDATED'
089100         EXEC SQL ROLLBACK END-EXEC
089200         IF RETURN-CODE < 4
089300             MOVE 4 TO RETURN-CODE
089400         END-IF
089500         GO TO 8500-REGISTER-FILE-EXIT
089600     END-IF.
089700     EXEC SQL COMMIT END-EXEC.
089800     DISPLAY 'PDDR0086 - MANIFEST ' WK-9006-GEN-NM.
089900 8500-REGISTER-FILE-EXIT.
090000     EXIT.
090100*****************************************************************
090200*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
090300*****************************************************************
090400 9999-SQL-ERROR.
090500     DISPLAY 'PDDR0086 - SQL ERROR PUBLISHING THE FORMULARY'.
090600     DISPLAY 'SQLCODE = ' SQLCODE.
090700     EXEC SQL ROLLBACK END-EXEC.
090800     MOVE 16 TO RETURN-CODE.
090900     CLOSE FBPUBOUT-FILE RPT0086-FILE.
091000     GOBACK.
