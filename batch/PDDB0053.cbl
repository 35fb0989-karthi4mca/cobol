000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0053.
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
001300*  10/15/26  ACS   NEW PROGRAM.  WEEKLY CLAIM QUALITY-ASSURANCE *
001400*                  SAMPLE.  DRAWS A STRATIFIED RANDOM SAMPLE OF *
001500*                  THE PAID AND DENIED CLAIMS ADJUDICATED IN THE*
001600*                  SEVEN DAYS ENDING ON THE BUSINESS DATE - BY  *
001700*                  OUTCOME, DOLLAR BAND AND THE CATEGORY OF THE *
001800*                  FIRST EXCEPTION POSTED - KEEPS IT ON         *
001900*                  C_QA_SMPL_TB AND WRITES THE QA WORKSHEET: A  *
002000*                  PAGE PER CLAIM WITH ITS INPUTS FROM          *
002100*                  C_NCP_FMT_TRACE_TB, ITS POSTED EXCEPTIONS,   *
002200*                  ITS PAID AMOUNT AND SPACE FOR THE REVIEWER'S *
002300*                  FINDING, WHICH IS KEYED ON THE QA REVIEW     *
002400*                  SCREEN (PDDM7602).  A RERUN FOR THE SAME WEEK*
002500*                  DRAWS THE SAME SAMPLE AND IS REFUSED ONCE A  *
002600*                  CLAIM IN IT HAS BEEN REVIEWED.               *
002700*                                                               *
002800*****************************************************************
002900*                                                               *
003000*   THE DOLLAR BAND IS SET ON THE PAID AMOUNT OF A PAID CLAIM   *
003100*   AND THE BILLED AMOUNT OF A DENIED ONE.  A CLAIM WITH NO     *
003200*   EXCEPTION IS CATEGORY N; AN EXCEPTION WITH NO CATEGORY ON   *
003300*   C_EXC_CTGRY_TB COUNTS AS O.  REVERSALS ARE NOT SAMPLED.     *
003400*                                                               *
003500*   EACH STRATUM GETS ITS SHARE OF THE SAMPLE SIZE BY ITS SHARE *
003600*   OF THE WEEK'S CLAIMS, NO FEWER THAN THE MINIMUM (SO THAT    *
003700*   ITS VARIANCE CAN BE ESTIMATED) AND NO MORE THAN IT HOLDS.   *
003800*   WITHIN A STRATUM THE CLAIMS ARE ORDERED BY A HASH OF THE    *
003900*   TCN SEEDED WITH THE BUSINESS DATE AND THE FIRST ONES TAKEN, *
004000*   SO THE DRAW IS RANDOM BUT CAN BE REPEATED BY AN AUDITOR.    *
004100*                                                               *
004200*   LIST 7546 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
004300*   THE VALUE AS FIVE DIGITS AT THE FRONT OF THE END LIMIT.     *
004400*                                                               *
004500*      BND1   TOP OF DOLLAR BAND 1, WHOLE DOLLARS           50  *
004600*      BND2   TOP OF DOLLAR BAND 2                         250  *
004700*      BND3   TOP OF DOLLAR BAND 3 (BAND 4 IS ABOVE)      1000  *
004800*      TOTL   CLAIMS TO SAMPLE IN THE WEEK                 400  *
004900*      MINS   FEWEST CLAIMS TO SAMPLE FROM A STRATUM         2  *
005000*                                                               *
005100*   LIST 7547 - EXCEPTION CODE IN THE START LIMIT, THE CONDU    *
005200*   EDIT SECTION THAT POSTS IT (S200, S213 ...) AT THE FRONT OF *
005300*   THE END LIMIT.  IT GIVES THE EDIT SECTION A SAMPLED CLAIM   *
005400*   STARTS WITH; THE REVIEWER MAY CHANGE IT.                    *
005500*                                                               *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER.   IBM-370.
006000 OBJECT-COMPUTER.   IBM-370.
006100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT QAWKSHT-FILE ASSIGN TO QAWKSHT
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT RPTB053-FILE ASSIGN TO RPTB053
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800*****************************************************************
006900*  DATA DIVISION                                                *
007000*****************************************************************
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  QAWKSHT-FILE
007400     RECORDING MODE IS F.
007500 01  QAWKSHT-REC                     PIC X(00133).
007600 FD  RPTB053-FILE
007700     RECORDING MODE IS F.
007800 01  RPTB053-REC                     PIC X(00133).
007900*****************************************************************
008000*  WORKING-STORAGE SECTION                                     *
008100*****************************************************************
008200 WORKING-STORAGE SECTION.
008300 77  WB-0053-EOF-SW                  PIC X(00001) VALUE 'N'.
008400     88  WB-0053-EOF                 VALUE 'Y'.
008500 77  WB-0053-SUB-EOF-SW              PIC X(00001) VALUE 'N'.
008600     88  WB-0053-SUB-EOF             VALUE 'Y'.
008700 77  WB-0053-ROW-SW                  PIC X(00001) VALUE 'N'.
008800     88  WB-0053-ROW-FOUND           VALUE 'Y'.
008900 77  WB-0053-STRAT-CNT               PIC S9(00004) COMP
009000                                     VALUE ZERO.
009100 77  WB-0053-POP-CNT                 PIC S9(00009) COMP-3
009200                                     VALUE ZERO.
009300 77  WB-0053-SMPL-CNT                PIC S9(00009) COMP-3
009400                                     VALUE ZERO.
009500 77  WB-0053-READ-CNT                PIC S9(00009) COMP-3
009600                                     VALUE ZERO.
009700 77  WB-0053-TAKEN-CNT               PIC S9(00009) COMP-3
009800                                     VALUE ZERO.
009900 77  WB-0053-NUM-X                   PIC -(00008)9.
010000 77  WB-0053-AMT-X                   PIC -(00007)9.99.
010100*    SAMPLE SETTINGS (LIST 7546, DEFAULTS BELOW).
010200 01  WB-0053-PARMS.
010300     05  WB-0053-BND1-AMT            PIC S9(00007)V9(00002)
010400                                     COMP-3 VALUE +50.
010500     05  WB-0053-BND2-AMT            PIC S9(00007)V9(00002)
010600                                     COMP-3 VALUE +250.
010700     05  WB-0053-BND3-AMT            PIC S9(00007)V9(00002)
010800                                     COMP-3 VALUE +1000.
010900     05  WB-0053-TOTL-CNT            PIC S9(00009) COMP-3
011000                                     VALUE +400.
011100     05  WB-0053-MINS-CNT            PIC S9(00009) COMP-3
011200                                     VALUE +2.
011300 01  WB-0053-LIST-VAL.
011400     05  WB-0053-VAL-TX              PIC X(00005).
011500     05  WB-0053-VAL-NUM REDEFINES WB-0053-VAL-TX
011600                                     PIC 9(00005).
011700     05  FILLER                      PIC X(00005).
011800*    THE WEEK'S STRATA - CLAIMS IN EACH, HOW MANY TO DRAW AND
011900*    HOW MANY DRAWN SO FAR.  2 OUTCOMES X 4 BANDS X 7
012000*    CATEGORIES AT MOST.
012100 01  WB-0053-STRAT-TBL.
012200     05  WB-0053-STRAT               OCCURS 1 TO 64 TIMES
012300                                     DEPENDING ON
012400                                     WB-0053-STRAT-CNT
012500                                     INDEXED BY WB-0053-SX.
012600         10  WB-0053-S-KEY.
012700             15  WB-0053-S-OUTC-CD   PIC X(00001).
012800             15  WB-0053-S-BAND-CD   PIC X(00001).
012900             15  WB-0053-S-CTGRY-CD  PIC X(00001).
013000         10  WB-0053-S-POP-CNT       PIC S9(00009) COMP-3.
013100         10  WB-0053-S-SMPL-CNT      PIC S9(00009) COMP-3.
013200         10  WB-0053-S-TAKEN-CNT     PIC S9(00009) COMP-3.
013300 01  WB-0053-CUR-KEY.
013400     05  WB-0053-C-OUTC-CD           PIC X(00001).
013500     05  WB-0053-C-BAND-CD           PIC X(00001).
013600     05  WB-0053-C-CTGRY-CD          PIC X(00001).
013700*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
013800     COPY WKC90040.
013900*****************************************************************
014000*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
014100*****************************************************************
014200     EXEC SQL INCLUDE SQLCA END-EXEC.
014300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
014400     COPY CLQASMTB.
014500     COPY CLTRCPTB.
014600     COPY CLEXCDTB.
014700 01  WH-0053-HOST-VARS.
014800     05  WH-0053-BUS-DT              PIC X(00010).
014900     05  WH-0053-WK-BEG-DT           PIC X(00010).
015000     05  WH-0053-WK-BEG-TS           PIC X(00026).
015100     05  WH-0053-WK-END-TS           PIC X(00026).
015200     05  WH-0053-SEED-NUM            PIC S9(00009) COMP.
015300     05  WH-0053-LIST-CD             PIC X(00010).
015400     05  WH-0053-LIST-VAL            PIC X(00010).
015500     05  WH-0053-BND1-AMT            PIC S9(00007)V9(00002)
015600                                     COMP-3.
015700     05  WH-0053-BND2-AMT            PIC S9(00007)V9(00002)
015800                                     COMP-3.
015900     05  WH-0053-BND3-AMT            PIC S9(00007)V9(00002)
016000                                     COMP-3.
016100     05  WH-0053-POP-CNT             PIC S9(00009) COMP.
016200     05  WH-0053-ROW-CNT             PIC S9(00009) COMP.
016300     05  WH-0053-SECT-ID             PIC X(00004).
016400     EXEC SQL END DECLARE SECTION END-EXEC.
016500*    THE SAMPLE SETTINGS.
016600     EXEC SQL
016700         DECLARE B0053PRM CURSOR FOR
016800         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
016900           FROM G_LIST_DTL_TB
017000          WHERE G_LIST_SUBSYS_CD   = 'C'
017100            AND G_LIST_NUM         = '7546'
017200            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0053-BUS-DT,
017300                                              'YYYY-MM-DD')
017400            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0053-BUS-DT,
017500                                              'YYYY-MM-DD')
017600     END-EXEC.
017700*    THE WEEK'S CLAIMS BY STRATUM.  THE INNERMOST SELECT IS THE
017800*    SAME AS THE DRAW CURSOR'S BELOW - KEEP THEM IN STEP.
017900     EXEC SQL
018000         DECLARE B0053STR CURSOR FOR
018100         SELECT M.C_HDR_STAT_CD, M.C_QA_BAND_CD, M.C_CTGRY_CD,
018200                COUNT(*)
018300           FROM (SELECT S.C_HDR_STAT_CD,
018400                        CASE WHEN S.C_BAND_AMT <=
018500                                  :WH-0053-BND1-AMT THEN '1'
018600                             WHEN S.C_BAND_AMT <=
018700                                  :WH-0053-BND2-AMT THEN '2'
018800                             WHEN S.C_BAND_AMT <=
018900                                  :WH-0053-BND3-AMT THEN '3'
019000                             ELSE '4'
019100                        END AS C_QA_BAND_CD,
019200                        S.C_CTGRY_CD
019300                   FROM (SELECT A.C_HDR_STAT_CD,
019400                                CASE WHEN A.C_HDR_STAT_CD = 'P'
019500                                     THEN NVL(A.C_TOT_REIMB_AMT,0)
019600                                     ELSE NVL(A.C_TOT_CHRG_AMT,0)
019700                                END AS C_BAND_AMT,
019800                                CASE WHEN E.R_CLM_EXC_CD IS NULL
019900                                     THEN 'N'
020000                                     WHEN G.C_CTGRY_CD IN
020100                                          ('E','D','P','C','B')
020200                                     THEN G.C_CTGRY_CD
020300                                     ELSE 'O'
020400                                END AS C_CTGRY_CD
020500                           FROM C_LI_DRUG_TB A
020600                                LEFT OUTER JOIN
020700                                (SELECT C_TCN_NUM,
020800                                        MIN(R_CLM_EXC_CD)
020900                                            AS R_CLM_EXC_CD
021000                                   FROM C_LI_EXC_TB
021100                                  GROUP BY C_TCN_NUM) E
021200                                  ON E.C_TCN_NUM = A.C_TCN_NUM
021300                                LEFT OUTER JOIN C_EXC_CTGRY_TB G
021400                                  ON G.R_CLM_EXC_CD =
021500                                     E.R_CLM_EXC_CD
021600                          WHERE A.G_AUD_TS >= :WH-0053-WK-BEG-TS
021700                            AND A.G_AUD_TS <= :WH-0053-WK-END-TS
021800                            AND A.C_HDR_STAT_CD IN ('P', 'D')
021900                            AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
022000                        ) S
022100                ) M
022200          GROUP BY M.C_HDR_STAT_CD, M.C_QA_BAND_CD, M.C_CTGRY_CD
022300          ORDER BY 1, 2, 3
022400     END-EXEC.
022500*    THE DRAW - EVERY CLAIM OF THE WEEK IN STRATUM ORDER, AND
022600*    WITHIN THE STRATUM IN THE SEEDED HASH ORDER.
022700     EXEC SQL
022800         DECLARE CB053 CURSOR FOR
022900         SELECT S.C_TCN_NUM, S.C_HDR_STAT_CD,
023000                CASE WHEN S.C_BAND_AMT <= :WH-0053-BND1-AMT
023100                     THEN '1'
023200                     WHEN S.C_BAND_AMT <= :WH-0053-BND2-AMT
023300                     THEN '2'
023400                     WHEN S.C_BAND_AMT <= :WH-0053-BND3-AMT
023500                     THEN '3'
023600                     ELSE '4'
023700                END,
023800                S.C_CTGRY_CD, S.C_PAID_AMT, S.R_CLM_EXC_CD,
023900                S.C_EXC_CNT, S.G_AUD_TS
024000           FROM (SELECT A.C_TCN_NUM, A.C_HDR_STAT_CD,
024100                        CASE WHEN A.C_HDR_STAT_CD = 'P'
024200                             THEN NVL(A.C_TOT_REIMB_AMT, 0)
024300                             ELSE NVL(A.C_TOT_CHRG_AMT, 0)
024400                        END AS C_BAND_AMT,
024500                        CASE WHEN E.R_CLM_EXC_CD IS NULL
024600                             THEN 'N'
024700                             WHEN G.C_CTGRY_CD IN
024800                                  ('E','D','P','C','B')
024900                             THEN G.C_CTGRY_CD
025000                             ELSE 'O'
025100                        END AS C_CTGRY_CD,
025200                        NVL(A.C_TOT_REIMB_AMT, 0) AS C_PAID_AMT,
025300                        NVL(E.R_CLM_EXC_CD, ' ') AS R_CLM_EXC_CD,
025400                        NVL(E.C_EXC_CNT, 0) AS C_EXC_CNT,
025500                        A.G_AUD_TS
025600                   FROM C_LI_DRUG_TB A
025700                        LEFT OUTER JOIN
025800                        (SELECT C_TCN_NUM,
025900                                MIN(R_CLM_EXC_CD) AS R_CLM_EXC_CD,
026000                                COUNT(*) AS C_EXC_CNT
026100                           FROM C_LI_EXC_TB
026200                          GROUP BY C_TCN_NUM) E
026300                          ON E.C_TCN_NUM = A.C_TCN_NUM
026400                        LEFT OUTER JOIN C_EXC_CTGRY_TB G
026500                          ON G.R_CLM_EXC_CD = E.R_CLM_EXC_CD
026600                  WHERE A.G_AUD_TS >= :WH-0053-WK-BEG-TS
026700                    AND A.G_AUD_TS <= :WH-0053-WK-END-TS
026800                    AND A.C_HDR_STAT_CD IN ('P', 'D')
026900                    AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
027000                ) S
027100          ORDER BY 2, 3, 4,
027200                   ORA_HASH(S.C_TCN_NUM, 4294967295,
027300                            :WH-0053-SEED-NUM)
027400     END-EXEC.
027500*    A SAMPLED CLAIM'S INPUTS, AS PDDR0021 SHOWS THEM.
027600     EXEC SQL
027700         DECLARE B0053TRC CURSOR FOR
027800         SELECT C_LI_NUM,
027900                N_BIN_NUM, F_BIN_NUM,
028000                N_GROUP_ID, F_GROUP_ID,
028100                N_PRSC_ID, F_PRSC_ID,
028200                N_PROD_ID, F_PROD_ID,
028300                N_DYS_SPLY_NUM, F_DYS_SPLY_NUM,
028400                N_DAW_IND, F_DAW_CD,
028500                N_GROSS_AMT, F_TOT_CHRG_AMT,
028600                N_UAC_AMT, F_UC_CHARGE_AMT
028700           FROM C_NCP_FMT_TRACE_TB
028800          WHERE C_TCN_NUM = :CLQASMTB-C-TCN-NUM
028900          ORDER BY C_LI_NUM
029000     END-EXEC.
029100*    A SAMPLED CLAIM'S POSTED EXCEPTIONS.
029200     EXEC SQL
029300         DECLARE B0053EXC CURSOR FOR
029400         SELECT C_LI_NUM, R_CLM_EXC_CD,
029500                NVL(R_CLM_EXC_DISP_CD, ' '),
029600                NVL(C_EXC_FATAL_IND, ' ')
029700           FROM C_LI_EXC_TB
029800          WHERE C_TCN_NUM = :CLQASMTB-C-TCN-NUM
029900          ORDER BY C_LI_NUM, R_CLM_EXC_CD
030000     END-EXEC.
030100*****************************************************************
030200*  REPORT LINE LAYOUTS - WORKSHEET                             *
030300*****************************************************************
030400 01  RL-0053-HDG1.
030500     05  FILLER                      PIC X(00001) VALUE SPACE.
030600     05  FILLER                      PIC X(00050) VALUE
030700         'PDDB0053 - CLAIM QA WORKSHEET'.
030800     05  FILLER                      PIC X(00013)
030900                                     VALUE 'WEEK ENDING '.
031000     05  RL-0053-WH-WK-END-DT        PIC X(00010).
031100     05  FILLER                      PIC X(00008)
031200                                     VALUE '  SAMPLE'.
031300     05  RL-0053-WH-SMPL-NUM         PIC ZZZZ9.
031400 01  RL-0053-CLM1.
031500     05  FILLER                      PIC X(00001) VALUE SPACE.
031600     05  FILLER                      PIC X(00005) VALUE 'TCN'.
031700     05  RL-0053-W1-TCN-NUM          PIC X(00017).
031800     05  FILLER                      PIC X(00009) VALUE 'STRATUM'.
031900     05  RL-0053-W1-OUTC-CD          PIC X(00001).
032000     05  FILLER                      PIC X(00001) VALUE '-'.
032100     05  RL-0053-W1-BAND-CD          PIC X(00001).
032200     05  FILLER                      PIC X(00001) VALUE '-'.
032300     05  RL-0053-W1-CTGRY-CD         PIC X(00001).
032400     05  FILLER                      PIC X(00004) VALUE SPACES.
032500     05  FILLER                      PIC X(00013)
032600                                     VALUE 'ADJUDICATED'.
032700     05  RL-0053-W1-OUTC-TX          PIC X(00008).
032800     05  FILLER                      PIC X(00013)
032900                                     VALUE 'PAID AMOUNT'.
033000     05  RL-0053-W1-PAID-AMT         PIC Z,ZZZ,ZZ9.99-.
033100     05  FILLER                      PIC X(00004) VALUE '  AT'.
033200     05  RL-0053-W1-AUD-TS           PIC X(00027).
033300 01  RL-0053-TRC-HDG.
033400     05  FILLER                      PIC X(00001) VALUE SPACE.
033500     05  FILLER                      PIC X(00026)
033600                                     VALUE 'CLAIM INPUTS - LINE'.
033700     05  RL-0053-WT-LI-NUM           PIC ZZZ9.
033800     05  FILLER                      PIC X(00010) VALUE SPACES.
033900     05  FILLER                      PIC X(00025)
034000                                     VALUE 'RAW NCPDP'.
034100     05  FILLER                      PIC X(00025)
034200                                     VALUE 'FORMATTED'.
034300 01  RL-0053-TRC-LINE.
034400     05  FILLER                      PIC X(00005) VALUE SPACES.
034500     05  RL-0053-WT-FIELD            PIC X(00035).
034600     05  RL-0053-WT-RAW              PIC X(00025).
034700     05  RL-0053-WT-FMT              PIC X(00025).
034800 01  RL-0053-EXC-HDG.
034900     05  FILLER                      PIC X(00001) VALUE SPACE.
035000     05  FILLER                      PIC X(00040)
035100                                     VALUE 'EXCEPTIONS POSTED'.
035200     05  FILLER                      PIC X(00032) VALUE
035300         'LINE  CODE  DISP  FATAL'.
035400 01  RL-0053-EXC-LINE.
035500     05  FILLER                      PIC X(00041) VALUE SPACES.
035600     05  RL-0053-WE-LI-NUM           PIC ZZZ9.
035700     05  FILLER                      PIC X(00002) VALUE SPACES.
035800     05  RL-0053-WE-EXC-CD           PIC X(00004).
035900     05  FILLER                      PIC X(00003) VALUE SPACES.
036000     05  RL-0053-WE-DISP-CD          PIC X(00001).
036100     05  FILLER                      PIC X(00005) VALUE SPACES.
036200     05  RL-0053-WE-FATAL-IND        PIC X(00001).
036300 01  RL-0053-MSG-LINE.
036400     05  FILLER                      PIC X(00005) VALUE SPACES.
036500     05  RL-0053-WM-TX               PIC X(00070).
036600 01  RL-0053-RVW1.
036700     05  FILLER                      PIC X(00001) VALUE SPACE.
036800     05  FILLER                      PIC X(00033) VALUE
036900         'REVIEW   CORRECT OUTCOME (P/D) __'.
037000     05  FILLER                      PIC X(00034) VALUE
037100         '   CORRECT AMOUNT ______________'.
037200     05  FILLER                      PIC X(00017) VALUE
037300         'ERROR TYPE __'.
037400     05  FILLER                      PIC X(00018) VALUE
037500         'EDIT SECTION ____'.
037600     05  FILLER                      PIC X(00010) VALUE
037700         '(LIST 7547'.
037800     05  RL-0053-WR-SECT-ID          PIC X(00004).
037900     05  FILLER                      PIC X(00001) VALUE ')'.
038000 01  RL-0053-RVW2.
038100     05  FILLER                      PIC X(00010) VALUE SPACES.
038200     05  FILLER                      PIC X(00050) VALUE
038300         'NOTE ____________________________________________'.
038400     05  FILLER                      PIC X(00035) VALUE
038500         '__________  REVIEWER ________'.
038600 01  RL-0053-LEGEND.
038700     05  FILLER                      PIC X(00001) VALUE SPACE.
038800     05  FILLER                      PIC X(00060) VALUE
038900         'ERROR TYPES: NO NONE  EL ELIGIBILITY  DC DRUG COVERAGE'.
039000     05  FILLER                      PIC X(00060) VALUE
039100         'PA PRIOR AUTH  PR PRICING  CB OTHER COVERAGE  DU DUR'.
039200 01  RL-0053-LEGEND2.
039300     05  FILLER                      PIC X(00014) VALUE SPACES.
039400     05  FILLER                      PIC X(00060) VALUE
039500         'PV PHARMACY/PRESCRIBER  LM LIMITS/QUANTITY  OT OTHER'.
039600*****************************************************************
039700*  REPORT LINE LAYOUTS - SAMPLE CONTROL REPORT                 *
039800*****************************************************************
039900 01  RL-0053-CTL-HDG1.
040000     05  FILLER                      PIC X(00001) VALUE SPACE.
040100     05  FILLER                      PIC X(00050) VALUE
040200         'PDDB0053 - CLAIM QA SAMPLE'.
040300     05  FILLER                      PIC X(00013)
040400                                     VALUE 'WEEK '.
040500     05  RL-0053-H-WK-BEG-DT         PIC X(00010).
040600     05  FILLER                      PIC X(00004) VALUE ' TO '.
040700     05  RL-0053-H-WK-END-DT         PIC X(00010).
040800 01  RL-0053-CTL-HDG2.
040900     05  FILLER                      PIC X(00001) VALUE SPACE.
041000     05  FILLER                      PIC X(00020)
041100                                     VALUE 'OUTCOME  BAND  CTGRY'.
041200     05  FILLER                      PIC X(00015)
041300                                     VALUE '         CLAIMS'.
041400     05  FILLER                      PIC X(00015)
041500                                     VALUE '        SAMPLED'.
041600 01  RL-0053-STR-LINE.
041700     05  FILLER                      PIC X(00004) VALUE SPACES.
041800     05  RL-0053-S-OUTC-CD           PIC X(00001).
041900     05  FILLER                      PIC X(00008) VALUE SPACES.
042000     05  RL-0053-S-BAND-CD           PIC X(00001).
042100     05  FILLER                      PIC X(00006) VALUE SPACES.
042200     05  RL-0053-S-CTGRY-CD          PIC X(00001).
042300     05  FILLER                      PIC X(00004) VALUE SPACES.
042400     05  RL-0053-S-POP-CNT           PIC ZZZ,ZZZ,ZZ9.
042500     05  FILLER                      PIC X(00004) VALUE SPACES.
042600     05  RL-0053-S-SMPL-CNT          PIC ZZZ,ZZZ,ZZ9.
042700 01  RL-0053-COUNT-LINE.
042800     05  FILLER                      PIC X(00001) VALUE SPACE.
042900     05  RL-0053-C-LABEL             PIC X(00034).
043000     05  RL-0053-C-CNT               PIC ZZZ,ZZZ,ZZ9.
043100*****************************************************************
043200*  PROCEDURE DIVISION                                          *
043300*****************************************************************
043400 PROCEDURE DIVISION.
043500 0000-MAINLINE.
043600     PERFORM 1000-INITIALIZE
043700         THRU 1000-INITIALIZE-EXIT.
043800     PERFORM 1100-LOAD-PARMS
043900         THRU 1100-LOAD-PARMS-EXIT.
044000     PERFORM 1200-LOAD-STRATA
044100         THRU 1200-LOAD-STRATA-EXIT.
044200     IF WB-0053-STRAT-CNT > 0
044300         PERFORM 1300-ALLOCATE
044400             THRU 1300-ALLOCATE-EXIT
044500             VARYING WB-0053-SX FROM 1 BY 1
044600             UNTIL WB-0053-SX > WB-0053-STRAT-CNT
044700         EXEC SQL
044800             OPEN CB053
044900         END-EXEC
045000         IF SQLCODE NOT = 0
045100             GO TO 9999-SQL-ERROR
045200         END-IF
045300         PERFORM 2000-ONE-CLAIM
045400             THRU 2000-ONE-CLAIM-EXIT
045500             UNTIL WB-0053-EOF
045600         EXEC SQL
045700             CLOSE CB053
045800         END-EXEC
045900     END-IF.
046000     PERFORM 8000-FINALIZE
046100         THRU 8000-FINALIZE-EXIT.
046200     GOBACK.
046300*****************************************************************
046400*    1000-INITIALIZE - THE WEEK, THE RERUN CHECK AND CLEAR-DOWN *
046500*****************************************************************
046600 1000-INITIALIZE.
046700     MOVE 'PDDB0053'             TO WK-9004-PGM-ID.
046800     MOVE SPACES                 TO WK-9004-OVRD-DT.
046900     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
047000     IF WK-9004-NO-BUS-DT
047100         DISPLAY 'PDDB0053 - NO BUSINESS PROCESSING DATE'
047200         MOVE 16 TO RETURN-CODE
047300         GOBACK
047400     END-IF.
047500     MOVE WK-9004-BUS-DT         TO WH-0053-BUS-DT
047600                                    RL-0053-H-WK-END-DT
047700                                    RL-0053-WH-WK-END-DT.
047800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0053-SEED-NUM.
047900     EXEC SQL
048000         SELECT TO_CHAR(TO_DATE(:WH-0053-BUS-DT, 'YYYY-MM-DD')
048100                        - 6, 'YYYY-MM-DD')
048200           INTO :WH-0053-WK-BEG-DT
048300           FROM DUAL
048400     END-EXEC.
048500     IF SQLCODE NOT = 0
048600         GO TO 9999-SQL-ERROR
048700     END-IF.
048800     MOVE WH-0053-WK-BEG-DT      TO RL-0053-H-WK-BEG-DT.
048900     MOVE SPACES TO WH-0053-WK-BEG-TS WH-0053-WK-END-TS.
049000     STRING WH-0053-WK-BEG-DT '-00.00.00.000000'
049100         DELIMITED BY SIZE INTO WH-0053-WK-BEG-TS.
049200     STRING WH-0053-BUS-DT '-23.59.59.999999'
049300         DELIMITED BY SIZE INTO WH-0053-WK-END-TS.
049400*    A WEEK ALREADY UNDER REVIEW IS NOT DRAWN AGAIN.
049500     EXEC SQL
049600         SELECT COUNT(*)
049700           INTO :WH-0053-ROW-CNT
049800           FROM C_QA_SMPL_TB
049900          WHERE C_QA_WK_END_DT = :WH-0053-BUS-DT
050000            AND C_QA_STAT_CD   = 'R'
050100     END-EXEC.
050200     IF SQLCODE NOT = 0
050300         GO TO 9999-SQL-ERROR
050400     END-IF.
050500     IF WH-0053-ROW-CNT > 0
050600         DISPLAY 'PDDB0053 - WEEK ENDING ' WH-0053-BUS-DT
050700                 ' ALREADY UNDER REVIEW, NOT DRAWN AGAIN'
050800         MOVE 16 TO RETURN-CODE
050900         GOBACK
051000     END-IF.
051100     EXEC SQL
051200         DELETE FROM C_QA_SMPL_TB
051300          WHERE C_QA_WK_END_DT = :WH-0053-BUS-DT
051400     END-EXEC.
051500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
051600         GO TO 9999-SQL-ERROR
051700     END-IF.
051800     OPEN OUTPUT QAWKSHT-FILE
051900                 RPTB053-FILE.
052000     WRITE RPTB053-REC FROM RL-0053-CTL-HDG1
052100         BEFORE ADVANCING TO-NEW-PAGE.
052200 1000-INITIALIZE-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    1100-LOAD-PARMS - LIST 7546 OVER THE DEFAULTS              *
052600*****************************************************************
052700 1100-LOAD-PARMS.
052800     EXEC SQL
052900         OPEN B0053PRM
053000     END-EXEC.
053100     IF SQLCODE NOT = 0
053200         GO TO 9999-SQL-ERROR
053300     END-IF.
053400     PERFORM 1110-ONE-PARM
053500         THRU 1110-ONE-PARM-EXIT
053600         UNTIL WB-0053-EOF.
053700     EXEC SQL
053800         CLOSE B0053PRM
053900     END-EXEC.
054000     MOVE 'N'                    TO WB-0053-EOF-SW.
054100     IF WB-0053-BND2-AMT NOT > WB-0053-BND1-AMT
054200      OR WB-0053-BND3-AMT NOT > WB-0053-BND2-AMT
054300         DISPLAY 'PDDB0053 - LIST 7546 BANDS OUT OF ORDER'
054400         MOVE 16 TO RETURN-CODE
054500         CLOSE QAWKSHT-FILE RPTB053-FILE
054600         GOBACK
054700     END-IF.
054800     IF WB-0053-MINS-CNT < 2
054900         DISPLAY 'PDDB0053 - LIST 7546 MINS UNDER 2, 2 USED'
055000         MOVE 2                  TO WB-0053-MINS-CNT
055100     END-IF.
055200     MOVE WB-0053-BND1-AMT       TO WH-0053-BND1-AMT.
055300     MOVE WB-0053-BND2-AMT       TO WH-0053-BND2-AMT.
055400     MOVE WB-0053-BND3-AMT       TO WH-0053-BND3-AMT.
055500 1100-LOAD-PARMS-EXIT.
055600     EXIT.
055700*****************************************************************
055800*    1110-ONE-PARM                                              *
055900*****************************************************************
056000 1110-ONE-PARM.
056100     EXEC SQL
056200         FETCH B0053PRM
056300         INTO :WH-0053-LIST-CD,
056400              :WH-0053-LIST-VAL
056500     END-EXEC.
056600     EVALUATE SQLCODE
056700       WHEN 0
056800         CONTINUE
056900       WHEN 100
057000         SET WB-0053-EOF         TO TRUE
057100         GO TO 1110-ONE-PARM-EXIT
057200       WHEN OTHER
057300         GO TO 9999-SQL-ERROR
057400     END-EVALUATE.
057500     MOVE WH-0053-LIST-VAL       TO WB-0053-LIST-VAL.
057600     IF WB-0053-VAL-TX NOT NUMERIC
057700         DISPLAY 'PDDB0053 - LIST 7546 ' WH-0053-LIST-CD
057800                 ' NOT NUMERIC, DEFAULT USED'
057900         GO TO 1110-ONE-PARM-EXIT
058000     END-IF.
058100     EVALUATE WH-0053-LIST-CD
058200       WHEN 'BND1'
058300         MOVE WB-0053-VAL-NUM    TO WB-0053-BND1-AMT
058400       WHEN 'BND2'
058500         MOVE WB-0053-VAL-NUM    TO WB-0053-BND2-AMT
058600       WHEN 'BND3'
058700         MOVE WB-0053-VAL-NUM    TO WB-0053-BND3-AMT
058800       WHEN 'TOTL'
058900         MOVE WB-0053-VAL-NUM    TO WB-0053-TOTL-CNT
059000       WHEN 'MINS'
059100         MOVE WB-0053-VAL-NUM    TO WB-0053-MINS-CNT
059200       WHEN OTHER
059300         DISPLAY 'PDDB0053 - LIST 7546 CODE NOT KNOWN: '
059400                 WH-0053-LIST-CD
059500     END-EVALUATE.
059600 1110-ONE-PARM-EXIT.
059700     EXIT.
059800*****************************************************************
059900*    1200-LOAD-STRATA - THE WEEK'S CLAIMS BY STRATUM            *
060000*****************************************************************
060100 1200-LOAD-STRATA.
060200     EXEC SQL
060300         OPEN B0053STR
060400     END-EXEC.
060500     IF SQLCODE NOT = 0
060600         GO TO 9999-SQL-ERROR
060700     END-IF.
060800     PERFORM 1210-ONE-STRATUM
060900         THRU 1210-ONE-STRATUM-EXIT
061000         UNTIL WB-0053-EOF.
061100     EXEC SQL
061200         CLOSE B0053STR
061300     END-EXEC.
061400     MOVE 'N'                    TO WB-0053-EOF-SW.
061500 1200-LOAD-STRATA-EXIT.
061600     EXIT.
061700*****************************************************************
061800*    1210-ONE-STRATUM                                           *
061900*****************************************************************
062000 1210-ONE-STRATUM.
062100     EXEC SQL
062200         FETCH B0053STR
062300         INTO :CLQASMTB-C-QA-OUTC-CD,
062400              :CLQASMTB-C-QA-BAND-CD,
062500              :CLQASMTB-C-CTGRY-CD,
062600              :WH-0053-POP-CNT
062700     END-EXEC.
062800     EVALUATE SQLCODE
062900       WHEN 0
063000         CONTINUE
063100       WHEN 100
063200         SET WB-0053-EOF         TO TRUE
063300         GO TO 1210-ONE-STRATUM-EXIT
063400       WHEN OTHER
063500         GO TO 9999-SQL-ERROR
063600     END-EVALUATE.
063700     IF WB-0053-STRAT-CNT NOT < 64
063800         DISPLAY 'PDDB0053 - MORE THAN 64 STRATA'
063900         GO TO 9999-SQL-ERROR
064000     END-IF.
064100     ADD 1                       TO WB-0053-STRAT-CNT.
064200     SET WB-0053-SX              TO WB-0053-STRAT-CNT.
064300     MOVE CLQASMTB-C-QA-OUTC-CD
064400                         TO WB-0053-S-OUTC-CD (WB-0053-SX).
064500     MOVE CLQASMTB-C-QA-BAND-CD
064600                         TO WB-0053-S-BAND-CD (WB-0053-SX).
064700     MOVE CLQASMTB-C-CTGRY-CD
064800                         TO WB-0053-S-CTGRY-CD (WB-0053-SX).
064900     MOVE WH-0053-POP-CNT
065000                         TO WB-0053-S-POP-CNT (WB-0053-SX).
065100     MOVE ZERO           TO WB-0053-S-SMPL-CNT (WB-0053-SX)
065200                            WB-0053-S-TAKEN-CNT (WB-0053-SX).
065300     ADD WH-0053-POP-CNT         TO WB-0053-POP-CNT.
065400 1210-ONE-STRATUM-EXIT.
065500     EXIT.
065600*****************************************************************
065700*    1300-ALLOCATE - ONE STRATUM'S SHARE OF THE SAMPLE          *
065800*****************************************************************
065900 1300-ALLOCATE.
066000     COMPUTE WB-0053-S-SMPL-CNT (WB-0053-SX) ROUNDED =
066100         WB-0053-TOTL-CNT * WB-0053-S-POP-CNT (WB-0053-SX)
066200                          / WB-0053-POP-CNT.
066300     IF WB-0053-S-SMPL-CNT (WB-0053-SX) < WB-0053-MINS-CNT
066400         MOVE WB-0053-MINS-CNT
066500                         TO WB-0053-S-SMPL-CNT (WB-0053-SX)
066600     END-IF.
066700     IF WB-0053-S-SMPL-CNT (WB-0053-SX) >
066800        WB-0053-S-POP-CNT (WB-0053-SX)
066900         MOVE WB-0053-S-POP-CNT (WB-0053-SX)
067000                         TO WB-0053-S-SMPL-CNT (WB-0053-SX)
067100     END-IF.
067200     ADD WB-0053-S-SMPL-CNT (WB-0053-SX) TO WB-0053-SMPL-CNT.
067300 1300-ALLOCATE-EXIT.
067400     EXIT.
067500*****************************************************************
067600*    2000-ONE-CLAIM - TAKE THE CLAIM WHILE ITS STRATUM IS SHORT *
067700*    OF ITS SHARE                                               *
067800*****************************************************************
067900 2000-ONE-CLAIM.
068000     EXEC SQL
068100         FETCH CB053
068200         INTO :CLQASMTB-C-TCN-NUM,
068300              :CLQASMTB-C-QA-OUTC-CD,
068400              :CLQASMTB-C-QA-BAND-CD,
068500              :CLQASMTB-C-CTGRY-CD,
068600              :CLQASMTB-C-TOT-REIMB-AMT,
068700              :CLQASMTB-R-CLM-EXC-CD,
068800              :CLQASMTB-C-EXC-CNT,
068900              :CLQASMTB-G-AUD-TS
069000     END-EXEC.
069100     EVALUATE SQLCODE
069200       WHEN 0
069300         CONTINUE
069400       WHEN 100
069500         SET WB-0053-EOF         TO TRUE
069600         GO TO 2000-ONE-CLAIM-EXIT
069700       WHEN OTHER
069800         GO TO 9999-SQL-ERROR
069900     END-EVALUATE.
070000     ADD 1                       TO WB-0053-READ-CNT.
070100     MOVE CLQASMTB-C-QA-OUTC-CD  TO WB-0053-C-OUTC-CD.
070200     MOVE CLQASMTB-C-QA-BAND-CD  TO WB-0053-C-BAND-CD.
070300     MOVE CLQASMTB-C-CTGRY-CD    TO WB-0053-C-CTGRY-CD.
070400     SET WB-0053-SX              TO 1.
070500     SEARCH WB-0053-STRAT
070600         AT END
070700             DISPLAY 'PDDB0053 - CLAIM ' CLQASMTB-C-TCN-NUM
070800                     ' IN NO STRATUM, PASSED OVER'
070900             GO TO 2000-ONE-CLAIM-EXIT
071000         WHEN WB-0053-S-KEY (WB-0053-SX) = WB-0053-CUR-KEY
071100             CONTINUE
071200     END-SEARCH.
071300     IF WB-0053-S-TAKEN-CNT (WB-0053-SX) NOT <
071400        WB-0053-S-SMPL-CNT (WB-0053-SX)
071500         GO TO 2000-ONE-CLAIM-EXIT
071600     END-IF.
071700     ADD 1                   TO WB-0053-S-TAKEN-CNT (WB-0053-SX).
071800     PERFORM 3000-SAMPLE-CLAIM
071900         THRU 3000-SAMPLE-CLAIM-EXIT.
072000 2000-ONE-CLAIM-EXIT.
072100     EXIT.
072200*****************************************************************
072300*    3000-SAMPLE-CLAIM - KEEP THE CLAIM AND PRINT ITS PAGE OF   *
072400*    THE WORKSHEET                                              *
072500*****************************************************************
072600 3000-SAMPLE-CLAIM.
072700     ADD 1                       TO WB-0053-TAKEN-CNT.
072800     MOVE WB-0053-S-POP-CNT (WB-0053-SX)
072900                                 TO CLQASMTB-C-QA-POP-CNT.
073000     MOVE WB-0053-S-SMPL-CNT (WB-0053-SX)
073100                                 TO CLQASMTB-C-QA-SMPL-CNT.
073200     MOVE WH-0053-BUS-DT         TO CLQASMTB-C-QA-WK-END-DT.
073300     MOVE SPACES                 TO CLQASMTB-C-EDIT-SECT-ID.
073400     IF CLQASMTB-R-CLM-EXC-CD NOT = SPACES
073500         EXEC SQL
073600             SELECT SUBSTR(G_LIST_END_LMT, 1, 4)
073700               INTO :WH-0053-SECT-ID
073800               FROM G_LIST_DTL_TB
073900              WHERE G_LIST_SUBSYS_CD   = 'C'
074000                AND G_LIST_NUM         = '7547'
074100                AND G_LIST_STRT_LMT    = :CLQASMTB-R-CLM-EXC-CD
074200                AND G_LIST_EFF_STRT_DT <=
074300                    TO_DATE(:WH-0053-BUS-DT, 'YYYY-MM-DD')
074400                AND G_LIST_EFF_END_DT  >=
074500                    TO_DATE(:WH-0053-BUS-DT, 'YYYY-MM-DD')
074600                AND ROWNUM = 1
074700         END-EXEC
074800         EVALUATE SQLCODE
074900           WHEN 0
075000             MOVE WH-0053-SECT-ID TO CLQASMTB-C-EDIT-SECT-ID
075100           WHEN 100
075200             CONTINUE
075300           WHEN OTHER
075400             GO TO 9999-SQL-ERROR
075500         END-EVALUATE
075600     END-IF.
075700     EXEC SQL
075800         INSERT INTO C_QA_SMPL_TB
075900               (C_QA_WK_END_DT, C_TCN_NUM, C_QA_OUTC_CD,
076000                C_QA_BAND_CD, C_CTGRY_CD, C_QA_POP_CNT,
076100                C_QA_SMPL_CNT, C_TOT_REIMB_AMT, R_CLM_EXC_CD,
076200                C_EXC_CNT, C_QA_STAT_CD, C_QA_CORR_OUTC_CD,
076300                C_QA_CORR_AMT, C_QA_ERR_TY_CD, C_EDIT_SECT_ID,
076400                C_QA_RVW_NOTE_TX, C_QA_RVW_USER_ID, C_QA_RVW_TS,
076500                G_AUD_TS)
076600         VALUES (:CLQASMTB-C-QA-WK-END-DT,
076700                 :CLQASMTB-C-TCN-NUM,
076800                 :CLQASMTB-C-QA-OUTC-CD,
076900                 :CLQASMTB-C-QA-BAND-CD,
077000                 :CLQASMTB-C-CTGRY-CD,
077100                 :CLQASMTB-C-QA-POP-CNT,
077200                 :CLQASMTB-C-QA-SMPL-CNT,
077300                 :CLQASMTB-C-TOT-REIMB-AMT,
077400                 :CLQASMTB-R-CLM-EXC-CD,
077500                 :CLQASMTB-C-EXC-CNT,
077600                 'O', ' ', 0, ' ',
077700                 :CLQASMTB-C-EDIT-SECT-ID,
077800                 ' ', ' ', ' ',
077900                 TO_CHAR(CURRENT_TIMESTAMP,
078000                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
078100     END-EXEC.
078200     IF SQLCODE NOT = 0
078300         GO TO 9999-SQL-ERROR
078400     END-IF.
078500     MOVE WB-0053-TAKEN-CNT      TO RL-0053-WH-SMPL-NUM.
078600     WRITE QAWKSHT-REC FROM RL-0053-HDG1
078700         BEFORE ADVANCING TO-NEW-PAGE.
078800     MOVE CLQASMTB-C-TCN-NUM     TO RL-0053-W1-TCN-NUM.
078900     MOVE CLQASMTB-C-QA-OUTC-CD  TO RL-0053-W1-OUTC-CD.
079000     MOVE CLQASMTB-C-QA-BAND-CD  TO RL-0053-W1-BAND-CD.
079100     MOVE CLQASMTB-C-CTGRY-CD    TO RL-0053-W1-CTGRY-CD.
079200     IF CLQASMTB-C-QA-OUTC-PAID
079300         MOVE 'PAID'             TO RL-0053-W1-OUTC-TX
079400     ELSE
079500         MOVE 'DENIED'           TO RL-0053-W1-OUTC-TX
079600     END-IF.
079700     MOVE CLQASMTB-C-TOT-REIMB-AMT TO RL-0053-W1-PAID-AMT.
079800     MOVE CLQASMTB-G-AUD-TS      TO RL-0053-W1-AUD-TS.
079900     WRITE QAWKSHT-REC FROM RL-0053-CLM1
080000         AFTER ADVANCING 2 LINES.
080100     PERFORM 3100-WORKSHEET-TRACE
080200         THRU 3100-WORKSHEET-TRACE-EXIT.
080300     PERFORM 3200-WORKSHEET-EXC
080400         THRU 3200-WORKSHEET-EXC-EXIT.
080500     MOVE CLQASMTB-C-EDIT-SECT-ID TO RL-0053-WR-SECT-ID.
080600     WRITE QAWKSHT-REC FROM RL-0053-RVW1
080700         AFTER ADVANCING 3 LINES.
080800     WRITE QAWKSHT-REC FROM RL-0053-RVW2
080900         AFTER ADVANCING 2 LINES.
081000     WRITE QAWKSHT-REC FROM RL-0053-LEGEND
081100         AFTER ADVANCING 3 LINES.
081200     WRITE QAWKSHT-REC FROM RL-0053-LEGEND2
081300         AFTER ADVANCING 1 LINE.
081400 3000-SAMPLE-CLAIM-EXIT.
081500     EXIT.
081600*****************************************************************
081700*    3100-WORKSHEET-TRACE - THE CLAIM'S INPUTS, RAW AGAINST     *
081800*    FORMATTED, LINE BY LINE                                    *
081900*****************************************************************
082000 3100-WORKSHEET-TRACE.
082100     MOVE 'N'                    TO WB-0053-ROW-SW
082200                                    WB-0053-SUB-EOF-SW.
082300     EXEC SQL
082400         OPEN B0053TRC
082500     END-EXEC.
082600     IF SQLCODE NOT = 0
082700         GO TO 9999-SQL-ERROR
082800     END-IF.
082900     PERFORM 3110-ONE-TRACE
083000         THRU 3110-ONE-TRACE-EXIT
083100         UNTIL WB-0053-SUB-EOF.
083200     EXEC SQL
083300         CLOSE B0053TRC
083400     END-EXEC.
083500     IF NOT WB-0053-ROW-FOUND
083600         MOVE 'NO INPUTS TRACED ON C_NCP_FMT_TRACE_TB'
083700                                 TO RL-0053-WM-TX
083800         WRITE QAWKSHT-REC FROM RL-0053-MSG-LINE
083900             AFTER ADVANCING 2 LINES
084000     END-IF.
084100 3100-WORKSHEET-TRACE-EXIT.
084200     EXIT.
084300*****************************************************************
084400*    3110-ONE-TRACE                                             *
084500*****************************************************************
084600 3110-ONE-TRACE.
084700     EXEC SQL
084800         FETCH B0053TRC
084900         INTO :CLTRCPTB-C-LI-NUM,
085000              :CLTRCPTB-N-BIN-NUM, :CLTRCPTB-F-BIN-NUM,
085100              :CLTRCPTB-N-GROUP-ID, :CLTRCPTB-F-GROUP-ID,
085200              :CLTRCPTB-N-PRSC-ID, :CLTRCPTB-F-PRSC-ID,
085300              :CLTRCPTB-N-PROD-ID, :CLTRCPTB-F-PROD-ID,
085400              :CLTRCPTB-N-DYS-SPLY-NUM, :CLTRCPTB-F-DYS-SPLY-NUM,
085500              :CLTRCPTB-N-DAW-IND, :CLTRCPTB-F-DAW-CD,
085600              :CLTRCPTB-N-GROSS-AMT, :CLTRCPTB-F-TOT-CHRG-AMT,
085700              :CLTRCPTB-N-UAC-AMT, :CLTRCPTB-F-UC-CHARGE-AMT
085800     END-EXEC.
085900     EVALUATE SQLCODE
086000       WHEN 0
086100         CONTINUE
086200       WHEN 100
086300         SET WB-0053-SUB-EOF     TO TRUE
086400         GO TO 3110-ONE-TRACE-EXIT
086500       WHEN OTHER
086600         GO TO 9999-SQL-ERROR
086700     END-EVALUATE.
086800     SET WB-0053-ROW-FOUND       TO TRUE.
086900     MOVE CLTRCPTB-C-LI-NUM      TO RL-0053-WT-LI-NUM.
087000     WRITE QAWKSHT-REC FROM RL-0053-TRC-HDG
087100         AFTER ADVANCING 2 LINES.
087200     MOVE 'BIN'                  TO RL-0053-WT-FIELD.
087300     MOVE CLTRCPTB-N-BIN-NUM     TO WB-0053-NUM-X.
087400     MOVE WB-0053-NUM-X          TO RL-0053-WT-RAW.
087500     MOVE CLTRCPTB-F-BIN-NUM     TO WB-0053-NUM-X.
087600     MOVE WB-0053-NUM-X          TO RL-0053-WT-FMT.
087700     PERFORM 3150-TRACE-LINE
087800         THRU 3150-TRACE-LINE-EXIT.
087900     MOVE 'GROUP'                TO RL-0053-WT-FIELD.
088000     MOVE CLTRCPTB-N-GROUP-ID    TO RL-0053-WT-RAW.
088100     MOVE CLTRCPTB-F-GROUP-ID    TO RL-0053-WT-FMT.
088200     PERFORM 3150-TRACE-LINE
088300         THRU 3150-TRACE-LINE-EXIT.
088400     MOVE 'PRESCRIBER'           TO RL-0053-WT-FIELD.
088500     MOVE CLTRCPTB-N-PRSC-ID     TO RL-0053-WT-RAW.
088600     MOVE CLTRCPTB-F-PRSC-ID     TO RL-0053-WT-FMT.
088700     PERFORM 3150-TRACE-LINE
088800         THRU 3150-TRACE-LINE-EXIT.
088900     MOVE 'PRODUCT'              TO RL-0053-WT-FIELD.
089000     MOVE CLTRCPTB-N-PROD-ID     TO RL-0053-WT-RAW.
089100     MOVE CLTRCPTB-F-PROD-ID     TO RL-0053-WT-FMT.
089200     PERFORM 3150-TRACE-LINE
089300         THRU 3150-TRACE-LINE-EXIT.
089400     MOVE 'DAYS SUPPLY'          TO RL-0053-WT-FIELD.
089500     MOVE CLTRCPTB-N-DYS-SPLY-NUM TO WB-0053-NUM-X.
089600     MOVE WB-0053-NUM-X          TO RL-0053-WT-RAW.
089700     MOVE CLTRCPTB-F-DYS-SPLY-NUM TO WB-0053-NUM-X.
089800     MOVE WB-0053-NUM-X          TO RL-0053-WT-FMT.
089900     PERFORM 3150-TRACE-LINE
090000         THRU 3150-TRACE-LINE-EXIT.
090100     MOVE 'DAW'                  TO RL-0053-WT-FIELD.
090200     MOVE CLTRCPTB-N-DAW-IND     TO RL-0053-WT-RAW.
090300     MOVE CLTRCPTB-F-DAW-CD      TO RL-0053-WT-FMT.
090400     PERFORM 3150-TRACE-LINE
090500         THRU 3150-TRACE-LINE-EXIT.
090600     MOVE 'GROSS AMOUNT / TOTAL CHARGE' TO RL-0053-WT-FIELD.
090700     MOVE CLTRCPTB-N-GROSS-AMT   TO WB-0053-AMT-X.
090800     MOVE WB-0053-AMT-X          TO RL-0053-WT-RAW.
090900     MOVE CLTRCPTB-F-TOT-CHRG-AMT TO WB-0053-AMT-X.
091000     MOVE WB-0053-AMT-X          TO RL-0053-WT-FMT.
091100     PERFORM 3150-TRACE-LINE
091200         THRU 3150-TRACE-LINE-EXIT.
091300     MOVE 'USUAL AND CUSTOMARY'  TO RL-0053-WT-FIELD.
091400     MOVE CLTRCPTB-N-UAC-AMT     TO WB-0053-AMT-X.
091500     MOVE WB-0053-AMT-X          TO RL-0053-WT-RAW.
091600     MOVE CLTRCPTB-F-UC-CHARGE-AMT TO WB-0053-AMT-X.
091700     MOVE WB-0053-AMT-X          TO RL-0053-WT-FMT.
091800     PERFORM 3150-TRACE-LINE
091900         THRU 3150-TRACE-LINE-EXIT.
092000 3110-ONE-TRACE-EXIT.
092100     EXIT.
092200*****************************************************************
092300*    3150-TRACE-LINE                                            *
092400*****************************************************************
092500 3150-TRACE-LINE.
092600     WRITE QAWKSHT-REC FROM RL-0053-TRC-LINE
092700         AFTER ADVANCING 1 LINE.
092800 3150-TRACE-LINE-EXIT.
092900     EXIT.
093000*****************************************************************
093100*    3200-WORKSHEET-EXC - THE EXCEPTIONS POSTED ON THE CLAIM    *
093200*****************************************************************
093300 3200-WORKSHEET-EXC.
093400     WRITE QAWKSHT-REC FROM RL-0053-EXC-HDG
093500         AFTER ADVANCING 2 LINES.
093600     IF CLQASMTB-C-EXC-CNT = 0
093700         MOVE 'NONE'             TO RL-0053-WM-TX
093800         WRITE QAWKSHT-REC FROM RL-0053-MSG-LINE
093900             AFTER ADVANCING 1 LINE
094000         GO TO 3200-WORKSHEET-EXC-EXIT
094100     END-IF.
094200     MOVE 'N'                    TO WB-0053-SUB-EOF-SW.
094300     EXEC SQL
094400         OPEN B0053EXC
094500     END-EXEC.
094600     IF SQLCODE NOT = 0
094700         GO TO 9999-SQL-ERROR
094800     END-IF.
094900     PERFORM 3210-ONE-EXC
095000         THRU 3210-ONE-EXC-EXIT
095100         UNTIL WB-0053-SUB-EOF.
095200     EXEC SQL
095300         CLOSE B0053EXC
095400     END-EXEC.
095500 3200-WORKSHEET-EXC-EXIT.
095600     EXIT.
095700*****************************************************************
095800*    3210-ONE-EXC                                               *
095900*****************************************************************
096000 3210-ONE-EXC.
096100     EXEC SQL
096200         FETCH B0053EXC
096300         INTO :CLEXCDTB-C-LI-NUM,
096400              :CLEXCDTB-R-CLM-EXC-CD,
096500              :CLEXCDTB-R-CLM-EXC-DISP-CD,
096600              :CLEXCDTB-C-EXC-FATAL-IND
096700     END-EXEC.
096800     EVALUATE SQLCODE
096900       WHEN 0
097000         CONTINUE
097100       WHEN 100
097200         SET WB-0053-SUB-EOF     TO TRUE
097300         GO TO 3210-ONE-EXC-EXIT
097400       WHEN OTHER
097500         GO TO 9999-SQL-ERROR
097600     END-EVALUATE.
097700     MOVE CLEXCDTB-C-LI-NUM      TO RL-0053-WE-LI-NUM.
097800     MOVE CLEXCDTB-R-CLM-EXC-CD  TO RL-0053-WE-EXC-CD.
097900     MOVE CLEXCDTB-R-CLM-EXC-DISP-CD TO RL-0053-WE-DISP-CD.
098000     MOVE CLEXCDTB-C-EXC-FATAL-IND TO RL-0053-WE-FATAL-IND.
098100     WRITE QAWKSHT-REC FROM RL-0053-EXC-LINE
098200         AFTER ADVANCING 1 LINE.
098300 3210-ONE-EXC-EXIT.
098400     EXIT.
098500*****************************************************************
098600*    8000-FINALIZE - THE STRATA, THE CONTROL COUNTS AND ONE     *
098700*    COMMIT FOR THE WEEK'S SAMPLE                               *
098800*****************************************************************
098900 8000-FINALIZE.
099000     WRITE RPTB053-REC FROM RL-0053-CTL-HDG2
099100         AFTER ADVANCING 2 LINES.
099200     IF WB-0053-STRAT-CNT > 0
099300         PERFORM 8100-STRATUM-LINE
099400             THRU 8100-STRATUM-LINE-EXIT
099500             VARYING WB-0053-SX FROM 1 BY 1
099600             UNTIL WB-0053-SX > WB-0053-STRAT-CNT
099700     END-IF.
099800     MOVE 'CLAIMS IN THE WEEK'           TO RL-0053-C-LABEL.
099900     MOVE WB-0053-POP-CNT        TO RL-0053-C-CNT.
100000     WRITE RPTB053-REC FROM RL-0053-COUNT-LINE
100100         AFTER ADVANCING 3 LINES.
100200     MOVE 'STRATA'                       TO RL-0053-C-LABEL.
100300     MOVE WB-0053-STRAT-CNT      TO RL-0053-C-CNT.
100400     WRITE RPTB053-REC FROM RL-0053-COUNT-LINE
100500         AFTER ADVANCING 1 LINE.
100600     MOVE 'CLAIMS READ FOR THE DRAW'     TO RL-0053-C-LABEL.
100700     MOVE WB-0053-READ-CNT       TO RL-0053-C-CNT.
100800     WRITE RPTB053-REC FROM RL-0053-COUNT-LINE
100900         AFTER ADVANCING 1 LINE.
101000     MOVE 'CLAIMS SAMPLED'               TO RL-0053-C-LABEL.
101100     MOVE WB-0053-TAKEN-CNT      TO RL-0053-C-CNT.
101200     WRITE RPTB053-REC FROM RL-0053-COUNT-LINE
101300         AFTER ADVANCING 1 LINE.
101400     MOVE 'HASH SEED (BUSINESS DATE)'    TO RL-0053-C-LABEL.
101500     MOVE WH-0053-SEED-NUM       TO RL-0053-C-CNT.
101600     WRITE RPTB053-REC FROM RL-0053-COUNT-LINE
101700         AFTER ADVANCING 1 LINE.
101800     EXEC SQL COMMIT END-EXEC.
101900     CLOSE QAWKSHT-FILE RPTB053-FILE.
102000     IF WB-0053-TAKEN-CNT NOT = WB-0053-SMPL-CNT
102100         DISPLAY 'PDDB0053 - SAMPLE SHORT OF ALLOCATION, CLAIMS '
102200                 'CHANGED DURING THE DRAW'
102300         MOVE 4 TO RETURN-CODE
102400     END-IF.
102500 8000-FINALIZE-EXIT.
102600     EXIT.
102700*****************************************************************
102800*    8100-STRATUM-LINE                                          *
102900*****************************************************************
103000 8100-STRATUM-LINE.
103100     MOVE WB-0053-S-OUTC-CD (WB-0053-SX)  TO RL-0053-S-OUTC-CD.
103200     MOVE WB-0053-S-BAND-CD (WB-0053-SX)  TO RL-0053-S-BAND-CD.
103300     MOVE WB-0053-S-CTGRY-CD (WB-0053-SX) TO RL-0053-S-CTGRY-CD.
103400     MOVE WB-0053-S-POP-CNT (WB-0053-SX)  TO RL-0053-S-POP-CNT.
103500     MOVE WB-0053-S-TAKEN-CNT (WB-0053-SX) TO RL-0053-S-SMPL-CNT.
103600     WRITE RPTB053-REC FROM RL-0053-STR-LINE
103700         AFTER ADVANCING 1 LINE.
103800 8100-STRATUM-LINE-EXIT.
103900     EXIT.
104000*****************************************************************
104100*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
104200*****************************************************************
104300 9999-SQL-ERROR.
104400     DISPLAY 'PDDB0053 - SQL ERROR ON C_QA_SMPL_TB'.
104500     DISPLAY 'SQLCODE = ' SQLCODE.
104600     EXEC SQL ROLLBACK END-EXEC.
104700     MOVE 16 TO RETURN-CODE.
104800     CLOSE QAWKSHT-FILE RPTB053-FILE.
104900     GOBACK.
