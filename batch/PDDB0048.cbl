000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0048.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY OUTBOUND INTEGRATED      *
001400*                  ACCUMULATOR FILE TO THE MEDICAL CARRIER.     *
001500*                  FOR EVERY MEMBER OF A GROUP ON LIST 7542     *
001600*                  (PLANS SHARING ONE DEDUCTIBLE AND OUT-OF-    *
001700*                  POCKET MAXIMUM ACROSS MEDICAL AND PHARMACY)  *
001800*                  IT SENDS THE PHARMACY DEDUCTIBLE AND OUT-OF- *
001900*                  POCKET APPLIED ON THE BUSINESS DATE - PAID   *
002000*                  CLAIMS LESS REVERSALS, KEYED ON THE          *
002100*                  ADJUDICATION AUDIT TIMESTAMP - BY BENEFIT    *
002200*                  YEAR.  EACH RECORD SENT IS KEPT ON           *
002300*                  C_ACCUM_XCHG_TB FOR THE RECONCILIATION       *
002400*                  (PDDB0049) AND THE OUT-OF-BALANCE REPORT     *
002500*                  (PDDR0089), AND THE FILE IS REGISTERED ON    *
002600*                  THE OUTBOUND FILE MANIFEST (PDDS9006).  A    *
002700*                  RERUN FOR THE SAME DATE REPLACES THE DAY'S   *
002800*                  ROWS AND THE UNSENT GENERATION.              *
002900*                                                               *
003000*****************************************************************
003100*                                                               *
003200*   LIST 7542 - ONE EFFECTIVE ROW PER INTEGRATED GROUP: GROUP   *
003300*   ID IN THE START LIMIT, THE B_BENEFIT_TB BENEFIT TYPE OF     *
003400*   THE GROUP'S DEDUCTIBLE ACCUMULATOR IN POSITION 1 OF THE END *
003500*   LIMIT AND OF ITS OUT-OF-POCKET ACCUMULATOR IN POSITION 2,   *
003600*   AND THE MEDICAL CARRIER ID IN THE DETAIL TEXT.              *
003700*                                                               *
003800*   A CLAIM'S DEDUCTIBLE IS C_HDR_DRUG_DED_AMT AND ITS OUT-OF-  *
003900*   POCKET IS THE MEMBER'S TOTAL RESPONSIBILITY                 *
004000*   (C_TOT_PAT_RESP_AMT).  A REVERSAL (TRANSACTION TYPE C)      *
004100*   ALWAYS TAKES ITS AMOUNTS BACK.  THE BENEFIT YEAR IS THE     *
004200*   ONE CONDU S820 ACCUMULATES THE CLAIM TO: THE SERVICE YEAR,  *
004300*   PLUS ONE FOR A FISCAL-YEAR GROUP AT OR AFTER ITS BEGIN      *
004400*   MONTH.  A MEMBER WHOSE DAY NETS TO ZERO ON BOTH IS NOT SENT.*
004500*                                                               *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-370.
005000 OBJECT-COMPUTER.   IBM-370.
005100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT ACCMOUT-FILE ASSIGN TO ACCMOUT
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT RPTB048-FILE ASSIGN TO RPTB048
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800*****************************************************************
005900*  DATA DIVISION                                                *
006000*****************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ACCMOUT-FILE.
006400 01  AO-ACCUM-REC                    PIC X(00120).
006500 01  AO-HEADER-REC REDEFINES AO-ACCUM-REC.
006600     05  AO-HDR-REC-TY               PIC X(00003).
006700     05  AO-HDR-SENDER-ID            PIC X(00010).
006800     05  AO-HDR-BUS-DT               PIC X(00010).
006900     05  FILLER                      PIC X(00097).
007000 01  AO-DETAIL-REC REDEFINES AO-ACCUM-REC.
007100     05  AO-DTL-REC-TY               PIC X(00003).
007200     05  AO-DTL-CARR-ID              PIC X(00010).
007300     05  AO-DTL-CUST-PART-NUM        PIC 9(00004).
007400     05  AO-DTL-SYS-ID               PIC 9(00009).
007500     05  AO-DTL-CRDHLDR-ID           PIC X(00020).
007600     05  AO-DTL-GROUP-ID             PIC X(00008).
007700     05  AO-DTL-YR-ID                PIC X(00004).
007800     05  AO-DTL-DED-SIGN             PIC X(00001).
007900     05  AO-DTL-DED-AMT              PIC 9(00009)V9(00002).
008000     05  AO-DTL-OOP-SIGN             PIC X(00001).
008100     05  AO-DTL-OOP-AMT              PIC 9(00009)V9(00002).
008200     05  AO-DTL-PAID-CNT             PIC 9(00005).
008300     05  AO-DTL-RVSL-CNT             PIC 9(00005).
008400     05  FILLER                      PIC X(00028).
008500 01  AO-TRAILER-REC REDEFINES AO-ACCUM-REC.
008600     05  AO-TRL-REC-TY               PIC X(00003).
008700     05  AO-TRL-REC-CNT              PIC 9(00009).
008800     05  AO-TRL-HASH-SIGN            PIC X(00001).
008900     05  AO-TRL-HASH-AMT             PIC 9(00013)V9(00002).
009000     05  FILLER                      PIC X(00092).
009100 FD  RPTB048-FILE
009200     RECORDING MODE IS F.
009300 01  RPTB048-REC                     PIC X(00133).
009400*****************************************************************
009500*  WORKING-STORAGE SECTION                                     *
009600*****************************************************************
009700 WORKING-STORAGE SECTION.
009800 77  WB-0048-EOF-SW                  PIC X(00001) VALUE 'N'.
009900     88  WB-0048-EOF                 VALUE 'Y'.
010000 77  WB-0048-HELD-SW                 PIC X(00001) VALUE 'N'.
010100     88  WB-0048-HOLDING             VALUE 'Y'.
010200 77  WB-0048-ROW-CNT                 PIC S9(00009) COMP-3
010300                                     VALUE ZERO.
010400 77  WB-0048-PAID-CLM-CNT            PIC S9(00009) COMP-3
010500                                     VALUE ZERO.
010600 77  WB-0048-RVSL-CNT                PIC S9(00009) COMP-3
010700                                     VALUE ZERO.
010800 77  WB-0048-SENT-CNT                PIC S9(00009) COMP-3
010900                                     VALUE ZERO.
011000 77  WB-0048-ZERO-CNT                PIC S9(00009) COMP-3
011100                                     VALUE ZERO.
011200 77  WB-0048-DED-TOT                 PIC S9(00011)V9(00002)
011300                                     COMP-3 VALUE ZERO.
011400 77  WB-0048-OOP-TOT                 PIC S9(00011)V9(00002)
011500                                     COMP-3 VALUE ZERO.
011600 77  WB-0048-HASH-AMT                PIC S9(00013)V9(00002)
011700                                     COMP-3 VALUE ZERO.
011800 77  WB-0048-YR-9                    PIC 9(00004) VALUE ZERO.
011900 77  WB-0048-MO-9                    PIC 9(00002) VALUE ZERO.
012000 77  WB-0048-YR-ID                   PIC X(00004) VALUE SPACES.
012100*    THE GROUP WHOSE BENEFIT-YEAR SETTINGS ARE IN HAND.
012200 77  WB-0048-CFG-GROUP-ID            PIC X(00008) VALUE SPACES.
012300*    THE MEMBER AND BENEFIT YEAR BEING ADDED UP.
012400 01  WB-0048-HELD-AREA.
012500     05  WB-0048-H-CUST-PART-NUM     PIC S9(00004) COMP.
012600     05  WB-0048-H-SYS-ID            PIC S9(00009) COMP.
012700     05  WB-0048-H-GROUP-ID          PIC X(00008).
012800     05  WB-0048-H-YR-ID             PIC X(00004).
012900     05  WB-0048-H-CARR-ID           PIC X(00010).
013000     05  WB-0048-H-DED-AMT           PIC S9(00009)V9(00002)
013100                                     COMP-3.
013200     05  WB-0048-H-OOP-AMT           PIC S9(00009)V9(00002)
013300                                     COMP-3.
013400     05  WB-0048-H-PAID-CNT          PIC S9(00009) COMP.
013500     05  WB-0048-H-RVSL-CNT          PIC S9(00009) COMP.
013600*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
013700     COPY WKC90040.
013800*    OUTBOUND FILE MANIFEST - SHARED PDDS9006 ROUTINE.
013900     COPY WKC90060.
014000*****************************************************************
014100*  EXEC SQL - SQLCA, HOST VARIABLES AND THE DAY'S CLAIMS        *
014200*****************************************************************
014300     EXEC SQL INCLUDE SQLCA END-EXEC.
014400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
014500     COPY CLACXGTB.
014600 01  WH-0048-HOST-VARS.
014700     05  WH-0048-BUS-DT              PIC X(00010).
014800     05  WH-0048-DAY-BEG-TS          PIC X(00026).
014900     05  WH-0048-DAY-END-TS          PIC X(00026).
015000     05  WH-0048-CUST-PART-NUM       PIC S9(00004) COMP.
015100     05  WH-0048-SYS-ID              PIC S9(00009) COMP.
015200     05  WH-0048-GROUP-ID            PIC X(00008).
015300     05  WH-0048-SVC-MO              PIC X(00007).
015400     05  WH-0048-DED-AMT             PIC S9(00009)V9(00002)
015500                                     COMP-3.
015600     05  WH-0048-OOP-AMT             PIC S9(00009)V9(00002)
015700                                     COMP-3.
015800     05  WH-0048-PAID-CNT            PIC S9(00009) COMP.
015900     05  WH-0048-RVSL-CNT            PIC S9(00009) COMP.
016000     05  WH-0048-CARR-ID             PIC X(00030).
016100     05  WH-0048-TY-OF-TM-PER        PIC X(00001).
016200     05  WH-0048-FY-BEG-MO-NUM       PIC S9(00004) COMP.
016300     EXEC SQL END DECLARE SECTION END-EXEC.
016400*    THE DAY'S PAID CLAIMS AND REVERSALS FOR INTEGRATED GROUPS,
016500*    BY MEMBER, GROUP AND SERVICE MONTH (THE MONTH DECIDES THE
016600*    BENEFIT YEAR OF A FISCAL-YEAR GROUP).
016700     EXEC SQL
016800         DECLARE CB048 CURSOR FOR
016900         SELECT A.R_CUST_PART_NUM, A.B_SYS_ID, A.R_GROUP_ID,
017000                SUBSTR(A.C_HDR_SVC_FST_DT, 1, 7),
017100                NVL(SUM(CASE WHEN A.C_HDR_TXN_TY_CD = 'C'
017200                             THEN 0 - ABS(NVL(
017300                                  A.C_HDR_DRUG_DED_AMT, 0))
017400                             ELSE NVL(A.C_HDR_DRUG_DED_AMT, 0)
017500                        END), 0),
017600                NVL(SUM(CASE WHEN A.C_HDR_TXN_TY_CD = 'C'
017700                             THEN 0 - ABS(NVL(
017800                                  A.C_TOT_PAT_RESP_AMT, 0))
017900                             ELSE NVL(A.C_TOT_PAT_RESP_AMT, 0)
018000                        END), 0),
018100                SUM(CASE WHEN A.C_HDR_TXN_TY_CD = 'C'
018200                         THEN 0 ELSE 1 END),
018300                SUM(CASE WHEN A.C_HDR_TXN_TY_CD = 'C'
018400                         THEN 1 ELSE 0 END)
018500           FROM C_LI_DRUG_TB A
018600          WHERE A.G_AUD_TS >= :WH-0048-DAY-BEG-TS
018700            AND A.G_AUD_TS <= :WH-0048-DAY-END-TS
018800            AND ((A.C_HDR_STAT_CD = 'P'
018900                  AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C')
019000              OR A.C_HDR_TXN_TY_CD = 'C')
019100            AND EXISTS
019200                (SELECT 1
019300                   FROM G_LIST_DTL_TB G
019400                  WHERE G.G_LIST_SUBSYS_CD = 'C'
019500                    AND G.G_LIST_NUM       = '7542'
019600                    AND RTRIM(G.G_LIST_STRT_LMT) =
019700                        RTRIM(A.R_GROUP_ID)
019800                    AND G.G_LIST_EFF_STRT_DT <=
019900                        TO_DATE(:WH-0048-BUS-DT, 'YYYY-MM-DD')
020000                    AND G.G_LIST_EFF_END_DT  >=
020100                        TO_DATE(:WH-0048-BUS-DT, 'YYYY-MM-DD'))
020200          GROUP BY A.R_CUST_PART_NUM, A.B_SYS_ID, A.R_GROUP_ID,
020300                   SUBSTR(A.C_HDR_SVC_FST_DT, 1, 7)
020400          ORDER BY A.R_CUST_PART_NUM, A.B_SYS_ID, A.R_GROUP_ID,
020500                   SUBSTR(A.C_HDR_SVC_FST_DT, 1, 7)
020600     END-EXEC.
020700*****************************************************************
020800*  REPORT LINE LAYOUTS                                         *
020900*****************************************************************
021000 01  RL-0048-HDG1.
021100     05  FILLER                      PIC X(00001) VALUE SPACE.
021200     05  FILLER                      PIC X(00050) VALUE
021300         'PDDB0048 - INTEGRATED ACCUMULATOR FILE TO CARRIER'.
021400     05  FILLER                      PIC X(00016)
021500                                     VALUE 'BUSINESS DATE '.
021600     05  RL-0048-H-BUS-DT            PIC X(00010).
021700 01  RL-0048-COUNT-LINE.
021800     05  FILLER                      PIC X(00001) VALUE SPACE.
021900     05  RL-0048-C-LABEL             PIC X(00034).
022000     05  RL-0048-C-CNT               PIC ZZZ,ZZZ,ZZ9.
022100 01  RL-0048-AMT-LINE.
022200     05  FILLER                      PIC X(00001) VALUE SPACE.
022300     05  RL-0048-A-LABEL             PIC X(00034).
022400     05  RL-0048-A-AMT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022500*****************************************************************
022600*  PROCEDURE DIVISION                                          *
022700*****************************************************************
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE
023100         THRU 1000-INITIALIZE-EXIT.
023200     PERFORM 2000-ONE-ROW
023300         THRU 2000-ONE-ROW-EXIT
023400         UNTIL WB-0048-EOF.
023500     IF WB-0048-HOLDING
023600         PERFORM 3000-SEND-MEMBER
023700             THRU 3000-SEND-MEMBER-EXIT
023800     END-IF.
023900     PERFORM 8000-FINALIZE
024000         THRU 8000-FINALIZE-EXIT.
024100     GOBACK.
024200*****************************************************************
024300*    1000-INITIALIZE - THE BUSINESS DAY, THE RERUN CLEAR-DOWN   *
024400*    AND THE FILE HEADER                                        *
024500*****************************************************************
024600 1000-INITIALIZE.
024700     MOVE 'PDDB0048'             TO WK-9004-PGM-ID.
024800     MOVE SPACES                 TO WK-9004-OVRD-DT.
024900     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
025000     IF WK-9004-NO-BUS-DT
025100         DISPLAY 'PDDB0048 - NO BUSINESS PROCESSING DATE'
025200         MOVE 16 TO RETURN-CODE
025300         GOBACK
025400     END-IF.
025500     OPEN OUTPUT ACCMOUT-FILE
025600                 RPTB048-FILE.
025700     MOVE WK-9004-BUS-DT         TO WH-0048-BUS-DT
025800                                    RL-0048-H-BUS-DT.
025900     MOVE SPACES TO WH-0048-DAY-BEG-TS WH-0048-DAY-END-TS.
026000     STRING WH-0048-BUS-DT '-00.00.00.000000'
026100         DELIMITED BY SIZE INTO WH-0048-DAY-BEG-TS.
026200     STRING WH-0048-BUS-DT '-23.59.59.999999'
026300         DELIMITED BY SIZE INTO WH-0048-DAY-END-TS.
026400     WRITE RPTB048-REC FROM RL-0048-HDG1
026500         BEFORE ADVANCING TO-NEW-PAGE.
026600*    A RERUN REPLACES WHAT AN EARLIER RUN RECORDED FOR THE DAY.
026700     EXEC SQL
026800         DELETE FROM C_ACCUM_XCHG_TB
026900          WHERE C_XCHG_DIR_CD = 'O'
027000            AND G_BUS_DT      = :WH-0048-BUS-DT
027100     END-EXEC.
027200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
027300         GO TO 9999-SQL-ERROR
027400     END-IF.
027500     MOVE SPACES                 TO AO-ACCUM-REC.
027600     MOVE 'HDR'                  TO AO-HDR-REC-TY.
027700     MOVE 'PDDPHARMCY'           TO AO-HDR-SENDER-ID.
027800     MOVE WH-0048-BUS-DT         TO AO-HDR-BUS-DT.
027900     WRITE AO-ACCUM-REC.
028000     EXEC SQL
028100         OPEN CB048
028200     END-EXEC.
028300     IF SQLCODE NOT = 0
028400         GO TO 9999-SQL-ERROR
028500     END-IF.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028800*****************************************************************
028900*    2000-ONE-ROW - ONE MEMBER/GROUP/SERVICE MONTH.  A NEW      *
029000*    MEMBER, GROUP OR BENEFIT YEAR SENDS THE ONE HELD.          *
029100*****************************************************************
029200 2000-ONE-ROW.
029300     EXEC SQL
029400         FETCH CB048
029500         INTO :WH-0048-CUST-PART-NUM,
029600              :WH-0048-SYS-ID,
029700              :WH-0048-GROUP-ID,
029800              :WH-0048-SVC-MO,
029900              :WH-0048-DED-AMT,
030000              :WH-0048-OOP-AMT,
030100              :WH-0048-PAID-CNT,
030200              :WH-0048-RVSL-CNT
030300     END-EXEC.
030400     IF SQLCODE = 100
030500         SET WB-0048-EOF TO TRUE
030600         GO TO 2000-ONE-ROW-EXIT
030700     END-IF.
030800     IF SQLCODE NOT = 0
030900         GO TO 9999-SQL-ERROR
031000     END-IF.
031100     ADD 1                       TO WB-0048-ROW-CNT.
031200     ADD WH-0048-PAID-CNT        TO WB-0048-PAID-CLM-CNT.
031300     ADD WH-0048-RVSL-CNT        TO WB-0048-RVSL-CNT.
031400     PERFORM 2100-BENEFIT-YEAR
031500         THRU 2100-BENEFIT-YEAR-EXIT.
031600     IF WB-0048-HOLDING
031700        AND (WH-0048-CUST-PART-NUM NOT = WB-0048-H-CUST-PART-NUM
031800          OR WH-0048-SYS-ID        NOT = WB-0048-H-SYS-ID
031900          OR WH-0048-GROUP-ID      NOT = WB-0048-H-GROUP-ID
032000          OR WB-0048-YR-ID         NOT = WB-0048-H-YR-ID)
032100         PERFORM 3000-SEND-MEMBER
032200             THRU 3000-SEND-MEMBER-EXIT
032300     END-IF.
032400     IF NOT WB-0048-HOLDING
032500         MOVE WH-0048-CUST-PART-NUM TO WB-0048-H-CUST-PART-NUM
032600         MOVE WH-0048-SYS-ID     TO WB-0048-H-SYS-ID
032700         MOVE WH-0048-GROUP-ID   TO WB-0048-H-GROUP-ID
032800         MOVE WB-0048-YR-ID      TO WB-0048-H-YR-ID
032900         MOVE WH-0048-CARR-ID    TO WB-0048-H-CARR-ID
033000         MOVE ZERO               TO WB-0048-H-DED-AMT
033100                                    WB-0048-H-OOP-AMT
033200                                    WB-0048-H-PAID-CNT
033300                                    WB-0048-H-RVSL-CNT
033400         SET WB-0048-HOLDING     TO TRUE
033500     END-IF.
033600     ADD WH-0048-DED-AMT         TO WB-0048-H-DED-AMT.
033700     ADD WH-0048-OOP-AMT         TO WB-0048-H-OOP-AMT.
033800     ADD WH-0048-PAID-CNT        TO WB-0048-H-PAID-CNT.
033900     ADD WH-0048-RVSL-CNT        TO WB-0048-H-RVSL-CNT.
034000 2000-ONE-ROW-EXIT.
034100     EXIT.
034200*****************************************************************
034300*    2100-BENEFIT-YEAR - THE GROUP'S CARRIER (LIST 7542) AND    *
034400*    BENEFIT-YEAR SETTINGS, READ ONCE PER GROUP, AND THE YEAR   *
034500*    THE SERVICE MONTH ACCUMULATES TO (AS CONDU S820)           *
034600*****************************************************************
034700 2100-BENEFIT-YEAR.
034800     IF WH-0048-GROUP-ID NOT = WB-0048-CFG-GROUP-ID
034900         MOVE WH-0048-GROUP-ID   TO WB-0048-CFG-GROUP-ID
035000         MOVE SPACES             TO WH-0048-CARR-ID
035100         MOVE '1'                TO WH-0048-TY-OF-TM-PER
035200         MOVE +1                 TO WH-0048-FY-BEG-MO-NUM
035300         EXEC SQL
035400             SELECT G_LIST_DTL_TX
035500               INTO :WH-0048-CARR-ID
035600               FROM G_LIST_DTL_TB
035700              WHERE G_LIST_SUBSYS_CD = 'C'
035800                AND G_LIST_NUM       = '7542'
035900                AND RTRIM(G_LIST_STRT_LMT) =
036000                    RTRIM(:WH-0048-GROUP-ID)
036100                AND G_LIST_EFF_STRT_DT <=
036200                    TO_DATE(:WH-0048-BUS-DT, 'YYYY-MM-DD')
036300                AND G_LIST_EFF_END_DT  >=
036400                    TO_DATE(:WH-0048-BUS-DT, 'YYYY-MM-DD')
036500                AND ROWNUM = 1
036600         END-EXEC
036700         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
036800             GO TO 9999-SQL-ERROR
036900         END-IF
037000         EXEC SQL
037100             SELECT COALESCE(TY_OF_TM_PER, '1'),
037200                    COALESCE(R_FY_BEG_MO_NUM, 1)
037300               INTO :WH-0048-TY-OF-TM-PER,
037400                    :WH-0048-FY-BEG-MO-NUM
037500               FROM R_GROUP_DTL_TB
037600              WHERE R_GROUP_ID = :WH-0048-GROUP-ID
037700                AND ROWNUM = 1
037800         END-EXEC
037900         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
038000             GO TO 9999-SQL-ERROR
038100         END-IF
038200     END-IF.
038300     MOVE WH-0048-SVC-MO (1:4)   TO WB-0048-YR-9.
038400     MOVE WH-0048-SVC-MO (6:2)   TO WB-0048-MO-9.
038500     IF WH-0048-TY-OF-TM-PER = '2'
038600        AND WB-0048-MO-9 NOT < WH-0048-FY-BEG-MO-NUM
038700         ADD 1 TO WB-0048-YR-9
038800     END-IF.
038900     MOVE WB-0048-YR-9           TO WB-0048-YR-ID.
039000 2100-BENEFIT-YEAR-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    3000-SEND-MEMBER - THE HELD MEMBER'S DAY, UNLESS IT NETS   *
039400*    TO ZERO, ON THE FILE AND ON C_ACCUM_XCHG_TB                *
039500*****************************************************************
039600 3000-SEND-MEMBER.
039700     MOVE 'N'                    TO WB-0048-HELD-SW.
039800     IF WB-0048-H-DED-AMT = ZERO
039900        AND WB-0048-H-OOP-AMT = ZERO
040000         ADD 1 TO WB-0048-ZERO-CNT
040100         GO TO 3000-SEND-MEMBER-EXIT
040200     END-IF.
040300     MOVE SPACES                 TO CLACXGTB-B-CRDHLDR-ID.
040400     EXEC SQL
040500         SELECT B_CRDHLDR_ID
040600           INTO :CLACXGTB-B-CRDHLDR-ID
040700           FROM R_MBR_ELIG_TB
040800          WHERE R_CUST_PART_NUM = :WB-0048-H-CUST-PART-NUM
040900            AND B_SYS_ID        = :WB-0048-H-SYS-ID
041000            AND ROWNUM = 1
041100     END-EXEC.
041200     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
041300         GO TO 9999-SQL-ERROR
041400     END-IF.
041500     ADD 1                       TO WB-0048-SENT-CNT.
041600     ADD WB-0048-H-DED-AMT       TO WB-0048-DED-TOT
041700                                    WB-0048-HASH-AMT.
041800     ADD WB-0048-H-OOP-AMT       TO WB-0048-OOP-TOT
041900                                    WB-0048-HASH-AMT.
042000     MOVE SPACES                 TO AO-ACCUM-REC.
042100     MOVE 'DTL'                  TO AO-DTL-REC-TY.
042200     MOVE WB-0048-H-CARR-ID      TO AO-DTL-CARR-ID.
042300     MOVE WB-0048-H-CUST-PART-NUM TO AO-DTL-CUST-PART-NUM.
042400     MOVE WB-0048-H-SYS-ID       TO AO-DTL-SYS-ID.
042500     MOVE CLACXGTB-B-CRDHLDR-ID  TO AO-DTL-CRDHLDR-ID.
042600     MOVE WB-0048-H-GROUP-ID     TO AO-DTL-GROUP-ID.
042700     MOVE WB-0048-H-YR-ID        TO AO-DTL-YR-ID.
042800     MOVE '+'                    TO AO-DTL-DED-SIGN
042900                                    AO-DTL-OOP-SIGN.
043000     IF WB-0048-H-DED-AMT < ZERO
043100         MOVE '-'                TO AO-DTL-DED-SIGN
043200     END-IF.
043300     IF WB-0048-H-OOP-AMT < ZERO
043400         MOVE '-'                TO AO-DTL-OOP-SIGN
043500     END-IF.
043600     MOVE WB-0048-H-DED-AMT      TO AO-DTL-DED-AMT.
043700     MOVE WB-0048-H-OOP-AMT      TO AO-DTL-OOP-AMT.
043800     MOVE WB-0048-H-PAID-CNT     TO AO-DTL-PAID-CNT.
043900     MOVE WB-0048-H-RVSL-CNT     TO AO-DTL-RVSL-CNT.
044000     WRITE AO-ACCUM-REC.
044100     SET CLACXGTB-C-XCHG-OUTBOUND TO TRUE.
044200     SET CLACXGTB-C-XCHG-SENT    TO TRUE.
044300     MOVE WH-0048-BUS-DT         TO CLACXGTB-G-BUS-DT.
044400     MOVE WB-0048-SENT-CNT       TO CLACXGTB-C-XCHG-REC-NUM.
044500     MOVE WB-0048-H-CARR-ID      TO CLACXGTB-C-CARR-ID.
044600     MOVE WB-0048-H-CUST-PART-NUM TO CLACXGTB-R-CUST-PART-NUM.
044700     MOVE WB-0048-H-SYS-ID       TO CLACXGTB-B-SYS-ID.
044800     MOVE WB-0048-H-GROUP-ID     TO CLACXGTB-R-GROUP-ID.
044900     MOVE WB-0048-H-YR-ID        TO CLACXGTB-B-YR-ID.
045000     MOVE WB-0048-H-DED-AMT      TO CLACXGTB-C-DED-AMT.
045100     MOVE WB-0048-H-OOP-AMT      TO CLACXGTB-C-OOP-AMT.
045200     EXEC SQL
045300         INSERT INTO C_ACCUM_XCHG_TB
045400                (C_XCHG_DIR_CD, G_BUS_DT, C_XCHG_REC_NUM,
045500                 C_CARR_ID, C_CARR_REF_TX, R_CUST_PART_NUM,
045600                 B_SYS_ID, B_CRDHLDR_ID, R_GROUP_ID, B_YR_ID,
045700                 C_DED_AMT, C_OOP_AMT, C_XCHG_STAT_CD,
045800                 C_RJCT_RSN_TX, C_CARR_YTD_DED_AMT,
045900                 C_CARR_YTD_OOP_AMT, C_PHRM_THRU_DT, G_AUD_TS)
046000         VALUES (:CLACXGTB-C-XCHG-DIR-CD,
046100                 :CLACXGTB-G-BUS-DT,
046200                 :CLACXGTB-C-XCHG-REC-NUM,
046300                 :CLACXGTB-C-CARR-ID,
046400                 ' ',
046500                 :CLACXGTB-R-CUST-PART-NUM,
046600                 :CLACXGTB-B-SYS-ID,
046700                 :CLACXGTB-B-CRDHLDR-ID,
046800                 :CLACXGTB-R-GROUP-ID,
046900                 :CLACXGTB-B-YR-ID,
047000                 :CLACXGTB-C-DED-AMT,
047100                 :CLACXGTB-C-OOP-AMT,
047200                 :CLACXGTB-C-XCHG-STAT-CD,
047300                 ' ', 0, 0, ' ',
047400                 TO_CHAR(CURRENT_TIMESTAMP,
047500                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
047600     END-EXEC.
047700     IF SQLCODE NOT = 0
047800         GO TO 9999-SQL-ERROR
047900     END-IF.
048000 3000-SEND-MEMBER-EXIT.
048100     EXIT.
048200*****************************************************************
048300*    8000-FINALIZE - TRAILER, CONTROL COUNTS, THE MANIFEST, AND *
048400*    ONE COMMIT FOR THE DAY'S ROWS AND ITS REGISTRATION         *
048500*****************************************************************
048600 8000-FINALIZE.
048700     EXEC SQL
048800         CLOSE CB048
048900     END-EXEC.
049000     MOVE SPACES                 TO AO-ACCUM-REC.
049100     MOVE 'TRL'                  TO AO-TRL-REC-TY.
049200     MOVE WB-0048-SENT-CNT       TO AO-TRL-REC-CNT.
049300     MOVE '+'                    TO AO-TRL-HASH-SIGN.
049400     IF WB-0048-HASH-AMT < ZERO
049500         MOVE '-'                TO AO-TRL-HASH-SIGN
049600     END-IF.
049700     MOVE WB-0048-HASH-AMT       TO AO-TRL-HASH-AMT.
049800     WRITE AO-ACCUM-REC.
049900     MOVE 'MEMBER/MONTH ROWS READ'       TO RL-0048-C-LABEL.
050000     MOVE WB-0048-ROW-CNT        TO RL-0048-C-CNT.
050100     WRITE RPTB048-REC FROM RL-0048-COUNT-LINE
050200         AFTER ADVANCING 2 LINES.
050300     MOVE '  PAID CLAIMS'                TO RL-0048-C-LABEL.
050400     MOVE WB-0048-PAID-CLM-CNT   TO RL-0048-C-CNT.
050500     WRITE RPTB048-REC FROM RL-0048-COUNT-LINE
050600         AFTER ADVANCING 1 LINE.
050700     MOVE '  REVERSALS'                  TO RL-0048-C-LABEL.
050800     MOVE WB-0048-RVSL-CNT       TO RL-0048-C-CNT.
050900     WRITE RPTB048-REC FROM RL-0048-COUNT-LINE
051000         AFTER ADVANCING 1 LINE.
051100     MOVE 'MEMBER RECORDS SENT'          TO RL-0048-C-LABEL.
051200     MOVE WB-0048-SENT-CNT       TO RL-0048-C-CNT.
051300     WRITE RPTB048-REC FROM RL-0048-COUNT-LINE
051400         AFTER ADVANCING 2 LINES.
051500     MOVE 'MEMBERS NETTING TO ZERO'      TO RL-0048-C-LABEL.
051600     MOVE WB-0048-ZERO-CNT       TO RL-0048-C-CNT.
051700     WRITE RPTB048-REC FROM RL-0048-COUNT-LINE
051800         AFTER ADVANCING 1 LINE.
051900     MOVE 'DEDUCTIBLE SENT'              TO RL-0048-A-LABEL.
052000     MOVE WB-0048-DED-TOT        TO RL-0048-A-AMT.
052100     WRITE RPTB048-REC FROM RL-0048-AMT-LINE
052200         AFTER ADVANCING 2 LINES.
052300     MOVE 'OUT-OF-POCKET SENT'           TO RL-0048-A-LABEL.
052400     MOVE WB-0048-OOP-TOT        TO RL-0048-A-AMT.
052500     WRITE RPTB048-REC FROM RL-0048-AMT-LINE
052600         AFTER ADVANCING 1 LINE.
052700     MOVE 'FILE HASH TOTAL'              TO RL-0048-A-LABEL.
052800     MOVE WB-0048-HASH-AMT       TO RL-0048-A-AMT.
052900     WRITE RPTB048-REC FROM RL-0048-AMT-LINE
053000         AFTER ADVANCING 1 LINE.
053100     PERFORM 8500-REGISTER-FILE
053200         THRU 8500-REGISTER-FILE-EXIT.
053300     CLOSE ACCMOUT-FILE RPTB048-FILE.
053400 8000-FINALIZE-EXIT.
053500     EXIT.
053600*****************************************************************
053700*    8500-REGISTER-FILE - ACCMOUT ON THE OUTBOUND FILE MANIFEST *
053800*    (SHARED PDDS9006).  THE DAY'S C_ACCUM_XCHG_TB ROWS ARE     *
053900*    COMMITTED WITH IT; A FAILED REGISTRATION KEEPS THE ROWS    *
054000*    AND ENDS RC 4 SO OPERATIONS RERUN THE STEP                 *
054100*****************************************************************
054200 8500-REGISTER-FILE.
054300     MOVE 'ACCMOUT'              TO WK-9006-FILE-TY-CD.
054400     MOVE 'PDDB0048'             TO WK-9006-PGM-ID.
054500     MOVE 'ACCMOUT'              TO WK-9006-DD-NM.
054600     MOVE WH-0048-BUS-DT         TO WK-9006-BUS-DT.
054700     MOVE WB-0048-SENT-CNT       TO WK-9006-REC-CNT.
054800     MOVE WB-0048-HASH-AMT       TO WK-9006-HASH-AMT.
054900     CALL 'PDDS9006' USING WK-9006-CALL-PARMS.
055000     IF NOT WK-9006-OK
055100         DISPLAY 'PDDB0048 - FILE NOT ON MANIFEST, REPLY '
055200                 WK-9006-REPLY-CD ' SQLCODE ' WK-9006-SQLCODE
055300         EXEC SQL COMMIT END-EXEC
055400         IF RETURN-CODE < 4
055500             MOVE 4 TO RETURN-CODE
055600         END-IF
055700         GO TO 8500-REGISTER-FILE-EXIT
055800     END-IF.
055900     EXEC SQL COMMIT END-EXEC.
056000     DISPLAY 'PDDB0048 - MANIFEST ' WK-9006-GEN-NM.
056100 8500-REGISTER-FILE-EXIT.
056200     EXIT.
056300*****************************************************************
056400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
056500*****************************************************************
056600 9999-SQL-ERROR.
056700     DISPLAY 'PDDB0048 - SQL ERROR ON C_ACCUM_XCHG_TB'.
056800     DISPLAY 'SQLCODE = ' SQLCODE.
056900     EXEC SQL ROLLBACK END-EXEC.
057000     MOVE 16 TO RETURN-CODE.
057100     CLOSE ACCMOUT-FILE RPTB048-FILE.
057200     GOBACK.
