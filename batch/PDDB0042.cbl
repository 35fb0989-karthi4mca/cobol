000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0042.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY LOCK-IN CANDIDATE      *
001400*                  SCAN.  OVER A ROLLING WINDOW ENDING ON THE   *
001500*                  BUSINESS DATE, EACH MEMBER'S CONTROLLED-     *
001600*                  SUBSTANCE CLAIMS (DEA SCHEDULE 2-5) GIVE     *
001700*                  THE DISTINCT PRESCRIBERS AND PHARMACIES ON   *
001800*                  PAID CLAIMS, THE EARLY REFILLS (A PAID FILL  *
001900*                  OF THE SAME GCN BEFORE THE GRACE PERCENT OF  *
002000*                  THE LAST ONE'S SUPPLY WAS USED), THE         *
002100*                  REVERSED CLAIMS (THE PHARMACY TOOK THE       *
002200*                  CLAIM BACK, TYPICALLY TO SELL FOR CASH) AND  *
002300*                  THE AVERAGE DAILY MME FROM THE LIST 7517     *
002400*                  FACTORS.  EACH LIST 7539 THRESHOLD MET       *
002500*                  SCORES ONE; A MEMBER AT THE CANDIDATE SCORE  *
002600*                  WHO IS NOT LOCKED IN (C_MBR_LOCKIN_TB) AND   *
002700*                  NOT ALREADY QUEUED GOES ON C_LKIN_CAND_TB    *
002800*                  WITH THE EVIDENCE AND THE MOST-USED          *
002900*                  PHARMACY AND PRESCRIBER AS THE PROPOSED      *
003000*                  LOCK-IN.  QUEUED CANDIDATES SINCE LOCKED IN  *
003100*                  ARE CLOSED.                                  *
003200*                                                               *
003300*****************************************************************
003400*                                                               *
003500*   LIST 7539 - ONE EFFECTIVE ROW PER CODE IN THE START LIMIT,  *
003600*   THE VALUE AS THREE DIGITS AT THE FRONT OF THE END LIMIT.    *
003700*   A MISSING OR NON-NUMERIC ROW TAKES THE DEFAULT SHOWN.       *
003800*                                                               *
003900*      PRSC   DISTINCT PRESCRIBERS                           4  *
004000*      PHRM   DISTINCT PHARMACIES                            4  *
004100*      ERLY   EARLY REFILLS                                  3  *
004200*      RVSL   REVERSED CLAIMS                                2  *
004300*      MME    AVERAGE DAILY MME                             90  *
004400*      SCOR   THRESHOLDS MET TO BE A CANDIDATE               2  *
004500*      WNDW   WINDOW, DAYS BACK FROM THE DATE               90  *
004600*      ERPC   PERCENT OF SUPPLY USED BEFORE A REFILL IS     75  *
004700*             NOT EARLY                                         *
004800*                                                               *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-370.
005300 OBJECT-COMPUTER.   IBM-370.
005400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RPTB042-FILE ASSIGN TO RPTB042
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900*****************************************************************
006000*  DATA DIVISION                                                *
006100*****************************************************************
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  RPTB042-FILE
006500     RECORDING MODE IS F.
006600 01  RPTB042-REC                     PIC X(00133).
006700*****************************************************************
006800*  WORKING-STORAGE SECTION                                      *
006900*****************************************************************
007000 WORKING-STORAGE SECTION.
007100 77  WB-0042-EOF-SW                  PIC X(00001) VALUE 'N'.
007200     88  WB-0042-EOF                 VALUE 'Y'.
007300 77  WB-0042-MBR-CNT                 PIC S9(00009) COMP-3
007400                                     VALUE ZERO.
007500 77  WB-0042-BELOW-CNT               PIC S9(00009) COMP-3
007600                                     VALUE ZERO.
007700 77  WB-0042-LOCKED-CNT              PIC S9(00009) COMP-3
007800                                     VALUE ZERO.
007900 77  WB-0042-QUEUED-CNT              PIC S9(00009) COMP-3
008000                                     VALUE ZERO.
008100 77  WB-0042-CAND-CNT                PIC S9(00009) COMP-3
008200                                     VALUE ZERO.
008300 77  WB-0042-CLOSED-CNT              PIC S9(00009) COMP-3
008400                                     VALUE ZERO.
008500 77  WB-0042-RERUN-CNT               PIC S9(00009) COMP-3
008600                                     VALUE ZERO.
008700 77  WB-0042-MME-TOT-AMT             PIC S9(00011)V9(00003)
008800                                     COMP-3 VALUE ZERO.
008900*    THRESHOLDS, WINDOW AND GRACE (LIST 7539, DEFAULTS BELOW).
009000 01  WB-0042-PARMS.
009100     05  WB-0042-PRSC-THRS           PIC S9(00004) COMP VALUE +4.
009200     05  WB-0042-PHRM-THRS           PIC S9(00004) COMP VALUE +4.
009300     05  WB-0042-ERLY-THRS           PIC S9(00004) COMP VALUE +3.
009400     05  WB-0042-RVSL-THRS           PIC S9(00004) COMP VALUE +2.
009500     05  WB-0042-MME-THRS            PIC S9(00004) COMP VALUE +90.
009600     05  WB-0042-SCOR-THRS           PIC S9(00004) COMP VALUE +2.
009700     05  WB-0042-WNDW-DAYS           PIC S9(00004) COMP VALUE +90.
009800     05  WB-0042-ERLY-PCT            PIC S9(00004) COMP VALUE +75.
009900 01  WB-0042-LIST-VAL.
010000     05  WB-0042-VAL-TX              PIC X(00003).
010100     05  WB-0042-VAL-NUM REDEFINES WB-0042-VAL-TX
010200                                     PIC 9(00003).
010300     05  FILLER                      PIC X(00007).
010400*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
010500     COPY WKC90040.
010600*****************************************************************
010700*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
010800*****************************************************************
010900     EXEC SQL INCLUDE SQLCA END-EXEC.
011000     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
011100     COPY CLLKCDTB.
011200 01  WH-0042-HOST-VARS.
011300     05  WH-0042-BUS-DT              PIC X(00010).
011400     05  WH-0042-WNDW-DAYS           PIC S9(00004) COMP.
011500     05  WH-0042-ERLY-FCTR           PIC S9(00001)V9(00002)
011600                                     COMP-3.
011700     05  WH-0042-MME-TOT-AMT         PIC S9(00011)V9(00003)
011800                                     COMP-3.
011900     05  WH-0042-LIST-CD             PIC X(00010).
012000     05  WH-0042-LIST-VAL            PIC X(00010).
012100     05  WH-0042-ROW-CNT             PIC S9(00009) COMP.
012200     EXEC SQL END DECLARE SECTION END-EXEC.
012300*    THE THRESHOLDS IN FORCE ON THE BUSINESS DATE.
012400     EXEC SQL
012500         DECLARE CB042WGT CURSOR FOR
012600         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
012700           FROM G_LIST_DTL_TB
012800          WHERE G_LIST_SUBSYS_CD   = 'C'
012900            AND G_LIST_NUM         = '7539'
013000            AND G_LIST_EFF_STRT_DT <= TO_DATE(:WH-0042-BUS-DT,
013100                                              'YYYY-MM-DD')
013200            AND G_LIST_EFF_END_DT  >= TO_DATE(:WH-0042-BUS-DT,
013300                                              'YYYY-MM-DD')
013400     END-EXEC.
013500*    EACH MEMBER'S CONTROLLED-SUBSTANCE CLAIMS IN THE WINDOW.  A
013600*    REVERSAL (TRANSACTION TYPE C) COUNTS ONLY AS A REVERSAL; THE
013700*    MME IS THE 7517 FACTOR TIMES THE QUANTITY OF EACH PAID FILL.
013800     EXEC SQL
013900         DECLARE CB042MBR CURSOR WITH HOLD FOR
014000         SELECT A.R_CUST_PART_NUM, A.B_SYS_ID,
014100                SUM(CASE WHEN NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
014200                         THEN 1 ELSE 0 END),
014300                COUNT(DISTINCT
014400                      CASE WHEN NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
014500                           THEN A.C_PRSC_ID END),
014600                COUNT(DISTINCT
014700                      CASE WHEN NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
014800                           THEN A.C_BLNG_PROV_ID END),
014900                SUM(CASE WHEN A.C_HDR_TXN_TY_CD = 'C'
015000                         THEN 1 ELSE 0 END),
015100                NVL(SUM(CASE
015200                        WHEN NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
015300                        THEN TO_NUMBER(G.G_LIST_END_LMT)
015400                             * A.C_DRUG_SUB_QTY_AMT
015500                        END), 0)
015600           FROM C_LI_DRUG_TB A
015700                LEFT OUTER JOIN G_LIST_DTL_TB G
015800                  ON G.G_LIST_SUBSYS_CD = 'C'
015900                 AND G.G_LIST_NUM       = '7517'
016000                 AND RTRIM(G.G_LIST_STRT_LMT) =
016100                     LPAD(TO_CHAR(A.R_DRUG_GCN_SEQ_NUM), 9, '0')
016200                 AND G.G_LIST_EFF_STRT_DT <=
016300                     TO_DATE(:WH-0042-BUS-DT, 'YYYY-MM-DD')
016400                 AND G.G_LIST_EFF_END_DT  >=
016500                     TO_DATE(:WH-0042-BUS-DT, 'YYYY-MM-DD')
016600          WHERE (A.C_HDR_STAT_CD    = 'P'
016700              OR A.C_HDR_TXN_TY_CD  = 'C')
016800            AND A.C_DRUG_DEA_CD    IN ('2', '3', '4', '5')
016900            AND A.C_HDR_SVC_FST_DT >= :CLLKCDTB-C-WNDW-BEG-DT
017000            AND A.C_HDR_SVC_FST_DT <= :WH-0042-BUS-DT
017100          GROUP BY A.R_CUST_PART_NUM, A.B_SYS_ID
017200         HAVING SUM(CASE WHEN NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
017300                         THEN 1 ELSE 0 END) > 1
017400          ORDER BY A.R_CUST_PART_NUM, A.B_SYS_ID
017500     END-EXEC.
017600*****************************************************************
017700*  REPORT LINE LAYOUTS                                          *
017800*****************************************************************
017900 01  RL-0042-HDG1.
018000     05  FILLER                      PIC X(00001) VALUE SPACE.
018100     05  FILLER                      PIC X(00050) VALUE
018200         'PDDB0042 - LOCK-IN CANDIDATE SCAN - WINDOW FROM'.
018300     05  RL-0042-H-BEG-DT            PIC X(00010).
018400     05  FILLER                      PIC X(00004) VALUE ' TO '.
018500     05  RL-0042-H-BUS-DT            PIC X(00010).
018600 01  RL-0042-COUNT-LINE.
018700     05  FILLER                      PIC X(00001) VALUE SPACE.
018800     05  RL-0042-C-LABEL             PIC X(00045).
018900     05  RL-0042-C-CNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
019000*****************************************************************
019100*  PROCEDURE DIVISION                                           *
019200*****************************************************************
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600         THRU 1000-INITIALIZE-EXIT.
019700     PERFORM 2000-ONE-MEMBER
019800         THRU 2000-ONE-MEMBER-EXIT
019900         UNTIL WB-0042-EOF.
020000     PERFORM 8000-FINALIZE
020100         THRU 8000-FINALIZE-EXIT.
020200     GOBACK.
020300*****************************************************************
020400*    1000-INITIALIZE - LIST 7539, THE WINDOW, CLOSE CANDIDATES  *
020500*    NOW LOCKED IN, CLEAR AN EARLIER RUN OF THE DATE, OPEN      *
020600*****************************************************************
020700 1000-INITIALIZE.
020800     MOVE 'PDDB0042'             TO WK-9004-PGM-ID.
020900     MOVE SPACES                 TO WK-9004-OVRD-DT.
021000     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
021100     IF WK-9004-NO-BUS-DT
021200         DISPLAY 'PDDB0042 - NO BUSINESS PROCESSING DATE'
021300         MOVE 16 TO RETURN-CODE
021400         GOBACK
021500     END-IF.
021600     OPEN OUTPUT RPTB042-FILE.
021700     MOVE WK-9004-BUS-DT         TO WH-0042-BUS-DT
021800                                    RL-0042-H-BUS-DT.
021900     PERFORM 1100-LOAD-THRESHOLDS
022000         THRU 1100-LOAD-THRESHOLDS-EXIT.
022100     MOVE WB-0042-WNDW-DAYS      TO WH-0042-WNDW-DAYS.
022200     COMPUTE WH-0042-ERLY-FCTR = WB-0042-ERLY-PCT / 100.
022300     EXEC SQL
022400         SELECT TO_CHAR(TO_DATE(:WH-0042-BUS-DT, 'YYYY-MM-DD')
022500                        - :WH-0042-WNDW-DAYS + 1, 'YYYY-MM-DD')
022600           INTO :CLLKCDTB-C-WNDW-BEG-DT
022700           FROM DUAL
022800     END-EXEC.
022900     IF SQLCODE NOT = 0
023000         GO TO 9999-SQL-ERROR
023100     END-IF.
023200     MOVE CLLKCDTB-C-WNDW-BEG-DT TO RL-0042-H-BEG-DT.
023300     WRITE RPTB042-REC FROM RL-0042-HDG1
023400         BEFORE ADVANCING TO-NEW-PAGE.
023500*    A QUEUED CANDIDATE PROGRAM INTEGRITY HAS SINCE LOCKED IN.
023600     EXEC SQL
023700         UPDATE C_LKIN_CAND_TB C
023800            SET C_CAND_STAT_CD = 'L',
023900                B_UPD_TS       = TO_CHAR(CURRENT_TIMESTAMP,
024000                                 'YYYY-MM-DD-HH24.MI.SS.FF6')
024100          WHERE C_CAND_STAT_CD = 'Q'
024200            AND EXISTS
024300                (SELECT 1
024400                   FROM C_MBR_LOCKIN_TB L
024500                  WHERE L.R_CUST_PART_NUM  = C.R_CUST_PART_NUM
024600                    AND L.C_CRDHLDR_ID     = C.C_CRDHLDR_ID
024700                    AND L.C_LOCKIN_END_DT >= :WH-0042-BUS-DT)
024800     END-EXEC.
024900     EVALUATE SQLCODE
025000       WHEN 0
025100         MOVE SQLERRD (3)        TO WB-0042-CLOSED-CNT
025200       WHEN 100
025300         CONTINUE
025400       WHEN OTHER
025500         GO TO 9999-SQL-ERROR
025600     END-EVALUATE.
025700*    A RERUN FOR THE SAME DATE REPLACES ITS CANDIDATES.
025800     EXEC SQL
025900         DELETE FROM C_LKIN_CAND_TB
026000          WHERE C_CAND_DT      = :WH-0042-BUS-DT
026100            AND C_CAND_STAT_CD = 'Q'
026200     END-EXEC.
026300     EVALUATE SQLCODE
026400       WHEN 0
026500         MOVE SQLERRD (3)        TO WB-0042-RERUN-CNT
026600       WHEN 100
026700         CONTINUE
026800       WHEN OTHER
026900         GO TO 9999-SQL-ERROR
027000     END-EVALUATE.
027100     EXEC SQL COMMIT END-EXEC.
027200     EXEC SQL
027300         OPEN CB042MBR
027400     END-EXEC.
027500     IF SQLCODE NOT = 0
027600         GO TO 9999-SQL-ERROR
027700     END-IF.
027800 1000-INITIALIZE-EXIT.
027900     EXIT.
028000*****************************************************************
028100*    1100-LOAD-THRESHOLDS - LIST 7539 OVER THE DEFAULTS         *
028200*****************************************************************
028300 1100-LOAD-THRESHOLDS.
028400     EXEC SQL
028500         OPEN CB042WGT
028600     END-EXEC.
028700     IF SQLCODE NOT = 0
028800         GO TO 9999-SQL-ERROR
028900     END-IF.
029000     PERFORM 1110-ONE-THRESHOLD
029100         THRU 1110-ONE-THRESHOLD-EXIT
029200         UNTIL WB-0042-EOF.
029300     EXEC SQL
029400         CLOSE CB042WGT
029500     END-EXEC.
029600     MOVE 'N'                    TO WB-0042-EOF-SW.
029700 1100-LOAD-THRESHOLDS-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    1110-ONE-THRESHOLD                                         *
030100*****************************************************************
030200 1110-ONE-THRESHOLD.
030300     EXEC SQL
030400         FETCH CB042WGT
030500         INTO :WH-0042-LIST-CD,
030600              :WH-0042-LIST-VAL
030700     END-EXEC.
030800     EVALUATE SQLCODE
030900       WHEN 0
031000         CONTINUE
031100       WHEN 100
031200         SET WB-0042-EOF         TO TRUE
031300         GO TO 1110-ONE-THRESHOLD-EXIT
031400       WHEN OTHER
031500         GO TO 9999-SQL-ERROR
031600     END-EVALUATE.
031700     MOVE WH-0042-LIST-VAL       TO WB-0042-LIST-VAL.
031800     IF WB-0042-VAL-TX NOT NUMERIC
031900         DISPLAY 'PDDB0042 - LIST 7539 ' WH-0042-LIST-CD
032000                 ' NOT NUMERIC, DEFAULT USED'
032100         GO TO 1110-ONE-THRESHOLD-EXIT
032200     END-IF.
032300     EVALUATE WH-0042-LIST-CD
032400       WHEN 'PRSC'
032500         MOVE WB-0042-VAL-NUM    TO WB-0042-PRSC-THRS
032600       WHEN 'PHRM'
032700         MOVE WB-0042-VAL-NUM    TO WB-0042-PHRM-THRS
032800       WHEN 'ERLY'
032900         MOVE WB-0042-VAL-NUM    TO WB-0042-ERLY-THRS
033000       WHEN 'RVSL'
033100         MOVE WB-0042-VAL-NUM    TO WB-0042-RVSL-THRS
033200       WHEN 'MME'
033300         MOVE WB-0042-VAL-NUM    TO WB-0042-MME-THRS
033400       WHEN 'SCOR'
033500         MOVE WB-0042-VAL-NUM    TO WB-0042-SCOR-THRS
033600       WHEN 'WNDW'
033700         MOVE WB-0042-VAL-NUM    TO WB-0042-WNDW-DAYS
033800       WHEN 'ERPC'
033900         MOVE WB-0042-VAL-NUM    TO WB-0042-ERLY-PCT
034000       WHEN OTHER
034100         DISPLAY 'PDDB0042 - LIST 7539 CODE NOT KNOWN: '
034200                 WH-0042-LIST-CD
034300     END-EVALUATE.
034400 1110-ONE-THRESHOLD-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    2000-ONE-MEMBER - EVIDENCE, SCORE, AND THE QUEUE           *
034800*****************************************************************
034900 2000-ONE-MEMBER.
035000     EXEC SQL
035100         FETCH CB042MBR
035200         INTO :CLLKCDTB-R-CUST-PART-NUM,
035300              :CLLKCDTB-B-SYS-ID,
035400              :CLLKCDTB-C-CS-CLM-CNT,
035500              :CLLKCDTB-C-PRSC-CNT,
035600              :CLLKCDTB-C-PHRM-CNT,
035700              :CLLKCDTB-C-RVSL-CNT,
035800              :WH-0042-MME-TOT-AMT
035900     END-EXEC.
036000     EVALUATE SQLCODE
036100       WHEN 0
036200         ADD 1                   TO WB-0042-MBR-CNT
036300       WHEN 100
036400         SET WB-0042-EOF         TO TRUE
036500         GO TO 2000-ONE-MEMBER-EXIT
036600       WHEN OTHER
036700         GO TO 9999-SQL-ERROR
036800     END-EVALUATE.
036900     MOVE WH-0042-MME-TOT-AMT    TO WB-0042-MME-TOT-AMT.
037000     COMPUTE CLLKCDTB-C-MME-DAY-AMT ROUNDED =
037100         WB-0042-MME-TOT-AMT / WB-0042-WNDW-DAYS.
037200     PERFORM 2100-COUNT-EARLY
037300         THRU 2100-COUNT-EARLY-EXIT.
037400     PERFORM 2200-SCORE
037500         THRU 2200-SCORE-EXIT.
037600     IF CLLKCDTB-C-CAND-SCORE-NUM < WB-0042-SCOR-THRS
037700         ADD 1                   TO WB-0042-BELOW-CNT
037800         GO TO 2000-ONE-MEMBER-EXIT
037900     END-IF.
038000     PERFORM 2300-CHECK-MEMBER
038100         THRU 2300-CHECK-MEMBER-EXIT.
038200 2000-ONE-MEMBER-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    2100-COUNT-EARLY - PAID FILLS OF A GCN MADE BEFORE THE     *
038600*    GRACE PERCENT OF THE PREVIOUS FILL'S SUPPLY WAS USED       *
038700*****************************************************************
038800 2100-COUNT-EARLY.
038900     EXEC SQL
039000         SELECT COUNT(*)
039100           INTO :WH-0042-ROW-CNT
039200           FROM (SELECT A.C_HDR_SVC_FST_DT FILL_DT,
039300                        LAG(A.C_HDR_SVC_FST_DT)
039400                            OVER (PARTITION BY
039500                                      A.R_DRUG_GCN_SEQ_NUM
039600                                  ORDER BY A.C_HDR_SVC_FST_DT,
039700                                           A.C_TCN_NUM) PREV_DT,
039800                        LAG(A.C_SUB_DAY_SPLY_AMT)
039900                            OVER (PARTITION BY
040000                                      A.R_DRUG_GCN_SEQ_NUM
040100                                  ORDER BY A.C_HDR_SVC_FST_DT,
040200                                           A.C_TCN_NUM) PREV_DAYS
040300                   FROM C_LI_DRUG_TB A
040400                  WHERE A.R_CUST_PART_NUM  =
040500                                :CLLKCDTB-R-CUST-PART-NUM
040600                    AND A.B_SYS_ID         = :CLLKCDTB-B-SYS-ID
040700                    AND A.C_HDR_STAT_CD    = 'P'
040800                    AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
040900                    AND A.C_DRUG_DEA_CD   IN ('2', '3', '4', '5')
041000                    AND A.C_HDR_SVC_FST_DT >=
041100                                :CLLKCDTB-C-WNDW-BEG-DT
041200                    AND A.C_HDR_SVC_FST_DT <= :WH-0042-BUS-DT) F
041300          WHERE F.PREV_DT IS NOT NULL
041400            AND TO_DATE(F.FILL_DT, 'YYYY-MM-DD')
041500              - TO_DATE(F.PREV_DT, 'YYYY-MM-DD')
041600              < F.PREV_DAYS * :WH-0042-ERLY-FCTR
041700     END-EXEC.
041800     IF SQLCODE NOT = 0
041900         GO TO 9999-SQL-ERROR
042000     END-IF.
042100     MOVE WH-0042-ROW-CNT        TO CLLKCDTB-C-ERLY-RFL-CNT.
042200 2100-COUNT-EARLY-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    2200-SCORE - ONE POINT PER THRESHOLD MET                   *
042600*****************************************************************
042700 2200-SCORE.
042800     MOVE ZERO                   TO CLLKCDTB-C-CAND-SCORE-NUM.
042900     IF CLLKCDTB-C-PRSC-CNT NOT < WB-0042-PRSC-THRS
043000         ADD 1                   TO CLLKCDTB-C-CAND-SCORE-NUM
043100     END-IF.
043200     IF CLLKCDTB-C-PHRM-CNT NOT < WB-0042-PHRM-THRS
043300         ADD 1                   TO CLLKCDTB-C-CAND-SCORE-NUM
043400     END-IF.
043500     IF CLLKCDTB-C-ERLY-RFL-CNT NOT < WB-0042-ERLY-THRS
043600         ADD 1                   TO CLLKCDTB-C-CAND-SCORE-NUM
043700     END-IF.
043800     IF CLLKCDTB-C-RVSL-CNT NOT < WB-0042-RVSL-THRS
043900         ADD 1                   TO CLLKCDTB-C-CAND-SCORE-NUM
044000     END-IF.
044100     IF CLLKCDTB-C-MME-DAY-AMT NOT < WB-0042-MME-THRS
044200         ADD 1                   TO CLLKCDTB-C-CAND-SCORE-NUM
044300     END-IF.
044400 2200-SCORE-EXIT.
044500     EXIT.
044600*****************************************************************
044700*    2300-CHECK-MEMBER - NOT LOCKED IN AND NOT ALREADY QUEUED,  *
044800*    THEN THE PROPOSED LOCK-IN AND THE QUEUE ROW                *
044900*****************************************************************
045000 2300-CHECK-MEMBER.
045100     EXEC SQL
045200         SELECT NVL(MAX(B_CRDHLDR_ID), ' ')
045300           INTO :CLLKCDTB-C-CRDHLDR-ID
045400           FROM R_MBR_ELIG_TB
045500          WHERE R_CUST_PART_NUM = :CLLKCDTB-R-CUST-PART-NUM
045600            AND B_SYS_ID        = :CLLKCDTB-B-SYS-ID
045700     END-EXEC.
045800     IF SQLCODE NOT = 0
045900         GO TO 9999-SQL-ERROR
046000     END-IF.
046100     EXEC SQL
046200         SELECT COUNT(*)
046300           INTO :WH-0042-ROW-CNT
046400           FROM C_MBR_LOCKIN_TB
046500          WHERE R_CUST_PART_NUM  = :CLLKCDTB-R-CUST-PART-NUM
046600            AND C_CRDHLDR_ID     = :CLLKCDTB-C-CRDHLDR-ID
046700            AND C_LOCKIN_END_DT >= :WH-0042-BUS-DT
046800     END-EXEC.
046900     IF SQLCODE NOT = 0
047000         GO TO 9999-SQL-ERROR
047100     END-IF.
047200     IF WH-0042-ROW-CNT > ZERO
047300         ADD 1                   TO WB-0042-LOCKED-CNT
047400         GO TO 2300-CHECK-MEMBER-EXIT
047500     END-IF.
047600     EXEC SQL
047700         SELECT COUNT(*)
047800           INTO :WH-0042-ROW-CNT
047900           FROM C_LKIN_CAND_TB
048000          WHERE R_CUST_PART_NUM = :CLLKCDTB-R-CUST-PART-NUM
048100            AND B_SYS_ID        = :CLLKCDTB-B-SYS-ID
048200            AND C_CAND_STAT_CD  = 'Q'
048300     END-EXEC.
048400     IF SQLCODE NOT = 0
048500         GO TO 9999-SQL-ERROR
048600     END-IF.
048700     IF WH-0042-ROW-CNT > ZERO
048800         ADD 1                   TO WB-0042-QUEUED-CNT
048900         GO TO 2300-CHECK-MEMBER-EXIT
049000     END-IF.
049100     PERFORM 2400-QUEUE-MEMBER
049200         THRU 2400-QUEUE-MEMBER-EXIT.
049300 2300-CHECK-MEMBER-EXIT.
049400     EXIT.
049500*****************************************************************
049600*    2400-QUEUE-MEMBER - THE PHARMACY AND PRESCRIBER ON THE     *
049700*    MOST PAID CS CLAIMS (THE LATER ONE ON A TIE) ARE PROPOSED  *
049800*****************************************************************
049900 2400-QUEUE-MEMBER.
050000     EXEC SQL
050100         SELECT P.C_BLNG_PROV_ID
050200           INTO :CLLKCDTB-C-PROP-PROV-ID
050300           FROM (SELECT A.C_BLNG_PROV_ID
050400                   FROM C_LI_DRUG_TB A
050500                  WHERE A.R_CUST_PART_NUM  =
050600                                :CLLKCDTB-R-CUST-PART-NUM
050700                    AND A.B_SYS_ID         = :CLLKCDTB-B-SYS-ID
050800                    AND A.C_HDR_STAT_CD    = 'P'
050900                    AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
051000                    AND A.C_DRUG_DEA_CD   IN ('2', '3', '4', '5')
051100                    AND A.C_HDR_SVC_FST_DT >=
051200                                :CLLKCDTB-C-WNDW-BEG-DT
051300                    AND A.C_HDR_SVC_FST_DT <= :WH-0042-BUS-DT
051400                  GROUP BY A.C_BLNG_PROV_ID
051500                  ORDER BY COUNT(*) DESC,
051600                           MAX(A.C_HDR_SVC_FST_DT) DESC) P
051700          WHERE ROWNUM = 1
051800     END-EXEC.
051900     IF SQLCODE NOT = 0
052000         GO TO 9999-SQL-ERROR
052100     END-IF.
052200     EXEC SQL
052300         SELECT P.C_PRSC_ID
052400           INTO :CLLKCDTB-C-PROP-PRSC-ID
052500           FROM (SELECT A.C_PRSC_ID
052600                   FROM C_LI_DRUG_TB A
052700                  WHERE A.R_CUST_PART_NUM  =
052800                                :CLLKCDTB-R-CUST-PART-NUM
052900                    AND A.B_SYS_ID         = :CLLKCDTB-B-SYS-ID
053000                    AND A.C_HDR_STAT_CD    = 'P'
053100                    AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
053200                    AND A.C_DRUG_DEA_CD   IN ('2', '3', '4', '5')
053300                    AND A.C_HDR_SVC_FST_DT >=
053400                                :CLLKCDTB-C-WNDW-BEG-DT
053500                    AND A.C_HDR_SVC_FST_DT <= :WH-0042-BUS-DT
053600                  GROUP BY A.C_PRSC_ID
053700                  ORDER BY COUNT(*) DESC,
053800                           MAX(A.C_HDR_SVC_FST_DT) DESC) P
053900          WHERE ROWNUM = 1
054000     END-EXEC.
054100     IF SQLCODE NOT = 0
054200         GO TO 9999-SQL-ERROR
054300     END-IF.
054400     MOVE WH-0042-BUS-DT         TO CLLKCDTB-C-CAND-DT.
054500     SET CLLKCDTB-C-CAND-QUEUED  TO TRUE.
054600     EXEC SQL
054700         INSERT INTO C_LKIN_CAND_TB
054800                (R_CUST_PART_NUM, B_SYS_ID, C_CAND_DT,
054900                 C_CRDHLDR_ID, C_WNDW_BEG_DT, C_CS_CLM_CNT,
055000                 C_PRSC_CNT, C_PHRM_CNT, C_ERLY_RFL_CNT,
055100                 C_RVSL_CNT, C_MME_DAY_AMT, C_CAND_SCORE_NUM,
055200                 C_PROP_PROV_ID, C_PROP_PRSC_ID, C_CAND_STAT_CD,
055300                 B_UPD_TS)
055400         VALUES (:CLLKCDTB-R-CUST-PART-NUM,
055500                 :CLLKCDTB-B-SYS-ID,
055600                 :CLLKCDTB-C-CAND-DT,
055700                 :CLLKCDTB-C-CRDHLDR-ID,
055800                 :CLLKCDTB-C-WNDW-BEG-DT,
055900                 :CLLKCDTB-C-CS-CLM-CNT,
056000                 :CLLKCDTB-C-PRSC-CNT,
056100                 :CLLKCDTB-C-PHRM-CNT,
056200                 :CLLKCDTB-C-ERLY-RFL-CNT,
056300                 :CLLKCDTB-C-RVSL-CNT,
056400                 :CLLKCDTB-C-MME-DAY-AMT,
056500                 :CLLKCDTB-C-CAND-SCORE-NUM,
056600                 :CLLKCDTB-C-PROP-PROV-ID,
056700                 :CLLKCDTB-C-PROP-PRSC-ID,
056800                 :CLLKCDTB-C-CAND-STAT-CD,
056900                 TO_CHAR(CURRENT_TIMESTAMP,
057000                         'YYYY-MM-DD-HH24.MI.SS.FF6'))
057100     END-EXEC.
057200     IF SQLCODE NOT = 0
057300         GO TO 9999-SQL-ERROR
057400     END-IF.
057500     EXEC SQL COMMIT END-EXEC.
057600     ADD 1                       TO WB-0042-CAND-CNT.
057700 2400-QUEUE-MEMBER-EXIT.
057800     EXIT.
057900*****************************************************************
058000*    8000-FINALIZE                                              *
058100*****************************************************************
058200 8000-FINALIZE.
058300     EXEC SQL
058400         CLOSE CB042MBR
058500     END-EXEC.
058600     EXEC SQL COMMIT END-EXEC.
058700     MOVE 'MEMBERS WITH TWO OR MORE PAID CS CLAIMS'
058800                                       TO RL-0042-C-LABEL.
058900     MOVE WB-0042-MBR-CNT              TO RL-0042-C-CNT.
059000     WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
059100         AFTER ADVANCING 2 LINES.
059200     MOVE 'BELOW THE CANDIDATE SCORE'  TO RL-0042-C-LABEL.
059300     MOVE WB-0042-BELOW-CNT            TO RL-0042-C-CNT.
059400     WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
059500         AFTER ADVANCING 1 LINE.
059600     MOVE 'AT THE SCORE, ALREADY LOCKED IN'
059700                                       TO RL-0042-C-LABEL.
059800     MOVE WB-0042-LOCKED-CNT           TO RL-0042-C-CNT.
059900     WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
060000         AFTER ADVANCING 1 LINE.
060100     MOVE 'AT THE SCORE, ALREADY QUEUED'
060200                                       TO RL-0042-C-LABEL.
060300     MOVE WB-0042-QUEUED-CNT           TO RL-0042-C-CNT.
060400     WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
060500         AFTER ADVANCING 1 LINE.
060600     MOVE 'NEW CANDIDATES QUEUED'      TO RL-0042-C-LABEL.
060700     MOVE WB-0042-CAND-CNT             TO RL-0042-C-CNT.
060800     WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
060900         AFTER ADVANCING 1 LINE.
061000     MOVE 'QUEUED CANDIDATES SINCE LOCKED IN'
061100                                       TO RL-0042-C-LABEL.
061200     MOVE WB-0042-CLOSED-CNT           TO RL-0042-C-CNT.
061300     WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
061400         AFTER ADVANCING 1 LINE.
061500     IF WB-0042-RERUN-CNT > ZERO
061600         MOVE 'CANDIDATES REPLACED BY THIS RUN'
061700                                       TO RL-0042-C-LABEL
061800         MOVE WB-0042-RERUN-CNT        TO RL-0042-C-CNT
061900         WRITE RPTB042-REC FROM RL-0042-COUNT-LINE
062000             AFTER ADVANCING 1 LINE
062100     END-IF.
062200     CLOSE RPTB042-FILE.
062300 8000-FINALIZE-EXIT.
062400     EXIT.
062500*****************************************************************
062600*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
062700*****************************************************************
062800 9999-SQL-ERROR.
062900     DISPLAY 'PDDB0042 - SQL ERROR SCANNING LOCK-IN CANDIDATES'.
063000     DISPLAY 'SQLCODE = ' SQLCODE.
063100     EXEC SQL ROLLBACK END-EXEC.
063200     MOVE 16 TO RETURN-CODE.
063300     CLOSE RPTB042-FILE.
063400     GOBACK.
