000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0071.
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
001300*  10/15/26  ACS   NEW PROGRAM.  MONTHLY PLAN-SPONSOR          *
001400*                  UTILIZATION REPORT PACK.  ONE PACK PER      *
001500*                  R_CUST_DTL_TB CUSTOMER FOR THE MONTH ON THE *
001600*                  UTILPARM CARD: PAID CLAIMS AND DOLLARS,     *
001700*                  MEMBER MONTHS (R_MBR_ELIG_TB) AND PMPM      *
001800*                  COST, GENERIC DISPENSING RATE (R_DRUG_      *
001900*                  MSTR_TB BRAND/GENERIC INDICATOR) AND DENIAL *
002000*                  RATE, EACH WITH PRIOR-MONTH AND SAME-MONTH- *
002100*                  LAST-YEAR TREND COLUMNS; DENIAL RATE BY     *
002200*                  C_EXC_CTGRY_TB CATEGORY FOR THE SAME THREE  *
002300*                  MONTHS; TOP 25 DRUGS AND TOP 25 PRESCRIBERS *
002400*                  BY PAID DOLLARS.  A CUSTOMER WITH NO CLAIMS *
002500*                  AND NO MEMBERS IN THE MONTH GETS NO PACK.   *
002514*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002528*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002542*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.      *
002556*                  WITH NO UTILPARM CARD THE RUN NOW DEFAULTS  *
002570*                  TO THE PREVIOUS CALENDAR MONTH OF THAT      *
002584*                  DATE.                                       *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT UTILPARM-FILE ASSIGN TO UTILPARM
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT RPT0071-FILE ASSIGN TO RPT0071
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400*    REPORT MONTH - FIRST AND LAST DAY, CCYY-MM-DD.
004500 FD  UTILPARM-FILE.
004600 01  UP-PARM-REC.
004700     05  UP-MO-BEG-DT                PIC X(00010).
004800     05  FILLER                      PIC X(00001).
004900     05  UP-MO-END-DT                PIC X(00010).
005000     05  FILLER                      PIC X(00059).
005100 FD  RPT0071-FILE
005200     RECORDING MODE IS F.
005300 01  RPT0071-REC                     PIC X(00133).
005400*****************************************************************
005500*  WORKING-STORAGE SECTION                                     *
005600*****************************************************************
005700 WORKING-STORAGE SECTION.
005800 77  WR-0071-EOF-SW                  PIC X(00001) VALUE 'N'.
005900     88  WR-0071-EOF                 VALUE 'Y'.
006000 77  WR-0071-TOP-EOF-SW              PIC X(00001) VALUE 'N'.
006100     88  WR-0071-TOP-EOF             VALUE 'Y'.
006200 77  WR-0071-PER-SUB                 PIC S9(00004) COMP
006300                                     VALUE ZERO.
006400 77  WR-0071-ROW-SUB                 PIC S9(00004) COMP
006500                                     VALUE ZERO.
006600 77  WR-0071-RANK                    PIC S9(00004) COMP
006700                                     VALUE ZERO.
006800 77  WR-0071-TOP-LIMIT               PIC S9(00004) COMP
006900                                     VALUE +25.
007000 77  WR-0071-CUST-CNT                PIC S9(00009) COMP-3
007100                                     VALUE ZERO.
007200 77  WR-0071-PACK-CNT                PIC S9(00009) COMP-3
007300                                     VALUE ZERO.
007400 77  WR-0071-IDLE-CNT                PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007600 77  WR-0071-ADJ-CNT                 PIC S9(00011)V9(00002)
007700                                     COMP-3 VALUE ZERO.
007800 77  WR-0071-CHG                     PIC S9(00005)V9(00001)
007900                                     COMP-3 VALUE ZERO.
008000*****************************************************************
008100*  THE THREE MONTHS REPORTED - 1 THE REPORT MONTH, 2 THE PRIOR  *
008200*  MONTH, 3 THE SAME MONTH LAST YEAR - AND THE SEVEN MEASURES   *
008300*  FOR EACH, IN THE ORDER OF THE ROW TABLE BELOW                *
008400*****************************************************************
008500 01  WR-0071-PERIODS.
008600     05  WR-0071-PER                 OCCURS 3 TIMES.
008700         10  WR-0071-PER-BEG-DT      PIC X(00010).
008800         10  WR-0071-PER-END-DT      PIC X(00010).
008900         10  WR-0071-VAL             PIC S9(00011)V9(00002)
009000                                     COMP-3 OCCURS 7 TIMES.
009100*    ROW LABEL AND KIND: C = COUNT, A = DOLLARS, P = RATE (TREND
009200*    SHOWN IN POINTS RATHER THAN PERCENT CHANGE).
009300 01  WR-0071-ROW-VALUES.
009400     05  FILLER                      PIC X(00031)
009500                       VALUE 'PAID CLAIMS                   C'.
009600     05  FILLER                      PIC X(00031)
009700                       VALUE 'PAID DOLLARS                  A'.
009800     05  FILLER                      PIC X(00031)
009900                       VALUE 'MEMBER MONTHS                 C'.
010000     05  FILLER                      PIC X(00031)
010100                       VALUE 'PAID PER MEMBER PER MONTH     A'.
010200     05  FILLER                      PIC X(00031)
010300                       VALUE 'GENERIC DISPENSING RATE %     P'.
010400     05  FILLER                      PIC X(00031)
010500                       VALUE 'DENIED CLAIMS                 C'.
010600     05  FILLER                      PIC X(00031)
010700                       VALUE 'DENIAL RATE %                 P'.
010800 01  WR-0071-ROW-TABLE REDEFINES WR-0071-ROW-VALUES.
010900     05  WR-0071-ROW                 OCCURS 7 TIMES.
011000         10  WR-0071-ROW-LABEL       PIC X(00030).
011100         10  WR-0071-ROW-KIND        PIC X(00001).
011200             88  WR-0071-ROW-COUNT   VALUE 'C'.
011300             88  WR-0071-ROW-RATE    VALUE 'P'.
011333*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
011366     COPY WKC90040.
011400*****************************************************************
011500*  EXEC SQL - SQLCA, HOST VARIABLES AND CURSORS: CUSTOMERS,     *
011600*  DENIALS BY CATEGORY, TOP DRUGS, TOP PRESCRIBERS              *
011700*****************************************************************
011800     EXEC SQL INCLUDE SQLCA END-EXEC.
011900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
012000     COPY CLEXCCTB.
012100 01  WH-0071-HOST-VARS.
012200     05  WH-0071-CUST-PART-NUM       PIC S9(00004) COMP.
012300     05  WH-0071-CUST-ID             PIC X(00006).
012400     05  WH-0071-BEG-DT              PIC X(00010).
012500     05  WH-0071-END-DT              PIC X(00010).
012600     05  WH-0071-CUR-BEG-DT          PIC X(00010).
012700     05  WH-0071-CUR-END-DT          PIC X(00010).
012800     05  WH-0071-PM-BEG-DT           PIC X(00010).
012900     05  WH-0071-PM-END-DT           PIC X(00010).
013000     05  WH-0071-LY-BEG-DT           PIC X(00010).
013100     05  WH-0071-LY-END-DT           PIC X(00010).
013200     05  WH-0071-CLM-CNT             PIC S9(00009) COMP.
013300     05  WH-0071-GNRC-CNT            PIC S9(00009) COMP.
013400     05  WH-0071-DENY-CNT            PIC S9(00009) COMP.
013500     05  WH-0071-MBR-CNT             PIC S9(00009) COMP.
013600     05  WH-0071-PAID-AMT            PIC S9(00011)V9(00002)
013700                                     COMP-3.
013800     05  WH-0071-DENY-CUR            PIC S9(00009) COMP.
013900     05  WH-0071-DENY-PM             PIC S9(00009) COMP.
014000     05  WH-0071-DENY-LY             PIC S9(00009) COMP.
014100     05  WH-0071-NDC-NUM             PIC S9(00011) COMP-3.
014200     05  WH-0071-LBL-NAM             PIC X(00030).
014300     05  WH-0071-PRSC-ID             PIC X(00015).
014400     05  WH-0071-SPCLTY-CD           PIC X(00003).
014500     EXEC SQL END DECLARE SECTION END-EXEC.
014600     EXEC SQL
014700         DECLARE R0071C CURSOR FOR
014800         SELECT R_CUST_PART_NUM, MAX(R_CUST_ID)
014900           FROM R_CUST_DTL_TB
015000          GROUP BY R_CUST_PART_NUM
015100          ORDER BY R_CUST_PART_NUM
015200     END-EXEC.
015300*    EACH DENIED CLAIM COUNTED ONCE, UNDER THE CATEGORY OF ITS
015400*    FIRST (LOWEST) POSTED EXCEPTION CODE, AS IN PDDR0040.
015500     EXEC SQL
015600         DECLARE R0071D CURSOR FOR
015700         SELECT NVL(G.C_CTGRY_CD, ' '),
015800                NVL(MAX(G.C_CTGRY_DESC), 'NOT CATEGORIZED'),
015900                SUM(CASE WHEN D.C_HDR_SVC_FST_DT
016000                              >= :WH-0071-CUR-BEG-DT
016100                          AND D.C_HDR_SVC_FST_DT
016200                              <= :WH-0071-CUR-END-DT
016300                         THEN 1 ELSE 0 END),
016400                SUM(CASE WHEN D.C_HDR_SVC_FST_DT
016500                              >= :WH-0071-PM-BEG-DT
016600                          AND D.C_HDR_SVC_FST_DT
016700                              <= :WH-0071-PM-END-DT
016800                         THEN 1 ELSE 0 END),
016900                SUM(CASE WHEN D.C_HDR_SVC_FST_DT
017000                              >= :WH-0071-LY-BEG-DT
017100                          AND D.C_HDR_SVC_FST_DT
017200                              <= :WH-0071-LY-END-DT
017300                         THEN 1 ELSE 0 END)
017400           FROM C_LI_DRUG_TB D
017500                LEFT OUTER JOIN C_LI_EXC_TB E
017600                  ON E.C_TCN_NUM = D.C_TCN_NUM
017700                 AND E.R_CLM_EXC_CD =
017800                     (SELECT MIN(E2.R_CLM_EXC_CD)
017900                        FROM C_LI_EXC_TB E2
018000                       WHERE E2.C_TCN_NUM = D.C_TCN_NUM)
018100                LEFT OUTER JOIN C_EXC_CTGRY_TB G
018200                  ON G.R_CLM_EXC_CD = E.R_CLM_EXC_CD
018300          WHERE D.R_CUST_PART_NUM = :WH-0071-CUST-PART-NUM
018400            AND D.C_HDR_STAT_CD   = 'D'
018500            AND ((D.C_HDR_SVC_FST_DT >= :WH-0071-CUR-BEG-DT
018600              AND D.C_HDR_SVC_FST_DT <= :WH-0071-CUR-END-DT)
018700              OR (D.C_HDR_SVC_FST_DT >= :WH-0071-PM-BEG-DT
018800              AND D.C_HDR_SVC_FST_DT <= :WH-0071-PM-END-DT)
018900              OR (D.C_HDR_SVC_FST_DT >= :WH-0071-LY-BEG-DT
019000              AND D.C_HDR_SVC_FST_DT <= :WH-0071-LY-END-DT))
019100          GROUP BY G.C_CTGRY_CD
019200          ORDER BY 1
019300     END-EXEC.
019400     EXEC SQL
019500         DECLARE R0071R CURSOR FOR
019600         SELECT A.R_DRUG_CD,
019700                NVL(MAX(D.R_DRUG_LBL_NAM), ' '),
019800                COUNT(*),
019900                NVL(SUM(A.C_TOT_REIMB_AMT), 0)
020000           FROM C_LI_DRUG_TB A
020100                LEFT OUTER JOIN R_DRUG_MSTR_TB D
020200                  ON D.R_DRUG_NDC_NUM = A.R_DRUG_CD
020300          WHERE A.R_CUST_PART_NUM  = :WH-0071-CUST-PART-NUM
020400            AND A.C_HDR_STAT_CD    = 'P'
020500            AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
020600            AND A.C_HDR_SVC_FST_DT >= :WH-0071-CUR-BEG-DT
020700            AND A.C_HDR_SVC_FST_DT <= :WH-0071-CUR-END-DT
020800          GROUP BY A.R_DRUG_CD
020900          ORDER BY 4 DESC, 1
021000     END-EXEC.
021100     EXEC SQL
021200         DECLARE R0071P CURSOR FOR
021300         SELECT A.C_PRSC_ID,
021400                COALESCE(
021500                  (SELECT MAX(NULLIF(M.C_PRSC_SPCLTY_CD, '   '))
021600                     FROM C_PRSC_MSTR_TB M
021700                    WHERE M.C_PRSC_ID = A.C_PRSC_ID), 'UNK'),
021800                COUNT(*),
021900                COUNT(DISTINCT A.B_SYS_ID),
022000                NVL(SUM(A.C_TOT_REIMB_AMT), 0)
022100           FROM C_LI_DRUG_TB A
022200          WHERE A.R_CUST_PART_NUM  = :WH-0071-CUST-PART-NUM
022300            AND A.C_HDR_STAT_CD    = 'P'
022400            AND NVL(A.C_HDR_TXN_TY_CD, ' ') <> 'C'
022500            AND A.C_HDR_SVC_FST_DT >= :WH-0071-CUR-BEG-DT
022600            AND A.C_HDR_SVC_FST_DT <= :WH-0071-CUR-END-DT
022700          GROUP BY A.C_PRSC_ID
022800          ORDER BY 5 DESC, 1
022900     END-EXEC.
023000 01  WH-0071-RUN-DT.
023100     05  WH-0071-RUN-DT-YYYYMMDD     PIC X(00008).
023200*****************************************************************
023300*  REPORT LINE LAYOUTS                                         *
023400*****************************************************************
023500 01  RL-0071-HDG1.
023600     05  FILLER                      PIC X(00001) VALUE SPACE.
023700     05  FILLER                      PIC X(00050) VALUE
023800         'PDDR0071 - PLAN SPONSOR UTILIZATION REPORT PACK'.
023900     05  FILLER                      PIC X(00009)
024000                                     VALUE 'RUN DATE '.
024100     05  RL-0071-H1-RUN-DT           PIC X(00010).
024200 01  RL-0071-HDG2.
024300     05  FILLER                      PIC X(00001) VALUE SPACE.
024400     05  FILLER                      PIC X(00009)
024500                                     VALUE 'CUSTOMER '.
024600     05  RL-0071-H2-CUST-ID          PIC X(00006).
024700     05  FILLER                      PIC X(00007)
024800                                     VALUE '  PART '.
024900     05  RL-0071-H2-PART             PIC ZZZ9.
025000     05  FILLER                      PIC X(00010)
025100                                     VALUE '   MONTH  '.
025200     05  RL-0071-H2-BEG              PIC X(00010).
025300     05  FILLER                      PIC X(00004) VALUE ' TO '.
025400     05  RL-0071-H2-END              PIC X(00010).
025500 01  RL-0071-SECT-HDG.
025600     05  FILLER                      PIC X(00001) VALUE SPACE.
025700     05  RL-0071-SECT-TX             PIC X(00060).
025800*    MEASURE COLUMNS - ONE AREA PER MONTH; THE TREND COLUMN OF
025900*    THE REPORT MONTH STAYS BLANK.
026000 01  RL-0071-SUM-HDG.
026100     05  FILLER                      PIC X(00001) VALUE SPACE.
026200     05  RL-0071-SH-LABEL            PIC X(00030).
026300     05  RL-0071-SH-AREA             OCCURS 3 TIMES.
026400         10  FILLER                  PIC X(00002).
026500         10  RL-0071-SH-PER          PIC X(00015) JUSTIFIED RIGHT.
026600         10  FILLER                  PIC X(00001).
026700         10  RL-0071-SH-CHG          PIC X(00008) JUSTIFIED RIGHT.
026800 01  RL-0071-SUM-LINE.
026900     05  FILLER                      PIC X(00001) VALUE SPACE.
027000     05  RL-0071-S-LABEL             PIC X(00030).
027100     05  RL-0071-S-AREA              OCCURS 3 TIMES.
027200         10  FILLER                  PIC X(00002).
027300         10  RL-0071-S-VAL           PIC X(00015).
027400         10  RL-0071-S-VAL-N REDEFINES RL-0071-S-VAL
027500                                     PIC ZZZ,ZZZ,ZZZ,ZZ9.
027600         10  RL-0071-S-VAL-A REDEFINES RL-0071-S-VAL
027700                                     PIC ZZZZ,ZZZ,ZZ9.99.
027800         10  FILLER                  PIC X(00001).
027900         10  RL-0071-S-CHG-X         PIC X(00008).
028000         10  RL-0071-S-CHG REDEFINES RL-0071-S-CHG-X
028100                                     PIC -ZZZZ9.9.
028200 01  RL-0071-DNL-HDG.
028300     05  FILLER                      PIC X(00001) VALUE SPACE.
028400     05  FILLER                      PIC X(00024)
028500                                     VALUE 'CATEGORY'.
028600     05  RL-0071-DH-AREA             OCCURS 3 TIMES.
028700         10  FILLER                  PIC X(00004).
028800         10  RL-0071-DH-PER          PIC X(00019) JUSTIFIED RIGHT.
028900 01  RL-0071-DNL-LINE.
029000     05  FILLER                      PIC X(00001) VALUE SPACE.
029100     05  RL-0071-D-CTGRY             PIC X(00001).
029200     05  FILLER                      PIC X(00002) VALUE SPACES.
029300     05  RL-0071-D-DESC              PIC X(00021).
029400     05  RL-0071-D-AREA              OCCURS 3 TIMES.
029500         10  FILLER                  PIC X(00004).
029600         10  RL-0071-D-CNT           PIC ZZZ,ZZZ,ZZ9.
029700         10  FILLER                  PIC X(00002).
029800         10  RL-0071-D-PCT           PIC ZZ9.99.
029900 01  RL-0071-DRUG-HDG.
030000     05  FILLER                      PIC X(00001) VALUE SPACE.
030100     05  FILLER                      PIC X(00047) VALUE
030200         'RANK  NDC          LABEL NAME                  '.
030300     05  FILLER                      PIC X(00043) VALUE
030400         '         CLAIMS       PAID DOLLARS  % PAID'.
030500 01  RL-0071-DRUG-LINE.
030600     05  FILLER                      PIC X(00001) VALUE SPACE.
030700     05  RL-0071-R-RANK              PIC ZZ9.
030800     05  FILLER                      PIC X(00003) VALUE SPACES.
030900     05  RL-0071-R-NDC               PIC 9(00011).
031000     05  FILLER                      PIC X(00002) VALUE SPACES.
031100     05  RL-0071-R-LBL               PIC X(00030).
031200     05  FILLER                      PIC X(00002) VALUE SPACES.
031300     05  RL-0071-R-CNT               PIC ZZZ,ZZZ,ZZ9.
031400     05  FILLER                      PIC X(00002) VALUE SPACES.
031500     05  RL-0071-R-AMT               PIC ZZZZ,ZZZ,ZZ9.99.
031600     05  FILLER                      PIC X(00002) VALUE SPACES.
031700     05  RL-0071-R-PCT               PIC ZZ9.99.
031800 01  RL-0071-PRSC-HDG.
031900     05  FILLER                      PIC X(00001) VALUE SPACE.
032000     05  FILLER                      PIC X(00047) VALUE
032100         'RANK  PRESCRIBER       SPECIALTY               '.
032200     05  FILLER                      PIC X(00057) VALUE
032300         '    CLAIMS     MEMBERS       PAID DOLLARS  % PAID'.
032400 01  RL-0071-PRSC-LINE.
032500     05  FILLER                      PIC X(00001) VALUE SPACE.
032600     05  RL-0071-P-RANK              PIC ZZ9.
032700     05  FILLER                      PIC X(00003) VALUE SPACES.
032800     05  RL-0071-P-PRSC-ID           PIC X(00015).
032900     05  FILLER                      PIC X(00002) VALUE SPACES.
033000     05  RL-0071-P-SPCLTY            PIC X(00003).
033100     05  FILLER                      PIC X(00020) VALUE SPACES.
033200     05  RL-0071-P-CNT               PIC ZZZ,ZZ9.
033300     05  FILLER                      PIC X(00002) VALUE SPACES.
033400     05  RL-0071-P-MBRS              PIC ZZZ,ZZ9.
033500     05  FILLER                      PIC X(00004) VALUE SPACES.
033600     05  RL-0071-P-AMT               PIC ZZZZ,ZZZ,ZZ9.99.
033700     05  FILLER                      PIC X(00002) VALUE SPACES.
033800     05  RL-0071-P-PCT               PIC ZZ9.99.
033900 01  RL-0071-NONE-LINE.
034000     05  FILLER                      PIC X(00001) VALUE SPACE.
034100     05  FILLER                      PIC X(00040)
034200               VALUE '      NONE IN THE MONTH'.
034300 01  RL-0071-COUNT-LINE.
034400     05  FILLER                      PIC X(00001) VALUE SPACE.
034500     05  RL-0071-C-LABEL             PIC X(00040).
034600     05  RL-0071-C-CNT               PIC ZZZ,ZZZ,ZZ9.
034700*****************************************************************
034800*  PROCEDURE DIVISION                                          *
034900*****************************************************************
035000 PROCEDURE DIVISION.
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE
035300         THRU 1000-INITIALIZE-EXIT.
035400     PERFORM 2000-ONE-CUSTOMER
035500         THRU 2000-ONE-CUSTOMER-EXIT
035600         UNTIL WR-0071-EOF.
035700     PERFORM 8000-FINALIZE
035800         THRU 8000-FINALIZE-EXIT.
035900     GOBACK.
036000*****************************************************************
036100*    1000-INITIALIZE - REPORT MONTH AND ITS TWO TREND MONTHS,   *
036200*    COLUMN HEADINGS, OPEN THE CUSTOMER CURSOR                  *
036300*****************************************************************
036400 1000-INITIALIZE.
036411     MOVE 'PDDR0071'             TO WK-9004-PGM-ID.
036422     MOVE SPACES                 TO WK-9004-OVRD-DT.
036433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
036444     IF WK-9004-NO-BUS-DT
036455         DISPLAY 'PDDR0071 - NO BUSINESS PROCESSING DATE'
036466         MOVE 16 TO RETURN-CODE
036477         GOBACK
036488     END-IF.
036500     OPEN INPUT  UTILPARM-FILE.
036600     OPEN OUTPUT RPT0071-FILE.
036700     READ UTILPARM-FILE
036800         AT END
037050             MOVE SPACES TO UP-PARM-REC
037300     END-READ.
037328*    NO MONTH CARD - RUN THE PREVIOUS CALENDAR MONTH.
037356     IF UP-MO-BEG-DT = SPACES
037384         MOVE WK-9004-PRV-MO-BEG-DT TO UP-MO-BEG-DT
037412         MOVE WK-9004-PRV-MO-END-DT TO UP-MO-END-DT
037440     END-IF.
037468     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0071-RUN-DT-YYYYMMDD.
037500     MOVE SPACES                    TO RL-0071-H1-RUN-DT.
037600     STRING WH-0071-RUN-DT-YYYYMMDD (1:4) '-'
037700            WH-0071-RUN-DT-YYYYMMDD (5:2) '-'
037800            WH-0071-RUN-DT-YYYYMMDD (7:2)
037900         DELIMITED BY SIZE INTO RL-0071-H1-RUN-DT.
038000     MOVE UP-MO-BEG-DT              TO WH-0071-CUR-BEG-DT
038100                                       RL-0071-H2-BEG.
038200     MOVE UP-MO-END-DT              TO WH-0071-CUR-END-DT
038300                                       RL-0071-H2-END.
038400     EXEC SQL
038500         SELECT TO_CHAR(ADD_MONTHS(
038600                  TO_DATE(:WH-0071-CUR-BEG-DT,'YYYY-MM-DD'),
038700                  -1), 'YYYY-MM-DD'),
038800                TO_CHAR(LAST_DAY(ADD_MONTHS(
038900                  TO_DATE(:WH-0071-CUR-BEG-DT,'YYYY-MM-DD'),
039000                  -1)), 'YYYY-MM-DD'),
039100                TO_CHAR(ADD_MONTHS(
039200                  TO_DATE(:WH-0071-CUR-BEG-DT,'YYYY-MM-DD'),
039300                  -12), 'YYYY-MM-DD'),
039400                TO_CHAR(LAST_DAY(ADD_MONTHS(
039500                  TO_DATE(:WH-0071-CUR-BEG-DT,'YYYY-MM-DD'),
039600                  -12)), 'YYYY-MM-DD')
039700           INTO :WH-0071-PM-BEG-DT, :WH-0071-PM-END-DT,
039800                :WH-0071-LY-BEG-DT, :WH-0071-LY-END-DT
039900           FROM DUAL
040000     END-EXEC.
040100     IF SQLCODE NOT = 0
040200         GO TO 9999-SQL-ERROR
040300     END-IF.
040400     MOVE WH-0071-CUR-BEG-DT        TO WR-0071-PER-BEG-DT (1).
040500     MOVE WH-0071-CUR-END-DT        TO WR-0071-PER-END-DT (1).
040600     MOVE WH-0071-PM-BEG-DT         TO WR-0071-PER-BEG-DT (2).
040700     MOVE WH-0071-PM-END-DT         TO WR-0071-PER-END-DT (2).
040800     MOVE WH-0071-LY-BEG-DT         TO WR-0071-PER-BEG-DT (3).
040900     MOVE WH-0071-LY-END-DT         TO WR-0071-PER-END-DT (3).
041000     MOVE SPACES                    TO RL-0071-SUM-HDG
041100                                       RL-0071-DNL-HDG.
041200     MOVE 'MEASURE'                 TO RL-0071-SH-LABEL.
041300     MOVE 'REPORT MONTH'            TO RL-0071-SH-PER (1).
041400     MOVE 'PRIOR MONTH'             TO RL-0071-SH-PER (2).
041500     MOVE 'LAST YEAR'               TO RL-0071-SH-PER (3).
041600     MOVE 'CHANGE'                  TO RL-0071-SH-CHG (2)
041700                                       RL-0071-SH-CHG (3).
041800     MOVE 'DENIED   RATE %'         TO RL-0071-DH-PER (1)
041900                                       RL-0071-DH-PER (2)
042000                                       RL-0071-DH-PER (3).
042100     EXEC SQL
042200         OPEN R0071C
042300     END-EXEC.
042400     IF SQLCODE NOT = 0
042500         GO TO 9999-SQL-ERROR
042600     END-IF.
042700 1000-INITIALIZE-EXIT.
042800     EXIT.
042900*****************************************************************
043000*    2000-ONE-CUSTOMER - MEASURES FOR THE THREE MONTHS, THEN    *
043100*    THE PACK UNLESS THE CUSTOMER WAS IDLE IN THE REPORT MONTH  *
043200*****************************************************************
043300 2000-ONE-CUSTOMER.
043400     EXEC SQL
043500         FETCH R0071C
043600         INTO :WH-0071-CUST-PART-NUM,
043700              :WH-0071-CUST-ID
043800     END-EXEC.
043900     EVALUATE SQLCODE
044000       WHEN 0
044100         CONTINUE
044200       WHEN 100
044300         SET WR-0071-EOF TO TRUE
044400         GO TO 2000-ONE-CUSTOMER-EXIT
044500       WHEN OTHER
044600         GO TO 9999-SQL-ERROR
044700     END-EVALUATE.
044800     ADD 1                          TO WR-0071-CUST-CNT.
044900     PERFORM 3000-PERIOD-MEASURES
045000         THRU 3000-PERIOD-MEASURES-EXIT
045100         VARYING WR-0071-PER-SUB FROM 1 BY 1
045200         UNTIL WR-0071-PER-SUB > 3.
045300     IF WR-0071-VAL (1, 1) = ZERO
045400        AND WR-0071-VAL (1, 3) = ZERO
045500        AND WR-0071-VAL (1, 6) = ZERO
045600         ADD 1                      TO WR-0071-IDLE-CNT
045700         GO TO 2000-ONE-CUSTOMER-EXIT
045800     END-IF.
045900     ADD 1                          TO WR-0071-PACK-CNT.
046000     MOVE WH-0071-CUST-ID           TO RL-0071-H2-CUST-ID.
046100     MOVE WH-0071-CUST-PART-NUM     TO RL-0071-H2-PART.
046200     WRITE RPT0071-REC FROM RL-0071-HDG1
046300         BEFORE ADVANCING TO-NEW-PAGE.
046400     WRITE RPT0071-REC FROM RL-0071-HDG2
046500         AFTER ADVANCING 1 LINE.
046600     PERFORM 4000-SUMMARY-SECTION
046700         THRU 4000-SUMMARY-SECTION-EXIT.
046800     PERFORM 5000-DENIAL-SECTION
046900         THRU 5000-DENIAL-SECTION-EXIT.
047000     PERFORM 6000-TOP-DRUGS
047100         THRU 6000-TOP-DRUGS-EXIT.
047200     PERFORM 7000-TOP-PRESCRIBERS
047300         THRU 7000-TOP-PRESCRIBERS-EXIT.
047400 2000-ONE-CUSTOMER-EXIT.
047500     EXIT.
047600*****************************************************************
047700*    3000-PERIOD-MEASURES - PAID, GENERIC AND DENIED CLAIMS AND *
047800*    MEMBER MONTHS FOR ONE MONTH, THEN THE DERIVED RATES        *
047900*****************************************************************
048000 3000-PERIOD-MEASURES.
048100     MOVE WR-0071-PER-BEG-DT (WR-0071-PER-SUB)
048200                                    TO WH-0071-BEG-DT.
048300     MOVE WR-0071-PER-END-DT (WR-0071-PER-SUB)
048400                                    TO WH-0071-END-DT.
048500     EXEC SQL
048600         SELECT NVL(SUM(CASE WHEN A.C_HDR_STAT_CD = 'P'
048700                              AND NVL(A.C_HDR_TXN_TY_CD, ' ')
048800                                  <> 'C'
048900                             THEN 1 ELSE 0 END), 0),
049000                NVL(SUM(CASE WHEN A.C_HDR_STAT_CD = 'P'
049100                              AND NVL(A.C_HDR_TXN_TY_CD, ' ')
049200                                  <> 'C'
049300                             THEN A.C_TOT_REIMB_AMT
049400                             ELSE 0 END), 0),
049500                NVL(SUM(CASE WHEN A.C_HDR_STAT_CD = 'P'
049600                              AND NVL(A.C_HDR_TXN_TY_CD, ' ')
049700                                  <> 'C'
049800                              AND D.R_DRUG_BRAND_IND = 'G'
049900                             THEN 1 ELSE 0 END), 0),
050000                NVL(SUM(DECODE(A.C_HDR_STAT_CD, 'D', 1, 0)), 0)
050100           INTO :WH-0071-CLM-CNT, :WH-0071-PAID-AMT,
050200                :WH-0071-GNRC-CNT, :WH-0071-DENY-CNT
050300           FROM C_LI_DRUG_TB A
050400                LEFT OUTER JOIN R_DRUG_MSTR_TB D
050500                  ON D.R_DRUG_NDC_NUM = A.R_DRUG_CD
050600          WHERE A.R_CUST_PART_NUM  = :WH-0071-CUST-PART-NUM
050700            AND A.C_HDR_SVC_FST_DT >= :WH-0071-BEG-DT
050800            AND A.C_HDR_SVC_FST_DT <= :WH-0071-END-DT
050900     END-EXEC.
051000     IF SQLCODE NOT = 0
051100         GO TO 9999-SQL-ERROR
051200     END-IF.
051300     EXEC SQL
051400         SELECT COUNT(DISTINCT B_SYS_ID)
051500           INTO :WH-0071-MBR-CNT
051600           FROM R_MBR_ELIG_TB
051700          WHERE R_CUST_PART_NUM = :WH-0071-CUST-PART-NUM
051800            AND B_ELIG_BEG_DT  <= :WH-0071-END-DT
051900            AND B_ELIG_END_DT  >= :WH-0071-BEG-DT
052000     END-EXEC.
052100     IF SQLCODE NOT = 0
052200         GO TO 9999-SQL-ERROR
052300     END-IF.
052400     MOVE WH-0071-CLM-CNT   TO WR-0071-VAL (WR-0071-PER-SUB, 1).
052500     MOVE WH-0071-PAID-AMT  TO WR-0071-VAL (WR-0071-PER-SUB, 2).
052600     MOVE WH-0071-MBR-CNT   TO WR-0071-VAL (WR-0071-PER-SUB, 3).
052700     MOVE ZERO              TO WR-0071-VAL (WR-0071-PER-SUB, 4)
052800                               WR-0071-VAL (WR-0071-PER-SUB, 5)
052900                               WR-0071-VAL (WR-0071-PER-SUB, 7).
053000     MOVE WH-0071-DENY-CNT  TO WR-0071-VAL (WR-0071-PER-SUB, 6).
053100     IF WH-0071-MBR-CNT > ZERO
053200         COMPUTE WR-0071-VAL (WR-0071-PER-SUB, 4) ROUNDED =
053300                 WH-0071-PAID-AMT / WH-0071-MBR-CNT
053400     END-IF.
053500     IF WH-0071-CLM-CNT > ZERO
053600         COMPUTE WR-0071-VAL (WR-0071-PER-SUB, 5) ROUNDED =
053700                 WH-0071-GNRC-CNT * 100 / WH-0071-CLM-CNT
053800     END-IF.
053900     IF WH-0071-CLM-CNT + WH-0071-DENY-CNT > ZERO
054000         COMPUTE WR-0071-VAL (WR-0071-PER-SUB, 7) ROUNDED =
054100                 WH-0071-DENY-CNT * 100
054200               / (WH-0071-CLM-CNT + WH-0071-DENY-CNT)
054300     END-IF.
054400 3000-PERIOD-MEASURES-EXIT.
054500     EXIT.
054600*****************************************************************
054700*    4000-SUMMARY-SECTION - ONE LINE PER MEASURE WITH ITS TREND *
054800*****************************************************************
054900 4000-SUMMARY-SECTION.
055000     MOVE 'UTILIZATION SUMMARY'     TO RL-0071-SECT-TX.
055100     WRITE RPT0071-REC FROM RL-0071-SECT-HDG
055200         AFTER ADVANCING 2 LINES.
055300     WRITE RPT0071-REC FROM RL-0071-SUM-HDG
055400         AFTER ADVANCING 1 LINE.
055500     PERFORM 4100-MEASURE-LINE
055600         THRU 4100-MEASURE-LINE-EXIT
055700         VARYING WR-0071-ROW-SUB FROM 1 BY 1
055800         UNTIL WR-0071-ROW-SUB > 7.
055900 4000-SUMMARY-SECTION-EXIT.
056000     EXIT.
056100 4100-MEASURE-LINE.
056200     MOVE SPACES                    TO RL-0071-SUM-LINE.
056300     MOVE WR-0071-ROW-LABEL (WR-0071-ROW-SUB)
056400                                    TO RL-0071-S-LABEL.
056500     PERFORM 4200-MEASURE-VALUE
056600         THRU 4200-MEASURE-VALUE-EXIT
056700         VARYING WR-0071-PER-SUB FROM 1 BY 1
056800         UNTIL WR-0071-PER-SUB > 3.
056900     WRITE RPT0071-REC FROM RL-0071-SUM-LINE
057000         AFTER ADVANCING 1 LINE.
057100 4100-MEASURE-LINE-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    4200-MEASURE-VALUE - ONE MONTH'S VALUE AND, FOR THE TWO    *
057500*    TREND MONTHS, THE REPORT MONTH'S CHANGE FROM IT - PERCENT  *
057600*    CHANGE FOR COUNTS AND DOLLARS, POINTS FOR RATES            *
057700*****************************************************************
057800 4200-MEASURE-VALUE.
057900     IF WR-0071-ROW-COUNT (WR-0071-ROW-SUB)
058000         MOVE WR-0071-VAL (WR-0071-PER-SUB, WR-0071-ROW-SUB)
058100                         TO RL-0071-S-VAL-N (WR-0071-PER-SUB)
058200     ELSE
058300         MOVE WR-0071-VAL (WR-0071-PER-SUB, WR-0071-ROW-SUB)
058400                         TO RL-0071-S-VAL-A (WR-0071-PER-SUB)
058500     END-IF.
058600     IF WR-0071-PER-SUB = 1
058700         GO TO 4200-MEASURE-VALUE-EXIT
058800     END-IF.
058900     IF WR-0071-ROW-RATE (WR-0071-ROW-SUB)
059000         COMPUTE WR-0071-CHG ROUNDED =
059100                 WR-0071-VAL (1, WR-0071-ROW-SUB)
059200               - WR-0071-VAL (WR-0071-PER-SUB, WR-0071-ROW-SUB)
059300         MOVE WR-0071-CHG   TO RL-0071-S-CHG (WR-0071-PER-SUB)
059400         GO TO 4200-MEASURE-VALUE-EXIT
059500     END-IF.
059600     IF WR-0071-VAL (WR-0071-PER-SUB, WR-0071-ROW-SUB) = ZERO
059700         MOVE '     N/A'     TO RL-0071-S-CHG-X (WR-0071-PER-SUB)
059800         GO TO 4200-MEASURE-VALUE-EXIT
059900     END-IF.
060000     COMPUTE WR-0071-CHG ROUNDED =
060100             (WR-0071-VAL (1, WR-0071-ROW-SUB)
060200            - WR-0071-VAL (WR-0071-PER-SUB, WR-0071-ROW-SUB))
060300           * 100
060400           / WR-0071-VAL (WR-0071-PER-SUB, WR-0071-ROW-SUB)
060500         ON SIZE ERROR
060600             MOVE '  ******' TO RL-0071-S-CHG-X (WR-0071-PER-SUB)
060700             GO TO 4200-MEASURE-VALUE-EXIT
060800     END-COMPUTE.
060900     MOVE WR-0071-CHG       TO RL-0071-S-CHG (WR-0071-PER-SUB).
061000 4200-MEASURE-VALUE-EXIT.
061100     EXIT.
061200*****************************************************************
061300*    5000-DENIAL-SECTION - DENIALS BY EXCEPTION CATEGORY, AS A  *
061400*    PERCENT OF ALL CLAIMS ADJUDICATED IN EACH MONTH            *
061500*****************************************************************
061600 5000-DENIAL-SECTION.
061700     MOVE 'DENIAL RATE BY EXCEPTION CATEGORY'
061800                                    TO RL-0071-SECT-TX.
061900     WRITE RPT0071-REC FROM RL-0071-SECT-HDG
062000         AFTER ADVANCING 3 LINES.
062100     WRITE RPT0071-REC FROM RL-0071-DNL-HDG
062200         AFTER ADVANCING 1 LINE.
062300     EXEC SQL
062400         OPEN R0071D
062500     END-EXEC.
062600     IF SQLCODE NOT = 0
062700         GO TO 9999-SQL-ERROR
062800     END-IF.
062900     MOVE 'N'                       TO WR-0071-TOP-EOF-SW.
063000     MOVE ZERO                      TO WR-0071-RANK.
063100     PERFORM 5100-ONE-CATEGORY
063200         THRU 5100-ONE-CATEGORY-EXIT
063300         UNTIL WR-0071-TOP-EOF.
063400     EXEC SQL
063500         CLOSE R0071D
063600     END-EXEC.
063700     IF WR-0071-RANK = ZERO
063800         WRITE RPT0071-REC FROM RL-0071-NONE-LINE
063900             AFTER ADVANCING 1 LINE
064000     END-IF.
064100 5000-DENIAL-SECTION-EXIT.
064200     EXIT.
064300 5100-ONE-CATEGORY.
064400     EXEC SQL
064500         FETCH R0071D
064600         INTO :CLEXCCTB-C-CTGRY-CD,
064700              :CLEXCCTB-C-CTGRY-DESC,
064800              :WH-0071-DENY-CUR,
064900              :WH-0071-DENY-PM,
065000              :WH-0071-DENY-LY
065100     END-EXEC.
065200     EVALUATE SQLCODE
065300       WHEN 0
065400         CONTINUE
065500       WHEN 100
065600         SET WR-0071-TOP-EOF TO TRUE
065700         GO TO 5100-ONE-CATEGORY-EXIT
065800       WHEN OTHER
065900         GO TO 9999-SQL-ERROR
066000     END-EVALUATE.
066100     ADD 1                          TO WR-0071-RANK.
066200     MOVE SPACES                    TO RL-0071-DNL-LINE.
066300     MOVE CLEXCCTB-C-CTGRY-CD       TO RL-0071-D-CTGRY.
066400     MOVE CLEXCCTB-C-CTGRY-DESC     TO RL-0071-D-DESC.
066500     MOVE WH-0071-DENY-CUR          TO RL-0071-D-CNT (1).
066600     MOVE WH-0071-DENY-PM           TO RL-0071-D-CNT (2).
066700     MOVE WH-0071-DENY-LY           TO RL-0071-D-CNT (3).
066800     MOVE 1                         TO WR-0071-PER-SUB.
066900     MOVE WH-0071-DENY-CUR          TO WH-0071-DENY-CNT.
067000     PERFORM 5200-CATEGORY-RATE
067100         THRU 5200-CATEGORY-RATE-EXIT.
067200     MOVE 2                         TO WR-0071-PER-SUB.
067300     MOVE WH-0071-DENY-PM           TO WH-0071-DENY-CNT.
067400     PERFORM 5200-CATEGORY-RATE
067500         THRU 5200-CATEGORY-RATE-EXIT.
067600     MOVE 3                         TO WR-0071-PER-SUB.
067700     MOVE WH-0071-DENY-LY           TO WH-0071-DENY-CNT.
067800     PERFORM 5200-CATEGORY-RATE
067900         THRU 5200-CATEGORY-RATE-EXIT.
068000     WRITE RPT0071-REC FROM RL-0071-DNL-LINE
068100         AFTER ADVANCING 1 LINE.
068200 5100-ONE-CATEGORY-EXIT.
068300     EXIT.
068400 5200-CATEGORY-RATE.
068500     COMPUTE WR-0071-ADJ-CNT =
068600             WR-0071-VAL (WR-0071-PER-SUB, 1)
068700           + WR-0071-VAL (WR-0071-PER-SUB, 6).
068800     MOVE ZERO               TO RL-0071-D-PCT (WR-0071-PER-SUB).
068900     IF WR-0071-ADJ-CNT > ZERO
069000         COMPUTE RL-0071-D-PCT (WR-0071-PER-SUB) ROUNDED =
069100                 WH-0071-DENY-CNT * 100 / WR-0071-ADJ-CNT
069200     END-IF.
069300 5200-CATEGORY-RATE-EXIT.
069400     EXIT.
069500*****************************************************************
069600*    6000-TOP-DRUGS - THE 25 NDCS WITH THE MOST PAID DOLLARS    *
069700*****************************************************************
069800 6000-TOP-DRUGS.
069900     MOVE 'TOP 25 DRUGS BY PAID DOLLARS'
070000                                    TO RL-0071-SECT-TX.
070100     WRITE RPT0071-REC FROM RL-0071-SECT-HDG
070200         AFTER ADVANCING 3 LINES.
070300     WRITE RPT0071-REC FROM RL-0071-DRUG-HDG
070400         AFTER ADVANCING 1 LINE.
070500     EXEC SQL
070600         OPEN R0071R
070700     END-EXEC.
070800     IF SQLCODE NOT = 0
070900         GO TO 9999-SQL-ERROR
071000     END-IF.
071100     MOVE 'N'                       TO WR-0071-TOP-EOF-SW.
071200     PERFORM 6100-ONE-DRUG
071300         THRU 6100-ONE-DRUG-EXIT
071400         VARYING WR-0071-RANK FROM 1 BY 1
071500         UNTIL WR-0071-RANK > WR-0071-TOP-LIMIT
071600            OR WR-0071-TOP-EOF.
071700     EXEC SQL
071800         CLOSE R0071R
071900     END-EXEC.
072000     IF WR-0071-RANK = 2
072100        AND WR-0071-TOP-EOF
072200         WRITE RPT0071-REC FROM RL-0071-NONE-LINE
072300             AFTER ADVANCING 1 LINE
072400     END-IF.
072500 6000-TOP-DRUGS-EXIT.
072600     EXIT.
072700 6100-ONE-DRUG.
072800     EXEC SQL
072900         FETCH R0071R
073000         INTO :WH-0071-NDC-NUM,
073100              :WH-0071-LBL-NAM,
073200              :WH-0071-CLM-CNT,
073300              :WH-0071-PAID-AMT
073400     END-EXEC.
073500     EVALUATE SQLCODE
073600       WHEN 0
073700         CONTINUE
073800       WHEN 100
073900         SET WR-0071-TOP-EOF TO TRUE
074000         GO TO 6100-ONE-DRUG-EXIT
074100       WHEN OTHER
074200         GO TO 9999-SQL-ERROR
074300     END-EVALUATE.
074400     MOVE WR-0071-RANK              TO RL-0071-R-RANK.
074500     MOVE WH-0071-NDC-NUM           TO RL-0071-R-NDC.
074600     MOVE WH-0071-LBL-NAM           TO RL-0071-R-LBL.
074700     MOVE WH-0071-CLM-CNT           TO RL-0071-R-CNT.
074800     MOVE WH-0071-PAID-AMT          TO RL-0071-R-AMT.
074900     MOVE ZERO                      TO RL-0071-R-PCT.
075000     IF WR-0071-VAL (1, 2) > ZERO
075100         COMPUTE RL-0071-R-PCT ROUNDED =
075200                 WH-0071-PAID-AMT * 100 / WR-0071-VAL (1, 2)
075300     END-IF.
075400     WRITE RPT0071-REC FROM RL-0071-DRUG-LINE
075500         AFTER ADVANCING 1 LINE.
075600 6100-ONE-DRUG-EXIT.
075700     EXIT.
075800*****************************************************************
075900*    7000-TOP-PRESCRIBERS - THE 25 PRESCRIBERS WITH THE MOST    *
076000*    PAID DOLLARS                                               *
076100*****************************************************************
076200 7000-TOP-PRESCRIBERS.
076300     MOVE 'TOP 25 PRESCRIBERS BY PAID DOLLARS'
076400                                    TO RL-0071-SECT-TX.
076500     WRITE RPT0071-REC FROM RL-0071-SECT-HDG
076600         AFTER ADVANCING 3 LINES.
076700     WRITE RPT0071-REC FROM RL-0071-PRSC-HDG
076800         AFTER ADVANCING 1 LINE.
076900     EXEC SQL
077000         OPEN R0071P
077100     END-EXEC.
077200     IF SQLCODE NOT = 0
077300         GO TO 9999-SQL-ERROR
077400     END-IF.
077500     MOVE 'N'                       TO WR-0071-TOP-EOF-SW.
077600     PERFORM 7100-ONE-PRESCRIBER
077700         THRU 7100-ONE-PRESCRIBER-EXIT
077800         VARYING WR-0071-RANK FROM 1 BY 1
077900         UNTIL WR-0071-RANK > WR-0071-TOP-LIMIT
078000            OR WR-0071-TOP-EOF.
078100     EXEC SQL
078200         CLOSE R0071P
078300     END-EXEC.
078400     IF WR-0071-RANK = 2
078500        AND WR-0071-TOP-EOF
078600         WRITE RPT0071-REC FROM RL-0071-NONE-LINE
078700             AFTER ADVANCING 1 LINE
078800     END-IF.
078900 7000-TOP-PRESCRIBERS-EXIT.
079000     EXIT.
079100 7100-ONE-PRESCRIBER.
079200     EXEC SQL
079300         FETCH R0071P
079400         INTO :WH-0071-PRSC-ID,
079500              :WH-0071-SPCLTY-CD,
079600              :WH-0071-CLM-CNT,
079700              :WH-0071-MBR-CNT,
079800              :WH-0071-PAID-AMT
079900     END-EXEC.
080000     EVALUATE SQLCODE
080100       WHEN 0
080200         CONTINUE
080300       WHEN 100
080400         SET WR-0071-TOP-EOF TO TRUE
080500         GO TO 7100-ONE-PRESCRIBER-EXIT
080600       WHEN OTHER
080700         GO TO 9999-SQL-ERROR
080800     END-EVALUATE.
080900     MOVE WR-0071-RANK              TO RL-0071-P-RANK.
081000     MOVE WH-0071-PRSC-ID           TO RL-0071-P-PRSC-ID.
081100     MOVE WH-0071-SPCLTY-CD         TO RL-0071-P-SPCLTY.
081200     MOVE WH-0071-CLM-CNT           TO RL-0071-P-CNT.
081300     MOVE WH-0071-MBR-CNT           TO RL-0071-P-MBRS.
081400     MOVE WH-0071-PAID-AMT          TO RL-0071-P-AMT.
081500     MOVE ZERO                      TO RL-0071-P-PCT.
081600     IF WR-0071-VAL (1, 2) > ZERO
081700         COMPUTE RL-0071-P-PCT ROUNDED =
081800                 WH-0071-PAID-AMT * 100 / WR-0071-VAL (1, 2)
081900     END-IF.
082000     WRITE RPT0071-REC FROM RL-0071-PRSC-LINE
082100         AFTER ADVANCING 1 LINE.
082200 7100-ONE-PRESCRIBER-EXIT.
082300     EXIT.
082400*****************************************************************
082500*    8000-FINALIZE - RUN COUNTS                                 *
082600*****************************************************************
082700 8000-FINALIZE.
082800     EXEC SQL
082900         CLOSE R0071C
083000     END-EXEC.
083100     WRITE RPT0071-REC FROM RL-0071-HDG1
083200         BEFORE ADVANCING TO-NEW-PAGE.
083300     MOVE 'CUSTOMERS ON FILE'       TO RL-0071-C-LABEL.
083400     MOVE WR-0071-CUST-CNT          TO RL-0071-C-CNT.
083500     WRITE RPT0071-REC FROM RL-0071-COUNT-LINE
083600         AFTER ADVANCING 2 LINES.
083700     MOVE 'REPORT PACKS PRODUCED'   TO RL-0071-C-LABEL.
083800     MOVE WR-0071-PACK-CNT          TO RL-0071-C-CNT.
083900     WRITE RPT0071-REC FROM RL-0071-COUNT-LINE
084000         AFTER ADVANCING 1 LINE.
084100     MOVE 'NO CLAIMS OR MEMBERS IN THE MONTH'
084200                                    TO RL-0071-C-LABEL.
084300     MOVE WR-0071-IDLE-CNT          TO RL-0071-C-CNT.
084400     WRITE RPT0071-REC FROM RL-0071-COUNT-LINE
084500         AFTER ADVANCING 1 LINE.
084600     CLOSE UTILPARM-FILE RPT0071-FILE.
084700 8000-FINALIZE-EXIT.
084800     EXIT.
084900*****************************************************************
085000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
085100*****************************************************************
085200 9999-SQL-ERROR.
085300     DISPLAY 'PDDR0071 - SQL ERROR ON C_LI_DRUG_TB'.
085400     DISPLAY 'SQLCODE = ' SQLCODE.
085500     MOVE 16 TO RETURN-CODE.
085600     CLOSE UTILPARM-FILE RPT0071-FILE.
085700     GOBACK.
