000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0079.
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
001300*  10/15/26  ACS   NEW PROGRAM.  WEEKLY HELP-DESK CALL-DRIVER  *
001400*                  REPORT FOR THE SEVEN DAYS ENDING ON THE     *
001500*                  BUSINESS DATE.  CONTACTS LOGGED ON W777     *
001600*                  (PDDM7599, C_HD_CNTCT_TB) ABOUT A CLAIM ARE *
001700*                  JOINED TO THE EXCEPTIONS POSTED ON THAT     *
001800*                  CLAIM (C_LI_EXC_TB) AND THEIR               *
001900*                  C_EXC_CTGRY_TB CATEGORY: CONTACTS, MINUTES, *
002000*                  AVERAGE MINUTES AND PHARMACIES CALLING, BY  *
002100*                  EXCEPTION WITHIN CATEGORY, MOST MINUTES     *
002200*                  FIRST, WITH CATEGORY SUBTOTALS.  A CALL     *
002300*                  ABOUT A CLAIM WITH SEVERAL EXCEPTIONS COUNTS *
002400*                  UNDER EACH OF THEM.  CONTACTS WITH NO CLAIM *
002500*                  ARE SHOWN BY REASON CODE, THEN EVERY        *
002600*                  PHARMACY THAT CALLED THREE OR MORE TIMES IN *
002700*                  THE WEEK.                                   *
002800*                                                              *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPT0079-FILE ASSIGN TO RPT0079
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900*****************************************************************
004000*  DATA DIVISION                                                *
004100*****************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPT0079-FILE
004500     RECORDING MODE IS F.
004600 01  RPT0079-REC                     PIC X(00133).
004700*****************************************************************
004800*  WORKING-STORAGE SECTION                                     *
004900*****************************************************************
005000 WORKING-STORAGE SECTION.
005100 77  WR-0079-EOF-SW                  PIC X(00001) VALUE 'N'.
005200     88  WR-0079-EOF                 VALUE 'Y'.
005300 77  WR-0079-FIRST-SW                PIC X(00001) VALUE 'Y'.
005400     88  WR-0079-FIRST-ROW           VALUE 'Y'.
005500 77  WR-0079-CTG-CNT                 PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0079-CTG-MIN                 PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0079-AVG-MIN                 PIC S9(00005)V9(00001)
006000                                     COMP-3 VALUE ZERO.
006100 77  WR-0079-REPEAT-CALLS            PIC S9(00004) COMP
006200                                     VALUE +3.
006300 01  WR-0079-PRV-CTGRY               PIC X(00001).
006400 01  WR-0079-PRV-CTGRY-DESC          PIC X(00020).
006500*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006600     COPY WKC90040.
006700*****************************************************************
006800*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CURSORS             *
006900*****************************************************************
007000     EXEC SQL INCLUDE SQLCA END-EXEC.
007100     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007200     COPY CLHDCNTB.
007300 01  WH-0079-HOST-VARS.
007400     05  WH-0079-WK-BEG-DT           PIC X(00010).
007500     05  WH-0079-WK-END-DT           PIC X(00010).
007600     05  WH-0079-CTGRY-CD            PIC X(00001).
007700     05  WH-0079-CTGRY-DESC          PIC X(00020).
007800     05  WH-0079-EXC-CD              PIC X(00004).
007900     05  WH-0079-CNTCT-CNT           PIC S9(00009) COMP.
008000     05  WH-0079-CNTCT-MIN           PIC S9(00009) COMP.
008100     05  WH-0079-PROV-CNT            PIC S9(00009) COMP.
008200     05  WH-0079-TOT-CNT             PIC S9(00009) COMP.
008300     05  WH-0079-TOT-MIN             PIC S9(00009) COMP.
008400     05  WH-0079-CLM-CNT             PIC S9(00009) COMP.
008500     EXEC SQL END DECLARE SECTION END-EXEC.
008600*    CONTACTS ABOUT A CLAIM, BY EVERY EXCEPTION POSTED ON THE
008700*    CLAIM (ONCE PER EXCEPTION CODE, HOWEVER MANY LINES CARRY
008800*    IT) AND THAT CODE'S CATEGORY.
008900     EXEC SQL
009000         DECLARE R0079DRV CURSOR FOR
009100         SELECT NVL(G.C_CTGRY_CD, ' '),
009200                NVL(MAX(G.C_CTGRY_DESC), ' '),
009300                E.R_CLM_EXC_CD,
009400                COUNT(*),
009500                SUM(C.C_CNTCT_MIN_NUM),
009600                COUNT(DISTINCT C.C_PROV_ID)
009700           FROM C_HD_CNTCT_TB C
009800                JOIN (SELECT DISTINCT X.C_TCN_NUM, X.R_CLM_EXC_CD
009900                        FROM C_LI_EXC_TB X) E
010000                  ON E.C_TCN_NUM = C.C_TCN_NUM
010100                LEFT OUTER JOIN C_EXC_CTGRY_TB G
010200                  ON G.R_CLM_EXC_CD = E.R_CLM_EXC_CD
010300          WHERE C.C_TCN_NUM <> ' '
010400            AND SUBSTR(C.C_CNTCT_BEG_TS, 1, 10)
010500                    >= :WH-0079-WK-BEG-DT
010600            AND SUBSTR(C.C_CNTCT_BEG_TS, 1, 10)
010700                    <= :WH-0079-WK-END-DT
010800          GROUP BY G.C_CTGRY_CD, E.R_CLM_EXC_CD
010900          ORDER BY 1, 5 DESC, 3
011000     END-EXEC.
011100*    CONTACTS WITH NO CLAIM, BY REASON CODE.
011200     EXEC SQL
011300         DECLARE R0079RSN CURSOR FOR
011400         SELECT C_CNTCT_RSN_CD,
011500                COUNT(*),
011600                SUM(C_CNTCT_MIN_NUM)
011700           FROM C_HD_CNTCT_TB
011800          WHERE C_TCN_NUM = ' '
011900            AND SUBSTR(C_CNTCT_BEG_TS, 1, 10)
012000                    >= :WH-0079-WK-BEG-DT
012100            AND SUBSTR(C_CNTCT_BEG_TS, 1, 10)
012200                    <= :WH-0079-WK-END-DT
012300          GROUP BY C_CNTCT_RSN_CD
012400          ORDER BY 3 DESC, 1
012500     END-EXEC.
012600*    PHARMACIES CALLING REPEATEDLY IN THE WEEK.
012700     EXEC SQL
012800         DECLARE R0079PHM CURSOR FOR
012900         SELECT C_PROV_ID,
013000                COUNT(*),
013100                SUM(C_CNTCT_MIN_NUM)
013200           FROM C_HD_CNTCT_TB
013300          WHERE C_PROV_ID <> ' '
013400            AND SUBSTR(C_CNTCT_BEG_TS, 1, 10)
013500                    >= :WH-0079-WK-BEG-DT
013600            AND SUBSTR(C_CNTCT_BEG_TS, 1, 10)
013700                    <= :WH-0079-WK-END-DT
013800          GROUP BY C_PROV_ID
013900         HAVING COUNT(*) >= :WR-0079-REPEAT-CALLS
014000          ORDER BY 2 DESC, 1
014100     END-EXEC.
014200*****************************************************************
014300*  REPORT LINE LAYOUTS                                         *
014400*****************************************************************
014500 01  RL-0079-HDG1.
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  FILLER                      PIC X(00044) VALUE
014800         'PDDR0079 - HELP-DESK CALL DRIVERS - WEEK OF'.
014900     05  RL-0079-H-BEG-DT            PIC X(00010).
015000     05  FILLER                      PIC X(00004) VALUE ' TO '.
015100     05  RL-0079-H-END-DT            PIC X(00010).
015200 01  RL-0079-SECTION.
015300     05  FILLER                      PIC X(00001) VALUE SPACE.
015400     05  RL-0079-S-TITLE             PIC X(00060).
015500 01  RL-0079-HDG-DRV.
015600     05  FILLER                      PIC X(00001) VALUE SPACE.
015700     05  FILLER                      PIC X(00040) VALUE
015800         'CTG DESCRIPTION          EXC     CONTACT'.
015900     05  FILLER                      PIC X(00040) VALUE
016000         'S     MINUTES  AVG MIN  PHARMACIES      '.
016100 01  RL-0079-DRV-LINE.
016200     05  FILLER                      PIC X(00001) VALUE SPACE.
016300     05  RL-0079-D-CTG               PIC X(00001).
016400     05  FILLER                      PIC X(00003) VALUE SPACES.
016500     05  RL-0079-D-DESC              PIC X(00020).
016600     05  FILLER                      PIC X(00001) VALUE SPACE.
016700     05  RL-0079-D-EXC               PIC X(00004).
016800     05  FILLER                      PIC X(00001) VALUE SPACE.
016900     05  RL-0079-D-CNT               PIC ZZZ,ZZ9.
017000     05  FILLER                      PIC X(00002) VALUE SPACES.
017100     05  RL-0079-D-MIN               PIC Z,ZZZ,ZZ9.
017200     05  FILLER                      PIC X(00002) VALUE SPACES.
017300     05  RL-0079-D-AVG               PIC ZZ,ZZ9.9.
017400     05  FILLER                      PIC X(00002) VALUE SPACES.
017500     05  RL-0079-D-PROV              PIC ZZZ,ZZ9.
017600 01  RL-0079-HDG-RSN.
017700     05  FILLER                      PIC X(00001) VALUE SPACE.
017800     05  FILLER                      PIC X(00040) VALUE
017900         'REASON                       CONTACTS   '.
018000     05  FILLER                      PIC X(00020) VALUE
018100         '  MINUTES  AVG MIN'.
018200 01  RL-0079-HDG-PHM.
018300     05  FILLER                      PIC X(00001) VALUE SPACE.
018400     05  FILLER                      PIC X(00040) VALUE
018500         'PHARMACY ID                  CONTACTS   '.
018600     05  FILLER                      PIC X(00020) VALUE
018700         '  MINUTES  AVG MIN'.
018800 01  RL-0079-CNT-LINE.
018900     05  FILLER                      PIC X(00001) VALUE SPACE.
019000     05  RL-0079-C-KEY               PIC X(00029).
019100     05  RL-0079-C-CNT               PIC ZZZ,ZZ9.
019200     05  FILLER                      PIC X(00002) VALUE SPACES.
019300     05  RL-0079-C-MIN               PIC Z,ZZZ,ZZ9.
019400     05  FILLER                      PIC X(00002) VALUE SPACES.
019500     05  RL-0079-C-AVG               PIC ZZ,ZZ9.9.
019600*****************************************************************
019700*  PROCEDURE DIVISION                                          *
019800*****************************************************************
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE
020200         THRU 1000-INITIALIZE-EXIT.
020300     PERFORM 2000-ONE-DRIVER
020400         THRU 2000-ONE-DRIVER-EXIT
020500         UNTIL WR-0079-EOF.
020600     IF NOT WR-0079-FIRST-ROW
020700         PERFORM 2500-CATEGORY-TOTAL
020800             THRU 2500-CATEGORY-TOTAL-EXIT
020900     END-IF.
021000     EXEC SQL
021100         CLOSE R0079DRV
021200     END-EXEC.
021300     PERFORM 3000-NO-CLAIM-REASONS
021400         THRU 3000-NO-CLAIM-REASONS-EXIT.
021500     PERFORM 4000-REPEAT-PHARMACIES
021600         THRU 4000-REPEAT-PHARMACIES-EXIT.
021700     PERFORM 8000-FINALIZE
021800         THRU 8000-FINALIZE-EXIT.
021900     GOBACK.
022000*****************************************************************
022100*    1000-INITIALIZE - BUSINESS DATE AND THE WEEK ENDING ON IT, *
022200*    HEADINGS, OPEN THE CALL-DRIVER CURSOR                      *
022300*****************************************************************
022400 1000-INITIALIZE.
022500     MOVE 'PDDR0079'             TO WK-9004-PGM-ID.
022600     MOVE SPACES                 TO WK-9004-OVRD-DT.
022700     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
022800     IF WK-9004-NO-BUS-DT
022900         DISPLAY 'PDDR0079 - NO BUSINESS PROCESSING DATE'
023000         MOVE 16 TO RETURN-CODE
023100         GOBACK
023200     END-IF.
023300     OPEN OUTPUT RPT0079-FILE.
023400     MOVE WK-9004-BUS-DT         TO WH-0079-WK-END-DT.
023500     EXEC SQL
023600         SELECT TO_CHAR(TO_DATE(:WH-0079-WK-END-DT,
023700                                'YYYY-MM-DD') - 6, 'YYYY-MM-DD')
023800           INTO :WH-0079-WK-BEG-DT
023900           FROM DUAL
024000     END-EXEC.
024100     IF SQLCODE NOT = 0
024200         GO TO 9999-SQL-ERROR
024300     END-IF.
024400     MOVE WH-0079-WK-BEG-DT      TO RL-0079-H-BEG-DT.
024500     MOVE WH-0079-WK-END-DT      TO RL-0079-H-END-DT.
024600     WRITE RPT0079-REC FROM RL-0079-HDG1
024700         BEFORE ADVANCING TO-NEW-PAGE.
024800     MOVE 'CONTACTS ABOUT A CLAIM - BY EXCEPTION WITHIN CATEGORY'
024900                                 TO RL-0079-S-TITLE.
025000     WRITE RPT0079-REC FROM RL-0079-SECTION
025100         AFTER ADVANCING 2 LINES.
025200     WRITE RPT0079-REC FROM RL-0079-HDG-DRV
025300         AFTER ADVANCING 2 LINES.
025400     EXEC SQL
025500         OPEN R0079DRV
025600     END-EXEC.
025700     IF SQLCODE NOT = 0
025800         GO TO 9999-SQL-ERROR
025900     END-IF.
026000 1000-INITIALIZE-EXIT.
026100     EXIT.
026200*****************************************************************
026300*    2000-ONE-DRIVER - ONE EXCEPTION CODE, WITH A SUBTOTAL AT   *
026400*    EACH CHANGE OF CATEGORY                                    *
026500*****************************************************************
026600 2000-ONE-DRIVER.
026700     EXEC SQL
026800         FETCH R0079DRV
026900         INTO :WH-0079-CTGRY-CD,
027000              :WH-0079-CTGRY-DESC,
027100              :WH-0079-EXC-CD,
027200              :WH-0079-CNTCT-CNT,
027300              :WH-0079-CNTCT-MIN,
027400              :WH-0079-PROV-CNT
027500     END-EXEC.
027600     EVALUATE SQLCODE
027700       WHEN 0
027800         CONTINUE
027900       WHEN 100
028000         SET WR-0079-EOF         TO TRUE
028100         GO TO 2000-ONE-DRIVER-EXIT
028200       WHEN OTHER
028300         GO TO 9999-SQL-ERROR
028400     END-EVALUATE.
028500     IF WR-0079-FIRST-ROW
028600         MOVE 'N'                TO WR-0079-FIRST-SW
028700         MOVE WH-0079-CTGRY-CD   TO WR-0079-PRV-CTGRY
028800         MOVE WH-0079-CTGRY-DESC TO WR-0079-PRV-CTGRY-DESC
028900     END-IF.
029000     IF WH-0079-CTGRY-CD NOT = WR-0079-PRV-CTGRY
029100         PERFORM 2500-CATEGORY-TOTAL
029200             THRU 2500-CATEGORY-TOTAL-EXIT
029300         MOVE WH-0079-CTGRY-CD   TO WR-0079-PRV-CTGRY
029400         MOVE WH-0079-CTGRY-DESC TO WR-0079-PRV-CTGRY-DESC
029500     END-IF.
029600     ADD WH-0079-CNTCT-CNT       TO WR-0079-CTG-CNT.
029700     ADD WH-0079-CNTCT-MIN       TO WR-0079-CTG-MIN.
029800     MOVE WH-0079-CTGRY-CD       TO RL-0079-D-CTG.
029900     MOVE WH-0079-CTGRY-DESC     TO RL-0079-D-DESC.
030000     MOVE WH-0079-EXC-CD         TO RL-0079-D-EXC.
030100     MOVE WH-0079-CNTCT-CNT      TO RL-0079-D-CNT.
030200     MOVE WH-0079-CNTCT-MIN      TO RL-0079-D-MIN.
030300     COMPUTE WR-0079-AVG-MIN ROUNDED =
030400         WH-0079-CNTCT-MIN / WH-0079-CNTCT-CNT.
030500     MOVE WR-0079-AVG-MIN        TO RL-0079-D-AVG.
030600     MOVE WH-0079-PROV-CNT       TO RL-0079-D-PROV.
030700     WRITE RPT0079-REC FROM RL-0079-DRV-LINE
030800         AFTER ADVANCING 1 LINE.
030900 2000-ONE-DRIVER-EXIT.
031000     EXIT.
031100*****************************************************************
031200*    2500-CATEGORY-TOTAL - SUBTOTAL FOR THE CATEGORY JUST ENDED *
031300*****************************************************************
031400 2500-CATEGORY-TOTAL.
031500     MOVE SPACES                 TO RL-0079-C-KEY.
031600     STRING '  CATEGORY ' WR-0079-PRV-CTGRY ' TOTAL'
031700         DELIMITED BY SIZE INTO RL-0079-C-KEY.
031800     MOVE WR-0079-CTG-CNT        TO RL-0079-C-CNT.
031900     MOVE WR-0079-CTG-MIN        TO RL-0079-C-MIN.
032000     IF WR-0079-CTG-CNT > ZERO
032100         COMPUTE WR-0079-AVG-MIN ROUNDED =
032200             WR-0079-CTG-MIN / WR-0079-CTG-CNT
032300     ELSE
032400         MOVE ZERO               TO WR-0079-AVG-MIN
032500     END-IF.
032600     MOVE WR-0079-AVG-MIN        TO RL-0079-C-AVG.
032700     WRITE RPT0079-REC FROM RL-0079-CNT-LINE
032800         AFTER ADVANCING 1 LINE.
032900     MOVE SPACES                 TO RPT0079-REC.
033000     WRITE RPT0079-REC
033100         AFTER ADVANCING 1 LINE.
033200     MOVE ZERO                   TO WR-0079-CTG-CNT
033300                                    WR-0079-CTG-MIN.
033400 2500-CATEGORY-TOTAL-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    3000-NO-CLAIM-REASONS - CONTACTS WITH NO TCN, BY REASON    *
033800*****************************************************************
033900 3000-NO-CLAIM-REASONS.
034000     MOVE 'CONTACTS WITH NO CLAIM - BY REASON CODE'
034100                                 TO RL-0079-S-TITLE.
034200     WRITE RPT0079-REC FROM RL-0079-SECTION
034300         AFTER ADVANCING 3 LINES.
034400     WRITE RPT0079-REC FROM RL-0079-HDG-RSN
034500         AFTER ADVANCING 2 LINES.
034600     MOVE 'N'                    TO WR-0079-EOF-SW.
034700     EXEC SQL
034800         OPEN R0079RSN
034900     END-EXEC.
035000     IF SQLCODE NOT = 0
035100         GO TO 9999-SQL-ERROR
035200     END-IF.
035300     PERFORM 3100-ONE-REASON
035400         THRU 3100-ONE-REASON-EXIT
035500         UNTIL WR-0079-EOF.
035600     EXEC SQL
035700         CLOSE R0079RSN
035800     END-EXEC.
035900 3000-NO-CLAIM-REASONS-EXIT.
036000     EXIT.
036100*****************************************************************
036200*    3100-ONE-REASON                                            *
036300*****************************************************************
036400 3100-ONE-REASON.
036500     EXEC SQL
036600         FETCH R0079RSN
036700         INTO :CLHDCNTB-C-CNTCT-RSN-CD,
036800              :WH-0079-CNTCT-CNT,
036900              :WH-0079-CNTCT-MIN
037000     END-EXEC.
037100     EVALUATE SQLCODE
037200       WHEN 0
037300         CONTINUE
037400       WHEN 100
037500         SET WR-0079-EOF         TO TRUE
037600         GO TO 3100-ONE-REASON-EXIT
037700       WHEN OTHER
037800         GO TO 9999-SQL-ERROR
037900     END-EVALUATE.
038000     MOVE CLHDCNTB-C-CNTCT-RSN-CD TO RL-0079-C-KEY.
038100     PERFORM 7000-WRITE-COUNT-LINE
038200         THRU 7000-WRITE-COUNT-LINE-EXIT.
038300 3100-ONE-REASON-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    4000-REPEAT-PHARMACIES - PHARMACIES CALLING THREE OR MORE  *
038700*    TIMES IN THE WEEK, MOST CALLS FIRST                        *
038800*****************************************************************
038900 4000-REPEAT-PHARMACIES.
039000     MOVE 'PHARMACIES CALLING 3 OR MORE TIMES IN THE WEEK'
039100                                 TO RL-0079-S-TITLE.
039200     WRITE RPT0079-REC FROM RL-0079-SECTION
039300         AFTER ADVANCING 3 LINES.
039400     WRITE RPT0079-REC FROM RL-0079-HDG-PHM
039500         AFTER ADVANCING 2 LINES.
039600     MOVE 'N'                    TO WR-0079-EOF-SW.
039700     EXEC SQL
039800         OPEN R0079PHM
039900     END-EXEC.
040000     IF SQLCODE NOT = 0
040100         GO TO 9999-SQL-ERROR
040200     END-IF.
040300     PERFORM 4100-ONE-PHARMACY
040400         THRU 4100-ONE-PHARMACY-EXIT
040500         UNTIL WR-0079-EOF.
040600     EXEC SQL
040700         CLOSE R0079PHM
040800     END-EXEC.
040900 4000-REPEAT-PHARMACIES-EXIT.
041000     EXIT.
041100*****************************************************************
041200*    4100-ONE-PHARMACY                                          *
041300*****************************************************************
041400 4100-ONE-PHARMACY.
041500     EXEC SQL
041600         FETCH R0079PHM
041700         INTO :CLHDCNTB-C-PROV-ID,
041800              :WH-0079-CNTCT-CNT,
041900              :WH-0079-CNTCT-MIN
042000     END-EXEC.
042100     EVALUATE SQLCODE
042200       WHEN 0
042300         CONTINUE
042400       WHEN 100
042500         SET WR-0079-EOF         TO TRUE
042600         GO TO 4100-ONE-PHARMACY-EXIT
042700       WHEN OTHER
042800         GO TO 9999-SQL-ERROR
042900     END-EVALUATE.
043000     MOVE CLHDCNTB-C-PROV-ID     TO RL-0079-C-KEY.
043100     PERFORM 7000-WRITE-COUNT-LINE
043200         THRU 7000-WRITE-COUNT-LINE-EXIT.
043300 4100-ONE-PHARMACY-EXIT.
043400     EXIT.
043500*****************************************************************
043600*    7000-WRITE-COUNT-LINE - CONTACTS, MINUTES AND AVERAGE      *
043700*****************************************************************
043800 7000-WRITE-COUNT-LINE.
043900     MOVE WH-0079-CNTCT-CNT      TO RL-0079-C-CNT.
044000     MOVE WH-0079-CNTCT-MIN      TO RL-0079-C-MIN.
044100     IF WH-0079-CNTCT-CNT > ZERO
044200         COMPUTE WR-0079-AVG-MIN ROUNDED =
044300             WH-0079-CNTCT-MIN / WH-0079-CNTCT-CNT
044400     ELSE
044500         MOVE ZERO               TO WR-0079-AVG-MIN
044600     END-IF.
044700     MOVE WR-0079-AVG-MIN        TO RL-0079-C-AVG.
044800     WRITE RPT0079-REC FROM RL-0079-CNT-LINE
044900         AFTER ADVANCING 1 LINE.
045000 7000-WRITE-COUNT-LINE-EXIT.
045100     EXIT.
045200*****************************************************************
045300*    8000-FINALIZE - WEEK TOTALS STRAIGHT FROM THE CONTACT      *
045400*    TABLE, SO A CALL COUNTS ONCE HOWEVER MANY EXCEPTIONS ITS   *
045500*    CLAIM CARRIED                                              *
045600*****************************************************************
045700 8000-FINALIZE.
045800     EXEC SQL
045900         SELECT COUNT(*),
046000                NVL(SUM(C_CNTCT_MIN_NUM), 0),
046100                NVL(SUM(CASE WHEN C_TCN_NUM <> ' '
046200                             THEN 1 ELSE 0 END), 0)
046300           INTO :WH-0079-TOT-CNT,
046400                :WH-0079-TOT-MIN,
046500                :WH-0079-CLM-CNT
046600           FROM C_HD_CNTCT_TB
046700          WHERE SUBSTR(C_CNTCT_BEG_TS, 1, 10)
046800                    >= :WH-0079-WK-BEG-DT
046900            AND SUBSTR(C_CNTCT_BEG_TS, 1, 10)
047000                    <= :WH-0079-WK-END-DT
047100     END-EXEC.
047200     IF SQLCODE NOT = 0
047300         GO TO 9999-SQL-ERROR
047400     END-IF.
047500     MOVE 'WEEK TOTALS'          TO RL-0079-S-TITLE.
047600     WRITE RPT0079-REC FROM RL-0079-SECTION
047700         AFTER ADVANCING 3 LINES.
047800     MOVE 'ALL CONTACTS'         TO RL-0079-C-KEY.
047900     MOVE WH-0079-TOT-CNT        TO WH-0079-CNTCT-CNT.
048000     MOVE WH-0079-TOT-MIN        TO WH-0079-CNTCT-MIN.
048100     PERFORM 7000-WRITE-COUNT-LINE
048200         THRU 7000-WRITE-COUNT-LINE-EXIT.
048300     MOVE 'CONTACTS ABOUT A CLAIM'
048400                                 TO RL-0079-C-KEY.
048500     MOVE WH-0079-CLM-CNT        TO RL-0079-C-CNT.
048600     MOVE ZERO                   TO RL-0079-C-MIN RL-0079-C-AVG.
048700     WRITE RPT0079-REC FROM RL-0079-CNT-LINE
048800         AFTER ADVANCING 1 LINE.
048900     CLOSE RPT0079-FILE.
049000 8000-FINALIZE-EXIT.
049100     EXIT.
049200*****************************************************************
049300*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
049400*****************************************************************
049500 9999-SQL-ERROR.
049600     DISPLAY 'PDDR0079 - SQL ERROR ON C_HD_CNTCT_TB'.
049700     DISPLAY 'SQLCODE = ' SQLCODE.
049800     MOVE 16 TO RETURN-CODE.
049900     CLOSE RPT0079-FILE.
050000     GOBACK.
