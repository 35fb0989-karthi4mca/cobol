000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0087.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY SOFTWARE VENDOR REJECT   *
001400*                  RATE REPORT.  FOR EACH PHARMACY SOFTWARE     *
001500*                  VENDOR/CERTIFICATION ID AND NCPDP VERSION    *
001600*                  SEEN ON THE BUSINESS DATE'S C_PERF_STAT_TB   *
001700*                  ROWS, THE TRANSMISSION VOLUME, THE NUMBER    *
001800*                  DENIED AND THE REJECT RATE, AGAINST THE      *
001900*                  SAME VENDOR/VERSION'S RATE OVER THE PRIOR    *
002000*                  SEVEN DAYS.  A RATE THAT JUMPS BY            *
002100*                  WR-0087-JUMP-PCT POINTS ON AT LEAST          *
002200*                  WR-0087-MIN-VOL TRANSMISSIONS IS FLAGGED     *
002300*                  *JUMP* AND ENDS THE JOB RC 4, SO A BAD       *
002400*                  VENDOR RELEASE IS CAUGHT THE SAME DAY.  THE  *
002500*                  CERTIFICATION STATUS FROM R_SOFT_VEND_CERT_TB*
002600*                  IS SHOWN ALONGSIDE.  MAY BE RUN INTRADAY.    *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RPT0087-FILE ASSIGN TO RPT0087
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800*****************************************************************
003900*  DATA DIVISION                                                *
004000*****************************************************************
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  RPT0087-FILE
004400     RECORDING MODE IS F.
004500 01  RPT0087-REC                     PIC X(00133).
004600*****************************************************************
004700*  WORKING-STORAGE SECTION                                      *
004800*****************************************************************
004900 WORKING-STORAGE SECTION.
005000 77  WR-0087-EOF-SW                  PIC X(00001) VALUE 'N'.
005100     88  WR-0087-EOF                 VALUE 'Y'.
005200*    A RATE THIS MANY POINTS OVER THE PRIOR-WEEK RATE, ON AT
005300*    LEAST THIS MANY TRANSMISSIONS TODAY, IS A JUMP.
005400 77  WR-0087-JUMP-PCT                PIC S9(00003)V9(00001) COMP-3
005500                                     VALUE +10.0.
005600 77  WR-0087-MIN-VOL                 PIC S9(00009) COMP
005700                                     VALUE +50.
005800 77  WR-0087-TODAY-PCT               PIC S9(00003)V9(00001) COMP-3
005900                                     VALUE ZERO.
006000 77  WR-0087-BASE-PCT                PIC S9(00003)V9(00001) COMP-3
006100                                     VALUE ZERO.
006200 77  WR-0087-JUMP-CNT                PIC S9(00009) COMP
006300                                     VALUE ZERO.
006400 77  WR-0087-TOT-TXN                 PIC S9(00009) COMP-3
006500                                     VALUE ZERO.
006600 77  WR-0087-TOT-REJ                 PIC S9(00009) COMP-3
006700                                     VALUE ZERO.
006800*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
006900     COPY WKC90040.
007000*****************************************************************
007100*  EXEC SQL - HOST VARIABLES / SQLCA / VENDOR CURSOR            *
007200*****************************************************************
007300     EXEC SQL INCLUDE SQLCA END-EXEC.
007400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
007500 01  WH-0087-BUS-DT                  PIC X(00010).
007600 01  WH-0087-BASE-BEG-DT             PIC X(00010).
007700 01  WH-0087-NEXT-DT                 PIC X(00010).
007800 01  WH-0087-DAY-BEG-TS              PIC X(00026).
007900 01  WH-0087-DAY-END-TS              PIC X(00026).
008000 01  WH-0087-BASE-BEG-TS             PIC X(00026).
008100 01  WH-0087-VEND-ID                 PIC X(00010).
008200 01  WH-0087-VERSN-NUM               PIC X(00002).
008300 01  WH-0087-TXN-CNT                 PIC S9(00009) COMP.
008400 01  WH-0087-REJ-CNT                 PIC S9(00009) COMP.
008500 01  WH-0087-BASE-TXN-CNT            PIC S9(00009) COMP.
008600 01  WH-0087-BASE-REJ-CNT            PIC S9(00009) COMP.
008700 01  WH-0087-CERT-STAT-CD            PIC X(00001).
008800 01  WH-0087-VEND-NAM                PIC X(00030).
008900 01  WH-0087-VEND-ROW-CNT            PIC S9(00009) COMP.
009000     EXEC SQL END DECLARE SECTION END-EXEC.
009100*    BENEFIT INQUIRIES (RB) NEVER COME FROM A PHARMACY SYSTEM.
009200     EXEC SQL
009300         DECLARE C0087 CURSOR FOR
009400         SELECT C_SOFT_VEND_ID, C_NCPDP_VERSN_NUM,
009500                COUNT(*),
009600                NVL(SUM(DECODE(C_HDR_STAT_CD, 'D', 1, 0)), 0)
009700           FROM C_PERF_STAT_TB
009800          WHERE C_STRT_TS      >= :WH-0087-DAY-BEG-TS
009900            AND C_STRT_TS      <  :WH-0087-DAY-END-TS
010000            AND C_NCPDP_TXN_CD <> 'RB'
010100          GROUP BY C_SOFT_VEND_ID, C_NCPDP_VERSN_NUM
010200          ORDER BY C_SOFT_VEND_ID, C_NCPDP_VERSN_NUM
010300     END-EXEC.
010400*****************************************************************
010500*  REPORT LINES                                                 *
010600*****************************************************************
010700 01  RL-0087-HDG1.
010800     05  FILLER                PIC X(00001) VALUE SPACE.
010900     05  FILLER                PIC X(00050)
011000         VALUE 'PDDR0087 - SOFTWARE VENDOR REJECT RATES'.
011100     05  FILLER                PIC X(00009)
011200             VALUE 'BUS DATE '.
011300     05  RL-0087-H1-BUS-DT     PIC X(00010).
011400     05  FILLER                PIC X(00014)
011500             VALUE '   BASELINE '.
011600     05  RL-0087-H1-BASE-DT    PIC X(00010).
011700     05  FILLER                PIC X(00004) VALUE ' TO '.
011800     05  RL-0087-H1-BASE-END   PIC X(00010).
011900 01  RL-0087-HDG2.
012000     05  FILLER                PIC X(00001) VALUE SPACE.
012100     05  FILLER                PIC X(00012) VALUE 'VENDOR ID'.
012200     05  FILLER                PIC X(00004) VALUE 'VER'.
012300     05  FILLER                PIC X(00031) VALUE 'VENDOR NAME'.
012400     05  FILLER                PIC X(00012) VALUE 'CERT'.
012500     05  FILLER                PIC X(00012) VALUE '   TODAY'.
012600     05  FILLER                PIC X(00012) VALUE '  REJECTS'.
012700     05  FILLER                PIC X(00008) VALUE '  RATE'.
012800     05  FILLER                PIC X(00012) VALUE ' PRIOR 7'.
012900     05  FILLER                PIC X(00008) VALUE '  RATE'.
013000 01  RL-0087-DETAIL.
013100     05  FILLER                PIC X(00001) VALUE SPACE.
013200     05  RL-0087-D-VEND-ID     PIC X(00010).
013300     05  FILLER                PIC X(00002) VALUE SPACES.
013400     05  RL-0087-D-VERSN       PIC X(00002).
013500     05  FILLER                PIC X(00002) VALUE SPACES.
013600     05  RL-0087-D-VEND-NAM    PIC X(00030).
013700     05  FILLER                PIC X(00001) VALUE SPACE.
013800     05  RL-0087-D-CERT        PIC X(00011).
013900     05  FILLER                PIC X(00001) VALUE SPACE.
014000     05  RL-0087-D-TXN         PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER                PIC X(00001) VALUE SPACE.
014200     05  RL-0087-D-REJ         PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                PIC X(00002) VALUE SPACES.
014400     05  RL-0087-D-PCT         PIC ZZ9.9.
014500     05  FILLER                PIC X(00001) VALUE '%'.
014600     05  FILLER                PIC X(00001) VALUE SPACE.
014700     05  RL-0087-D-BASE-TXN    PIC ZZZ,ZZZ,ZZ9.
014800     05  FILLER                PIC X(00002) VALUE SPACES.
014900     05  RL-0087-D-BASE-PCT    PIC ZZ9.9.
015000     05  FILLER                PIC X(00001) VALUE '%'.
015100     05  FILLER                PIC X(00001) VALUE SPACE.
015200     05  RL-0087-D-FLAG        PIC X(00006).
015300 01  RL-0087-TOTAL.
015400     05  FILLER                PIC X(00001) VALUE SPACE.
015500     05  FILLER                PIC X(00058)
015600         VALUE 'ALL VENDORS'.
015700     05  RL-0087-T-TXN         PIC ZZZ,ZZZ,ZZ9.
015800     05  FILLER                PIC X(00001) VALUE SPACE.
015900     05  RL-0087-T-REJ         PIC ZZZ,ZZZ,ZZ9.
016000     05  FILLER                PIC X(00002) VALUE SPACES.
016100     05  RL-0087-T-PCT         PIC ZZ9.9.
016200     05  FILLER                PIC X(00001) VALUE '%'.
016300 01  RL-0087-JUMPS.
016400     05  FILLER                PIC X(00001) VALUE SPACE.
016500     05  FILLER                PIC X(00030)
016600         VALUE 'VENDOR/VERSIONS FLAGGED *JUMP*'.
016700     05  RL-0087-J-CNT         PIC ZZZ,ZZ9.
016800*****************************************************************
016900*  PROCEDURE DIVISION                                           *
017000*****************************************************************
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE
017400         THRU 1000-INITIALIZE-EXIT.
017500     PERFORM 2000-ONE-VENDOR
017600         THRU 2000-ONE-VENDOR-EXIT
017700         UNTIL WR-0087-EOF.
017800     PERFORM 8000-FINALIZE
017900         THRU 8000-FINALIZE-EXIT.
018000     GOBACK.
018100*****************************************************************
018200*    1000-INITIALIZE - TODAY IS THE BUSINESS DATE; THE BASELINE *
018300*    IS THE SEVEN DAYS BEFORE IT                                *
018400*****************************************************************
018500 1000-INITIALIZE.
018600     MOVE 'PDDR0087'             TO WK-9004-PGM-ID.
018700     MOVE SPACES                 TO WK-9004-OVRD-DT.
018800     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
018900     IF WK-9004-NO-BUS-DT
019000         DISPLAY 'PDDR0087 - NO BUSINESS PROCESSING DATE'
019100         MOVE 16 TO RETURN-CODE
019200         GOBACK
019300     END-IF.
019400     OPEN OUTPUT RPT0087-FILE.
019500     MOVE WK-9004-BUS-DT         TO WH-0087-BUS-DT
019600                                    RL-0087-H1-BUS-DT.
019700     EXEC SQL
019800         SELECT TO_CHAR(TO_DATE(:WH-0087-BUS-DT, 'YYYY-MM-DD')
019900                        - 7, 'YYYY-MM-DD'),
020000                TO_CHAR(TO_DATE(:WH-0087-BUS-DT, 'YYYY-MM-DD')
020100                        + 1, 'YYYY-MM-DD')
020200           INTO :WH-0087-BASE-BEG-DT,
020300                :WH-0087-NEXT-DT
020400           FROM DUAL
020500     END-EXEC.
020600     IF SQLCODE NOT = ZERO
020700         GO TO 9999-SQL-ERROR
020800     END-IF.
020900     MOVE SPACES TO WH-0087-DAY-BEG-TS
021000                    WH-0087-DAY-END-TS
021100                    WH-0087-BASE-BEG-TS.
021200     STRING WH-0087-BUS-DT '-00.00.00.000000'
021300         DELIMITED BY SIZE INTO WH-0087-DAY-BEG-TS.
021400     STRING WH-0087-NEXT-DT '-00.00.00.000000'
021500         DELIMITED BY SIZE INTO WH-0087-DAY-END-TS.
021600     STRING WH-0087-BASE-BEG-DT '-00.00.00.000000'
021700         DELIMITED BY SIZE INTO WH-0087-BASE-BEG-TS.
021800     MOVE WH-0087-BASE-BEG-DT    TO RL-0087-H1-BASE-DT.
021900     MOVE WH-0087-BUS-DT         TO RL-0087-H1-BASE-END.
022000     WRITE RPT0087-REC FROM RL-0087-HDG1
022100         BEFORE ADVANCING TO-NEW-PAGE.
022200     WRITE RPT0087-REC FROM RL-0087-HDG2
022300         AFTER ADVANCING 2 LINES.
022400     EXEC SQL
022500         OPEN C0087
022600     END-EXEC.
022700     IF SQLCODE NOT = ZERO
022800         GO TO 9999-SQL-ERROR
022900     END-IF.
023000     PERFORM 2100-READ-NEXT
023100         THRU 2100-READ-NEXT-EXIT.
023200 1000-INITIALIZE-EXIT.
023300     EXIT.
023400*****************************************************************
023500*    2000-ONE-VENDOR - TODAY'S RATE AGAINST THE PRIOR WEEK'S    *
023600*****************************************************************
023700 2000-ONE-VENDOR.
023800     EXEC SQL
023900         SELECT COUNT(*),
024000                NVL(SUM(DECODE(C_HDR_STAT_CD, 'D', 1, 0)), 0)
024100           INTO :WH-0087-BASE-TXN-CNT, :WH-0087-BASE-REJ-CNT
024200           FROM C_PERF_STAT_TB
024300          WHERE C_STRT_TS         >= :WH-0087-BASE-BEG-TS
024400            AND C_STRT_TS         <  :WH-0087-DAY-BEG-TS
024500            AND C_NCPDP_TXN_CD    <> 'RB'
024600            AND C_SOFT_VEND_ID    =  :WH-0087-VEND-ID
024700            AND C_NCPDP_VERSN_NUM =  :WH-0087-VERSN-NUM
024800     END-EXEC.
024900     IF SQLCODE NOT = ZERO
025000         GO TO 9999-SQL-ERROR
025100     END-IF.
025200     MOVE ZERO TO WR-0087-TODAY-PCT
025300                  WR-0087-BASE-PCT.
025400     IF WH-0087-TXN-CNT > ZERO
025500         COMPUTE WR-0087-TODAY-PCT ROUNDED =
025600             WH-0087-REJ-CNT * 100 / WH-0087-TXN-CNT
025700     END-IF.
025800     IF WH-0087-BASE-TXN-CNT > ZERO
025900         COMPUTE WR-0087-BASE-PCT ROUNDED =
026000             WH-0087-BASE-REJ-CNT * 100 / WH-0087-BASE-TXN-CNT
026100     END-IF.
026200     PERFORM 2200-CERT-STATUS
026300         THRU 2200-CERT-STATUS-EXIT.
026400     IF WH-0087-VEND-ID = SPACES
026500         MOVE '(NONE)'           TO RL-0087-D-VEND-ID
026600     ELSE
026700         MOVE WH-0087-VEND-ID    TO RL-0087-D-VEND-ID
026800     END-IF.
026900     MOVE WH-0087-VERSN-NUM      TO RL-0087-D-VERSN.
027000     MOVE WH-0087-VEND-NAM       TO RL-0087-D-VEND-NAM.
027100     MOVE WH-0087-TXN-CNT        TO RL-0087-D-TXN.
027200     MOVE WH-0087-REJ-CNT        TO RL-0087-D-REJ.
027300     MOVE WR-0087-TODAY-PCT      TO RL-0087-D-PCT.
027400     MOVE WH-0087-BASE-TXN-CNT   TO RL-0087-D-BASE-TXN.
027500     MOVE WR-0087-BASE-PCT       TO RL-0087-D-BASE-PCT.
027600     MOVE SPACES                 TO RL-0087-D-FLAG.
027700     IF WH-0087-TXN-CNT NOT < WR-0087-MIN-VOL
027800      AND WR-0087-TODAY-PCT NOT <
027900          WR-0087-BASE-PCT + WR-0087-JUMP-PCT
028000         MOVE '*JUMP*'           TO RL-0087-D-FLAG
028100         ADD 1                   TO WR-0087-JUMP-CNT
028200     END-IF.
028300     WRITE RPT0087-REC FROM RL-0087-DETAIL
028400         AFTER ADVANCING 1 LINE.
028500     ADD WH-0087-TXN-CNT         TO WR-0087-TOT-TXN.
028600     ADD WH-0087-REJ-CNT         TO WR-0087-TOT-REJ.
028700     PERFORM 2100-READ-NEXT
028800         THRU 2100-READ-NEXT-EXIT.
028900 2000-ONE-VENDOR-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    2100-READ-NEXT                                             *
029300*****************************************************************
029400 2100-READ-NEXT.
029500     EXEC SQL
029600         FETCH C0087
029700         INTO :WH-0087-VEND-ID, :WH-0087-VERSN-NUM,
029800              :WH-0087-TXN-CNT, :WH-0087-REJ-CNT
029900     END-EXEC.
030000     IF SQLCODE = 100
030100         SET WR-0087-EOF TO TRUE
030200     ELSE
030300         IF SQLCODE NOT = ZERO
030400             GO TO 9999-SQL-ERROR
030500         END-IF
030600     END-IF.
030700 2100-READ-NEXT-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    2200-CERT-STATUS - THE VENDOR/VERSION'S CERTIFICATION ROW. *
031100*    NO ROW FOR THE VERSION BUT ROWS FOR THE VENDOR IS NOT      *
031200*    CERTIFIED (THE CLAIM EDIT REJECTS THOSE); NO ROWS AT ALL   *
031300*    IS A VENDOR NOT YET ON FILE.                               *
031400*****************************************************************
031500 2200-CERT-STATUS.
031600     MOVE SPACES                 TO WH-0087-VEND-NAM.
031700     IF WH-0087-VEND-ID = SPACES
031800         MOVE 'NO VENDOR'        TO RL-0087-D-CERT
031900         GO TO 2200-CERT-STATUS-EXIT
032000     END-IF.
032100     EXEC SQL
032200         SELECT R_CERT_STAT_CD, R_VEND_NAM
032300           INTO :WH-0087-CERT-STAT-CD, :WH-0087-VEND-NAM
032400           FROM R_SOFT_VEND_CERT_TB
032500          WHERE R_SOFT_VEND_ID    = :WH-0087-VEND-ID
032600            AND R_NCPDP_VERSN_NUM = :WH-0087-VERSN-NUM
032700     END-EXEC.
032800     IF SQLCODE = ZERO
032900         EVALUATE WH-0087-CERT-STAT-CD
033000           WHEN 'C'
033100             MOVE 'CERTIFIED'    TO RL-0087-D-CERT
033200           WHEN 'P'
033300             MOVE 'PROBATION'    TO RL-0087-D-CERT
033400           WHEN 'D'
033500             MOVE 'DECERTIFIED'  TO RL-0087-D-CERT
033600           WHEN OTHER
033700             MOVE 'STATUS ?'     TO RL-0087-D-CERT
033800         END-EVALUATE
033900         GO TO 2200-CERT-STATUS-EXIT
034000     END-IF.
034100     IF SQLCODE NOT = 100
034200         GO TO 9999-SQL-ERROR
034300     END-IF.
034400     EXEC SQL
034500         SELECT COUNT(*), NVL(MAX(R_VEND_NAM), ' ')
034600           INTO :WH-0087-VEND-ROW-CNT, :WH-0087-VEND-NAM
034700           FROM R_SOFT_VEND_CERT_TB
034800          WHERE R_SOFT_VEND_ID    = :WH-0087-VEND-ID
034900     END-EXEC.
035000     IF SQLCODE NOT = ZERO
035100         GO TO 9999-SQL-ERROR
035200     END-IF.
035300     IF WH-0087-VEND-ROW-CNT > ZERO
035400         MOVE 'NOT CERT'         TO RL-0087-D-CERT
035500     ELSE
035600         MOVE 'NOT ON FILE'      TO RL-0087-D-CERT
035700     END-IF.
035800 2200-CERT-STATUS-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    8000-FINALIZE - ANY JUMP ENDS THE JOB RC 4                 *
036200*****************************************************************
036300 8000-FINALIZE.
036400     MOVE WR-0087-TOT-TXN        TO RL-0087-T-TXN.
036500     MOVE WR-0087-TOT-REJ        TO RL-0087-T-REJ.
036600     MOVE ZERO                   TO WR-0087-TODAY-PCT.
036700     IF WR-0087-TOT-TXN > ZERO
036800         COMPUTE WR-0087-TODAY-PCT ROUNDED =
036900             WR-0087-TOT-REJ * 100 / WR-0087-TOT-TXN
037000     END-IF.
037100     MOVE WR-0087-TODAY-PCT      TO RL-0087-T-PCT.
037200     WRITE RPT0087-REC FROM RL-0087-TOTAL
037300         AFTER ADVANCING 2 LINES.
037400     MOVE WR-0087-JUMP-CNT       TO RL-0087-J-CNT.
037500     WRITE RPT0087-REC FROM RL-0087-JUMPS
037600         AFTER ADVANCING 1 LINE.
037700     EXEC SQL
037800         CLOSE C0087
037900     END-EXEC.
038000     CLOSE RPT0087-FILE.
038100     IF WR-0087-JUMP-CNT > ZERO
038200         MOVE 4 TO RETURN-CODE
038300     END-IF.
038400 8000-FINALIZE-EXIT.
038500     EXIT.
038600*****************************************************************
038700*    9999-SQL-ERROR                                             *
038800*****************************************************************
038900 9999-SQL-ERROR.
039000     DISPLAY 'PDDR0087 - SQL ERROR ON C_PERF_STAT_TB'.
039100     DISPLAY 'SQLCODE = ' SQLCODE.
039200     MOVE 16 TO RETURN-CODE.
039300     CLOSE RPT0087-FILE.
039400     GOBACK.
