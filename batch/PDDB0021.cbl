000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0021.
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
001300*  10/15/26  ACS   NEW PROGRAM.  DAILY AUTO-DENY OF CLAIMS     *
001400*                  LEFT ON THE CLINICAL REVIEW PEND QUEUE      *
001500*                  (C_CLM_PEND_TB) LONGER THAN THE LIST 7529   *
001600*                  LIMIT (DEFAULT 14 DAYS).  EACH SUCH CLAIM   *
001700*                  IS CLOSED THE WAY A REVIEWER'S CONFIRMED    *
001800*                  DENIAL ON W768 (PDDM7590) CLOSES IT: QUEUE  *
001900*                  ROW TO 'A' WITH THIS PROGRAM AS THE         *
002000*                  RESOLVER, PENDED EXCEPTIONS TO DENY, CLAIM  *
002100*                  HEADER FROM 'H' TO 'D'.  COMMITS EVERY 100  *
002200*                  CLAIMS, SO A RERUN PICKS UP WHERE AN ABEND  *
002300*                  LEFT OFF.  REPORTS EACH CLAIM DENIED AND    *
002400*                  THE COUNT AND DOLLARS.                      *
002500*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002600*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002700*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002800*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002900*  10/15/26  ACS   A DENIED CLAIM NOW COMES BACK OFF THE       *
003000*                  MEMBER'S SPENDDOWN AND HOUSEHOLD COST-      *
003100*                  SHARE CAP (SHARED PDDS9011 ROUTINE) IN      *
003200*                  THE SAME COMMIT AS ITS DENIAL, AS ON        *
003300*                  W768.  HEADER UPDATE NOW KEYED BY           *
003400*                  PARTITION.  BACKOUT TOTALS REPORTED.        *
003500*                                                              *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RPTB021-FILE ASSIGN TO RPTB021
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600*****************************************************************
004700*  DATA DIVISION                                                *
004800*****************************************************************
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RPTB021-FILE
005200     RECORDING MODE IS F.
005300 01  RPTB021-REC                     PIC X(00133).
005400*****************************************************************
005500*  WORKING-STORAGE SECTION                                     *
005600*****************************************************************
005700 WORKING-STORAGE SECTION.
005800 77  WB-0021-EOF-SW                  PIC X(00001) VALUE 'N'.
005900     88  WB-0021-EOF                 VALUE 'Y'.
006000 77  WB-0021-COMMIT-CNT              PIC S9(00004) COMP
006100                                     VALUE ZERO.
006200 77  WB-0021-READ-CNT                PIC S9(00009) COMP-3
006300                                     VALUE ZERO.
006400 77  WB-0021-DENY-CNT                PIC S9(00009) COMP-3
006500                                     VALUE ZERO.
006600 77  WB-0021-SKIP-CNT                PIC S9(00009) COMP-3
006700                                     VALUE ZERO.
006800 77  WB-0021-TOT-CHRG                PIC S9(00011)V9(00002)
006900                                     COMP-3 VALUE ZERO.
007000 77  WB-0021-TOT-REIMB               PIC S9(00011)V9(00002)
007100                                     COMP-3 VALUE ZERO.
007200 77  WB-0021-SPND-CNT                PIC S9(00009) COMP-3
007300                                     VALUE ZERO.
007400 77  WB-0021-HHLD-CNT                PIC S9(00009) COMP-3
007500                                     VALUE ZERO.
007600 77  WB-0021-TOT-SPND                PIC S9(00011)V9(00002)
007700                                     COMP-3 VALUE ZERO.
007800 77  WB-0021-TOT-HHLD                PIC S9(00011)V9(00002)
007900                                     COMP-3 VALUE ZERO.
008000*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008100     COPY WKC90040.
008200*    ACCUMULATOR BACKOUT OF A DENIED CLAIM - SHARED PDDS9011
008300*    ROUTINE.
008400     COPY WKC90110.
008500*****************************************************************
008600*  EXEC SQL - SQLCA, HOST VARIABLES AND THE PAST-LIMIT CURSOR   *
008700*****************************************************************
008800     EXEC SQL INCLUDE SQLCA END-EXEC.
008900     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009000     COPY CLPENDTB.
009100 01  WH-0021-HOST-VARS.
009200     05  WH-0021-RUN-DT              PIC X(00010).
009300     05  WH-0021-LMT-TX              PIC X(00015).
009400     05  WH-0021-PEND-LMT            PIC S9(00009) COMP
009500                                     VALUE 14.
009600     05  WH-0021-DAYS-WAIT           PIC S9(00009) COMP.
009700     EXEC SQL END DECLARE SECTION END-EXEC.
009800     EXEC SQL
009900         DECLARE CB021 CURSOR WITH HOLD FOR
010000         SELECT R_CUST_PART_NUM, C_TCN_NUM, C_PROV_ID,
010100                C_PEND_DT, C_TOT_CHRG_AMT, C_TOT_REIMB_AMT,
010200                TO_DATE(:WH-0021-RUN-DT,'YYYY-MM-DD') -
010300                    TO_DATE(C_PEND_DT,'YYYY-MM-DD')
010400           FROM C_CLM_PEND_TB
010500          WHERE C_PEND_STAT_CD = 'P'
010600            AND TO_DATE(C_PEND_DT,'YYYY-MM-DD') <
010700                TO_DATE(:WH-0021-RUN-DT,'YYYY-MM-DD') -
010800                    :WH-0021-PEND-LMT
010900          ORDER BY C_PEND_TS, C_TCN_NUM
011000     END-EXEC.
011100*****************************************************************
011200*  REPORT LINE LAYOUTS                                         *
011300*****************************************************************
011400 01  RL-0021-HDG1.
011500     05  FILLER                      PIC X(00001) VALUE SPACE.
011600     05  FILLER                      PIC X(00050) VALUE
011700         'PDDB0021 - CLINICAL REVIEW PEND AUTO-DENY'.
011800     05  RL-0021-H1-DT               PIC X(00010).
011900     05  FILLER                      PIC X(00019)
012000                                     VALUE '   AUTO-DENY AFTER '.
012100     05  RL-0021-H1-LMT              PIC ZZZZ9.
012200     05  FILLER                      PIC X(00005) VALUE ' DAYS'.
012300 01  RL-0021-HDG2.
012400     05  FILLER                      PIC X(00001) VALUE SPACE.
012500     05  FILLER                      PIC X(00036) VALUE
012600         'TCN                PHARMACY         '.
012700     05  FILLER                      PIC X(00049) VALUE
012800         'PEND DATE    DAYS         CHARGES          PRICED'.
012900 01  RL-0021-DETAIL.
013000     05  FILLER                      PIC X(00001) VALUE SPACE.
013100     05  RL-0021-D-TCN               PIC 9(00017).
013200     05  FILLER                      PIC X(00002) VALUE SPACES.
013300     05  RL-0021-D-PROV              PIC X(00015).
013400     05  FILLER                      PIC X(00002) VALUE SPACES.
013500     05  RL-0021-D-PEND-DT           PIC X(00010).
013600     05  FILLER                      PIC X(00002) VALUE SPACES.
013700     05  RL-0021-D-DAYS              PIC ZZZZ9.
013800     05  FILLER                      PIC X(00002) VALUE SPACES.
013900     05  RL-0021-D-CHRG              PIC ZZ,ZZZ,ZZ9.99-.
014000     05  FILLER                      PIC X(00002) VALUE SPACES.
014100     05  RL-0021-D-REIMB             PIC ZZ,ZZZ,ZZ9.99-.
014200 01  RL-0021-COUNT-LINE.
014300     05  FILLER                      PIC X(00001) VALUE SPACE.
014400     05  RL-0021-C-LABEL             PIC X(00034).
014500     05  RL-0021-C-CNT               PIC ZZZ,ZZZ,ZZ9.
014600 01  RL-0021-AMT-LINE.
014700     05  FILLER                      PIC X(00001) VALUE SPACE.
014800     05  RL-0021-A-LABEL             PIC X(00034).
014900     05  RL-0021-A-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
015000*****************************************************************
015100*  PROCEDURE DIVISION                                          *
015200*****************************************************************
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE
015600         THRU 1000-INITIALIZE-EXIT.
015700     PERFORM 2000-ONE-CLAIM
015800         THRU 2000-ONE-CLAIM-EXIT
015900         UNTIL WB-0021-EOF.
016000     PERFORM 8000-FINALIZE
016100         THRU 8000-FINALIZE-EXIT.
016200     GOBACK.
016300*****************************************************************
016400*    1000-INITIALIZE - RUN DATE, AUTO-DENY LIMIT, OPEN CURSOR   *
016500*****************************************************************
016600 1000-INITIALIZE.
016700     MOVE 'PDDB0021'             TO WK-9004-PGM-ID.
016800     MOVE SPACES                 TO WK-9004-OVRD-DT.
016900     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017000     IF WK-9004-NO-BUS-DT
017100         DISPLAY 'PDDB0021 - NO BUSINESS PROCESSING DATE'
017200         MOVE 16 TO RETURN-CODE
017300         GOBACK
017400     END-IF.
017500     OPEN OUTPUT RPTB021-FILE.
017600     MOVE WK-9004-BUS-DT         TO WH-0021-RUN-DT.
017700*    AUTO-DENY LIMIT IN DAYS - LIST 7529, DEFAULT 14.
017800     EXEC SQL
017900         SELECT G_LIST_STRT_LMT
018000           INTO :WH-0021-LMT-TX
018100           FROM G_LIST_DTL_TB
018200          WHERE G_LIST_SUBSYS_CD = 'C'
018300            AND G_LIST_NUM       = '7529'
018400            AND ROWNUM = 1
018500     END-EXEC.
018600     IF SQLCODE = 0
018700         IF WH-0021-LMT-TX (1:1) NUMERIC
018800             COMPUTE WH-0021-PEND-LMT =
018900                 FUNCTION NUMVAL (WH-0021-LMT-TX)
019000         END-IF
019100     END-IF.
019200     MOVE WH-0021-RUN-DT             TO RL-0021-H1-DT.
019300     MOVE WH-0021-PEND-LMT           TO RL-0021-H1-LMT.
019400     WRITE RPTB021-REC FROM RL-0021-HDG1
019500         BEFORE ADVANCING TO-NEW-PAGE.
019600     WRITE RPTB021-REC FROM RL-0021-HDG2
019700         AFTER ADVANCING 2 LINES.
019800     EXEC SQL
019900         OPEN CB021
020000     END-EXEC.
020100     IF SQLCODE NOT = 0
020200         GO TO 9999-SQL-ERROR
020300     END-IF.
020400 1000-INITIALIZE-EXIT.
020500     EXIT.
020600*****************************************************************
020700*    2000-ONE-CLAIM - DENY ONE CLAIM PAST THE LIMIT             *
020800*****************************************************************
020900 2000-ONE-CLAIM.
021000     EXEC SQL
021100         FETCH CB021
021200         INTO :CLPENDTB-R-CUST-PART-NUM,
021300              :CLPENDTB-C-TCN-NUM,
021400              :CLPENDTB-C-PROV-ID,
021500              :CLPENDTB-C-PEND-DT,
021600              :CLPENDTB-C-TOT-CHRG-AMT,
021700              :CLPENDTB-C-TOT-REIMB-AMT,
021800              :WH-0021-DAYS-WAIT
021900     END-EXEC.
022000     EVALUATE SQLCODE
022100       WHEN 0
022200         ADD 1                       TO WB-0021-READ-CNT
022300       WHEN 100
022400         SET WB-0021-EOF TO TRUE
022500         GO TO 2000-ONE-CLAIM-EXIT
022600       WHEN OTHER
022700         GO TO 9999-SQL-ERROR
022800     END-EVALUATE.
022900     PERFORM 2100-DENY-CLAIM
023000         THRU 2100-DENY-CLAIM-EXIT.
023100 2000-ONE-CLAIM-EXIT.
023200     EXIT.
023300*****************************************************************
023400*    2100-DENY-CLAIM - CLOSE THE QUEUE ROW AS AUTO-DENIED, DENY *
023500*    THE PENDED EXCEPTIONS AND THE CLAIM HEADER.  A ROW A       *
023600*    REVIEWER WORKED SINCE THE FETCH IS LEFT ALONE.  COMMIT IN  *
023700*    BATCHES SO AN ABEND RESUMES WHERE IT LEFT OFF.             *
023800*****************************************************************
023900 2100-DENY-CLAIM.
024000     MOVE 'PDDB0021'                 TO CLPENDTB-C-RSLV-USER-ID.
024100     MOVE 'AUTO-DENIED - PENDED PAST THE CLINICAL REVIEW LIMIT'
024200                                     TO CLPENDTB-C-RSLV-RSN-TX.
024300     EXEC SQL
024400         UPDATE C_CLM_PEND_TB
024500            SET C_PEND_STAT_CD = 'A',
024600                C_RSLV_USER_ID = :CLPENDTB-C-RSLV-USER-ID,
024700                C_RSLV_TS      = TO_CHAR(CURRENT_TIMESTAMP,
024800                    'YYYY-MM-DD-HH24.MI.SS.FF6'),
024900                C_RSLV_RSN_TX  = :CLPENDTB-C-RSLV-RSN-TX
025000          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
025100            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
025200            AND C_PEND_STAT_CD  = 'P'
025300     END-EXEC.
025400     EVALUATE SQLCODE
025500       WHEN 0
025600         CONTINUE
025700       WHEN 100
025800         ADD 1                       TO WB-0021-SKIP-CNT
025900         GO TO 2100-DENY-CLAIM-EXIT
026000       WHEN OTHER
026100         GO TO 9999-SQL-ERROR
026200     END-EVALUATE.
026300     EXEC SQL
026400         UPDATE C_CLM_PEND_EXC_TB
026500            SET C_RSLV_DISP_CD = '3'
026600          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
026700            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
026800     END-EXEC.
026900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
027000         GO TO 9999-SQL-ERROR
027100     END-IF.
027200     EXEC SQL
027300         UPDATE C_LI_EXC_TB
027400            SET R_CLM_EXC_DISP_CD = '3'
027500          WHERE R_CUST_PART_NUM   = :CLPENDTB-R-CUST-PART-NUM
027600            AND C_TCN_NUM         = :CLPENDTB-C-TCN-NUM
027700            AND R_CLM_EXC_DISP_CD = 'P'
027800     END-EXEC.
027900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
028000         GO TO 9999-SQL-ERROR
028100     END-IF.
028200     EXEC SQL
028300         UPDATE C_LI_DRUG_TB
028400            SET C_HDR_STAT_CD = 'D'
028500          WHERE R_CUST_PART_NUM = :CLPENDTB-R-CUST-PART-NUM
028600            AND C_TCN_NUM       = :CLPENDTB-C-TCN-NUM
028700            AND C_HDR_STAT_CD   = 'H'
028800     END-EXEC.
028900     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
029000         GO TO 9999-SQL-ERROR
029100     END-IF.
029200     MOVE CLPENDTB-R-CUST-PART-NUM   TO WK-9011-CUST-PART-NUM.
029300     MOVE CLPENDTB-C-TCN-NUM         TO WK-9011-TCN-NUM.
029400     CALL 'PDDS9011'                 USING WK-9011-CALL-PARMS.
029500     IF NOT WK-9011-COMPLETE
029600         DISPLAY 'PDDB0021 - PDDS9011 REPLY ' WK-9011-REPLY-CD
029700                 ' ON ' WK-9011-FAILED-TB
029800                 ' SQLCODE = ' WK-9011-SQLCODE
029900         GO TO 9999-SQL-ERROR
030000     END-IF.
030100     IF WK-9011-SPND-BACKED-OUT
030200         ADD 1                       TO WB-0021-SPND-CNT
030300         ADD WK-9011-SPND-AMT        TO WB-0021-TOT-SPND
030400     END-IF.
030500     IF WK-9011-HHLD-BACKED-OUT
030600         ADD 1                       TO WB-0021-HHLD-CNT
030700         ADD WK-9011-HHLD-AMT        TO WB-0021-TOT-HHLD
030800     END-IF.
030900     ADD 1                           TO WB-0021-DENY-CNT.
031000     ADD CLPENDTB-C-TOT-CHRG-AMT     TO WB-0021-TOT-CHRG.
031100     ADD CLPENDTB-C-TOT-REIMB-AMT    TO WB-0021-TOT-REIMB.
031200     MOVE CLPENDTB-C-TCN-NUM         TO RL-0021-D-TCN.
031300     MOVE CLPENDTB-C-PROV-ID         TO RL-0021-D-PROV.
031400     MOVE CLPENDTB-C-PEND-DT         TO RL-0021-D-PEND-DT.
031500     MOVE WH-0021-DAYS-WAIT          TO RL-0021-D-DAYS.
031600     MOVE CLPENDTB-C-TOT-CHRG-AMT    TO RL-0021-D-CHRG.
031700     MOVE CLPENDTB-C-TOT-REIMB-AMT   TO RL-0021-D-REIMB.
031800     WRITE RPTB021-REC FROM RL-0021-DETAIL
031900         AFTER ADVANCING 1 LINE.
032000     ADD 1 TO WB-0021-COMMIT-CNT.
032100     IF WB-0021-COMMIT-CNT NOT < 100
032200         EXEC SQL COMMIT END-EXEC
032300         MOVE ZERO TO WB-0021-COMMIT-CNT
032400     END-IF.
032500 2100-DENY-CLAIM-EXIT.
032600     EXIT.
032700*****************************************************************
032800*    8000-FINALIZE - COUNTS AND DOLLARS                         *
032900*****************************************************************
033000 8000-FINALIZE.
033100     EXEC SQL
033200         CLOSE CB021
033300     END-EXEC.
033400     EXEC SQL COMMIT END-EXEC.
033500     MOVE 'CLAIMS PAST THE LIMIT'       TO RL-0021-C-LABEL.
033600     MOVE WB-0021-READ-CNT              TO RL-0021-C-CNT.
033700     WRITE RPTB021-REC FROM RL-0021-COUNT-LINE
033800         AFTER ADVANCING 3 LINES.
033900     MOVE 'CLAIMS AUTO-DENIED'          TO RL-0021-C-LABEL.
034000     MOVE WB-0021-DENY-CNT              TO RL-0021-C-CNT.
034100     WRITE RPTB021-REC FROM RL-0021-COUNT-LINE
034200         AFTER ADVANCING 1 LINE.
034300     MOVE 'WORKED BY A REVIEWER MEANWHILE' TO RL-0021-C-LABEL.
034400     MOVE WB-0021-SKIP-CNT              TO RL-0021-C-CNT.
034500     WRITE RPTB021-REC FROM RL-0021-COUNT-LINE
034600         AFTER ADVANCING 1 LINE.
034700     MOVE 'SPENDDOWN BACKOUTS'          TO RL-0021-C-LABEL.
034800     MOVE WB-0021-SPND-CNT              TO RL-0021-C-CNT.
034900     WRITE RPTB021-REC FROM RL-0021-COUNT-LINE
035000         AFTER ADVANCING 1 LINE.
035100     MOVE 'HOUSEHOLD CAP BACKOUTS'      TO RL-0021-C-LABEL.
035200     MOVE WB-0021-HHLD-CNT              TO RL-0021-C-CNT.
035300     WRITE RPTB021-REC FROM RL-0021-COUNT-LINE
035400         AFTER ADVANCING 1 LINE.
035500     MOVE 'CHARGES DENIED'              TO RL-0021-A-LABEL.
035600     MOVE WB-0021-TOT-CHRG              TO RL-0021-A-AMT.
035700     WRITE RPTB021-REC FROM RL-0021-AMT-LINE
035800         AFTER ADVANCING 1 LINE.
035900     MOVE 'PRICED AMOUNT WITHHELD'      TO RL-0021-A-LABEL.
036000     MOVE WB-0021-TOT-REIMB             TO RL-0021-A-AMT.
036100     WRITE RPTB021-REC FROM RL-0021-AMT-LINE
036200         AFTER ADVANCING 1 LINE.
036300     MOVE 'SPENDDOWN BACKED OUT'        TO RL-0021-A-LABEL.
036400     MOVE WB-0021-TOT-SPND              TO RL-0021-A-AMT.
036500     WRITE RPTB021-REC FROM RL-0021-AMT-LINE
036600         AFTER ADVANCING 1 LINE.
036700     MOVE 'HOUSEHOLD CAP BACKED OUT'    TO RL-0021-A-LABEL.
036800     MOVE WB-0021-TOT-HHLD              TO RL-0021-A-AMT.
036900     WRITE RPTB021-REC FROM RL-0021-AMT-LINE
037000         AFTER ADVANCING 1 LINE.
037100     CLOSE RPTB021-FILE.
037200 8000-FINALIZE-EXIT.
037300     EXIT.
037400*****************************************************************
037500*    9999-SQL-ERROR - FATAL SQL ERROR, BACK OUT THE OPEN BATCH  *
037600*    AND ABEND THE STEP                                         *
037700*****************************************************************
037800 9999-SQL-ERROR.
037900     DISPLAY 'PDDB0021 - SQL ERROR ON C_CLM_PEND_TB'.
038000     DISPLAY 'SQLCODE = ' SQLCODE.
038100     EXEC SQL ROLLBACK END-EXEC.
038200     MOVE 16 TO RETURN-CODE.
038300     CLOSE RPTB021-FILE.
038400     GOBACK.
