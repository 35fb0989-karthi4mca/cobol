000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0068.
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
001300*  10/15/26  ACS   NEW PROGRAM.  PROVIDER ACCOUNTS RECEIVABLE  *
001400*                  AGING OFF C_PROV_AR_TB FOR FINANCE.  ONE    *
001500*                  LINE PER PAYEE (PHARMACY, OR THE CHAIN'S    *
001600*                  CENTRAL PAYEE) STILL OWING: HOW MANY OPEN   *
001700*                  RECEIVABLES, THE OLDEST, AND THE BALANCE    *
001800*                  BY DAYS SINCE OPENED - 0-30, 31-60, 61-90,  *
001900*                  91-180 AND OVER 180 - FLAGGED WHEN ANY OF   *
002000*                  IT IS ON AN INSTALLMENT SCHEDULE.  THEN     *
002100*                  COUNTS AND BALANCES BY AGE BUCKET.          *
002120*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002140*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002160*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002180*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002200*                                                              *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RPT0068-FILE ASSIGN TO RPT0068
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*****************************************************************
003400*  DATA DIVISION                                                *
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RPT0068-FILE
003900     RECORDING MODE IS F.
004000 01  RPT0068-REC                     PIC X(00133).
004100*****************************************************************
004200*  WORKING-STORAGE SECTION                                     *
004300*****************************************************************
004400 WORKING-STORAGE SECTION.
004500 77  WR-0068-EOF-SW                  PIC X(00001) VALUE 'N'.
004600     88  WR-0068-EOF                 VALUE 'Y'.
004700 77  WR-0068-FIRST-SW                PIC X(00001) VALUE 'Y'.
004800     88  WR-0068-FIRST-REC           VALUE 'Y'.
004900 77  WR-0068-INSTL-SW                PIC X(00001) VALUE 'N'.
005000     88  WR-0068-ON-SCHEDULE         VALUE 'Y'.
005100 77  WR-0068-BKT-SUB                 PIC S9(00004) COMP
005200                                     VALUE ZERO.
005300 77  WR-0068-CUR-PAYEE-ID            PIC X(00015) VALUE SPACES.
005400 77  WR-0068-PAY-OLDEST-DT           PIC X(00010) VALUE SPACES.
005500 77  WR-0068-PAY-CNT                 PIC S9(00009) COMP-3
005600                                     VALUE ZERO.
005700 77  WR-0068-PAY-BAL                 PIC S9(00011)V9(00002)
005800                                     COMP-3 VALUE ZERO.
005900 77  WR-0068-PAYEE-CNT               PIC S9(00009) COMP-3
006000                                     VALUE ZERO.
006100 77  WR-0068-TOT-CNT                 PIC S9(00009) COMP-3
006200                                     VALUE ZERO.
006300 77  WR-0068-TOT-BAL                 PIC S9(00011)V9(00002)
006400                                     COMP-3 VALUE ZERO.
006500 77  WR-0068-INSTL-CNT               PIC S9(00009) COMP-3
006600                                     VALUE ZERO.
006700 77  WR-0068-INSTL-BAL               PIC S9(00011)V9(00002)
006800                                     COMP-3 VALUE ZERO.
006900*****************************************************************
007000*  AGE BUCKETS - UPPER BOUND IN DAYS SINCE THE RECEIVABLE WAS   *
007100*  OPENED; THE LAST BUCKET TAKES EVERYTHING OLDER.              *
007200*****************************************************************
007300 01  WR-0068-BKT-VALUES.
007400     05  FILLER                      PIC X(00016)
007500                                     VALUE '00030  0 -  30  '.
007600     05  FILLER                      PIC X(00016)
007700                                     VALUE '00060 31 -  60  '.
007800     05  FILLER                      PIC X(00016)
007900                                     VALUE '00090 61 -  90  '.
008000     05  FILLER                      PIC X(00016)
008100                                     VALUE '00180 91 - 180  '.
008200     05  FILLER                      PIC X(00016)
008300                                     VALUE '99999 OVER 180  '.
008400 01  WR-0068-BKT-TABLE REDEFINES WR-0068-BKT-VALUES.
008500     05  WR-0068-BKT-ENTRY           OCCURS 5 TIMES.
008600         10  WR-0068-BKT-HIGH        PIC 9(00005).
008700         10  WR-0068-BKT-LABEL       PIC X(00011).
008800 01  WR-0068-BKT-TOTALS.
008900     05  WR-0068-BKT-TOT             OCCURS 5 TIMES.
009000         10  WR-0068-BKT-CNT         PIC S9(00009) COMP-3.
009100         10  WR-0068-BKT-BAL         PIC S9(00011)V9(00002)
009200                                     COMP-3.
009300 01  WR-0068-PAY-BUCKETS.
009400     05  WR-0068-PAY-BKT-BAL         PIC S9(00011)V9(00002)
009500                                     COMP-3 OCCURS 5 TIMES.
009600 01  WH-0068-RUN-DT.
009700     05  WH-0068-RUN-DT-YYYYMMDD     PIC X(00008).
009733*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009766     COPY WKC90040.
009800*****************************************************************
009900*  EXEC SQL - SQLCA, HOST VARIABLES AND THE OPEN-RECEIVABLE     *
010000*  CURSOR, BY PAYEE, OLDEST FIRST                               *
010100*****************************************************************
010200     EXEC SQL INCLUDE SQLCA END-EXEC.
010300     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010400     COPY CLPARCTB.
010500 01  WH-0068-HOST-VARS.
010600     05  WH-0068-TODAY-DT            PIC X(00010).
010700     05  WH-0068-PAYEE-ID            PIC X(00015).
010800     05  WH-0068-PAYEE-NAM           PIC X(00030).
010900     05  WH-0068-DAYS-OPEN           PIC S9(00009) COMP.
011000     EXEC SQL END DECLARE SECTION END-EXEC.
011100     EXEC SQL
011200         DECLARE R0068AR CURSOR FOR
011300         SELECT C_PAYEE_ID, C_OPEN_DT, C_BAL_AMT, C_AR_STAT_CD,
011400                TO_DATE(:WH-0068-TODAY-DT,'YYYY-MM-DD') -
011500                    TO_DATE(C_OPEN_DT,'YYYY-MM-DD')
011600           FROM C_PROV_AR_TB
011700          WHERE C_AR_STAT_CD IN ('O', 'I')
011800            AND C_BAL_AMT     > 0
011900          ORDER BY C_PAYEE_ID, C_OPEN_DT, C_AR_NUM
012000     END-EXEC.
012100*****************************************************************
012200*  REPORT LINE LAYOUTS                                         *
012300*****************************************************************
012400 01  RL-0068-HDG1.
012500     05  FILLER                      PIC X(00001) VALUE SPACE.
012600     05  FILLER                      PIC X(00050) VALUE
012700         'PDDR0068 - PROVIDER ACCOUNTS RECEIVABLE AGING'.
012800     05  FILLER                      PIC X(00009)
012900                                     VALUE 'RUN DATE '.
013000     05  RL-0068-H1-RUN-DT           PIC X(00010).
013100 01  RL-0068-HDG2.
013200     05  FILLER                      PIC X(00001) VALUE SPACE.
013300     05  FILLER                      PIC X(00040) VALUE
013400         'PAYEE           NAME               OPEN '.
013500     05  FILLER                      PIC X(00042) VALUE
013600         'OLDEST           0 - 30      31 - 60      '.
013700     05  FILLER                      PIC X(00041) VALUE
013800         '61 - 90     91 - 180     OVER 180        '.
013900     05  FILLER                      PIC X(00009) VALUE
014000         'TOTAL SCH'.
014100 01  RL-0068-HDG3.
014200     05  FILLER                      PIC X(00060) VALUE SPACES.
014300     05  FILLER                      PIC X(00039) VALUE
014400         'DAYS         DAYS         DAYS         '.
014500     05  FILLER                      PIC X(00030) VALUE
014600         'DAYS         DAYS      BALANCE'.
014700 01  RL-0068-DETAIL.
014800     05  FILLER                      PIC X(00001).
014900     05  RL-0068-D-PAYEE             PIC X(00015).
015000     05  FILLER                      PIC X(00001).
015100     05  RL-0068-D-NAM               PIC X(00018).
015200     05  FILLER                      PIC X(00001).
015300     05  RL-0068-D-CNT               PIC ZZZ9.
015400     05  FILLER                      PIC X(00001).
015500     05  RL-0068-D-OLDEST            PIC X(00010).
015600     05  RL-0068-D-BKT-AREA          OCCURS 5 TIMES.
015700         10  FILLER                  PIC X(00001).
015800         10  RL-0068-D-BKT           PIC Z,ZZZ,ZZ9.99
015900                                     BLANK WHEN ZERO.
016000     05  FILLER                      PIC X(00001).
016100     05  RL-0068-D-BAL               PIC Z,ZZZ,ZZ9.99.
016200     05  FILLER                      PIC X(00001).
016300     05  RL-0068-D-SCH               PIC X(00003).
016400 01  RL-0068-TOTAL.
016500     05  FILLER                      PIC X(00001).
016600     05  RL-0068-T-LABEL             PIC X(00035).
016700     05  RL-0068-T-CNT               PIC ZZZ9.
016800     05  FILLER                      PIC X(00011).
016900     05  RL-0068-T-BKT-AREA          OCCURS 5 TIMES.
017000         10  FILLER                  PIC X(00001).
017100         10  RL-0068-T-BKT           PIC ZZZZZZZZ9.99.
017200     05  FILLER                      PIC X(00001).
017300     05  RL-0068-T-BAL               PIC ZZZZZZZZ9.99.
017400 01  RL-0068-BKT-HDG.
017500     05  FILLER                      PIC X(00001) VALUE SPACE.
017600     05  FILLER                      PIC X(00050) VALUE
017700         'DAYS OPEN        RECEIVABLES               BALANCE'.
017800 01  RL-0068-BKT-LINE.
017900     05  FILLER                      PIC X(00001) VALUE SPACE.
018000     05  RL-0068-B-LABEL             PIC X(00016).
018100     05  RL-0068-B-CNT               PIC ZZZ,ZZZ,ZZ9.
018200     05  FILLER                      PIC X(00003) VALUE SPACES.
018300     05  RL-0068-B-BAL               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018400*****************************************************************
018500*  PROCEDURE DIVISION                                          *
018600*****************************************************************
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000         THRU 1000-INITIALIZE-EXIT.
019100     PERFORM 2000-ONE-RECEIVABLE
019200         THRU 2000-ONE-RECEIVABLE-EXIT
019300         UNTIL WR-0068-EOF.
019400     IF NOT WR-0068-FIRST-REC
019500         PERFORM 3000-PAYEE-LINE
019600             THRU 3000-PAYEE-LINE-EXIT
019700     END-IF.
019800     PERFORM 8000-FINALIZE
019900         THRU 8000-FINALIZE-EXIT.
020000     GOBACK.
020100*****************************************************************
020200*    1000-INITIALIZE - RUN DATE, HEADINGS, OPEN THE CURSOR      *
020300*****************************************************************
020400 1000-INITIALIZE.
020411     MOVE 'PDDR0068'             TO WK-9004-PGM-ID.
020422     MOVE SPACES                 TO WK-9004-OVRD-DT.
020433     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
020444     IF WK-9004-NO-BUS-DT
020455         DISPLAY 'PDDR0068 - NO BUSINESS PROCESSING DATE'
020466         MOVE 16 TO RETURN-CODE
020477         GOBACK
020488     END-IF.
020500     OPEN OUTPUT RPT0068-FILE.
020600     INITIALIZE WR-0068-BKT-TOTALS
020700                WR-0068-PAY-BUCKETS.
020800     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0068-RUN-DT-YYYYMMDD.
020900     MOVE SPACES                    TO WH-0068-TODAY-DT.
021000     STRING WH-0068-RUN-DT-YYYYMMDD (1:4) '-'
021100            WH-0068-RUN-DT-YYYYMMDD (5:2) '-'
021200            WH-0068-RUN-DT-YYYYMMDD (7:2)
021300         DELIMITED BY SIZE INTO WH-0068-TODAY-DT.
021400     MOVE WH-0068-TODAY-DT          TO RL-0068-H1-RUN-DT.
021500     WRITE RPT0068-REC FROM RL-0068-HDG1
021600         BEFORE ADVANCING TO-NEW-PAGE.
021700     WRITE RPT0068-REC FROM RL-0068-HDG2
021800         AFTER ADVANCING 2 LINES.
021900     WRITE RPT0068-REC FROM RL-0068-HDG3
022000         AFTER ADVANCING 1 LINE.
022100     EXEC SQL
022200         OPEN R0068AR
022300     END-EXEC.
022400     IF SQLCODE NOT = 0
022500         GO TO 9999-SQL-ERROR
022600     END-IF.
022700 1000-INITIALIZE-EXIT.
022800     EXIT.
022900*****************************************************************
023000*    2000-ONE-RECEIVABLE - PAYEE BREAK, THEN INTO ITS BUCKET    *
023100*****************************************************************
023200 2000-ONE-RECEIVABLE.
023300     EXEC SQL
023400         FETCH R0068AR
023500         INTO :CLPARCTB-C-PAYEE-ID,
023600              :CLPARCTB-C-OPEN-DT,
023700              :CLPARCTB-C-BAL-AMT,
023800              :CLPARCTB-C-AR-STAT-CD,
023900              :WH-0068-DAYS-OPEN
024000     END-EXEC.
024100     EVALUATE SQLCODE
024200       WHEN 0
024300         CONTINUE
024400       WHEN 100
024500         SET WR-0068-EOF TO TRUE
024600         GO TO 2000-ONE-RECEIVABLE-EXIT
024700       WHEN OTHER
024800         GO TO 9999-SQL-ERROR
024900     END-EVALUATE.
025000     IF WR-0068-FIRST-REC
025100         MOVE CLPARCTB-C-PAYEE-ID   TO WR-0068-CUR-PAYEE-ID
025200         MOVE CLPARCTB-C-OPEN-DT    TO WR-0068-PAY-OLDEST-DT
025300         MOVE 'N'                   TO WR-0068-FIRST-SW
025400     END-IF.
025500     IF CLPARCTB-C-PAYEE-ID NOT = WR-0068-CUR-PAYEE-ID
025600         PERFORM 3000-PAYEE-LINE
025700             THRU 3000-PAYEE-LINE-EXIT
025800         MOVE CLPARCTB-C-PAYEE-ID   TO WR-0068-CUR-PAYEE-ID
025900         MOVE CLPARCTB-C-OPEN-DT    TO WR-0068-PAY-OLDEST-DT
026000     END-IF.
026100     MOVE 1                         TO WR-0068-BKT-SUB.
026200     PERFORM 2100-FIND-BUCKET
026300         THRU 2100-FIND-BUCKET-EXIT
026400         UNTIL WR-0068-BKT-SUB NOT < 5
026500            OR WH-0068-DAYS-OPEN NOT >
026600               WR-0068-BKT-HIGH (WR-0068-BKT-SUB).
026700     ADD CLPARCTB-C-BAL-AMT
026800                    TO WR-0068-PAY-BKT-BAL (WR-0068-BKT-SUB)
026900                       WR-0068-BKT-BAL (WR-0068-BKT-SUB).
027000     ADD 1          TO WR-0068-BKT-CNT (WR-0068-BKT-SUB).
027100     ADD 1                          TO WR-0068-PAY-CNT
027200                                       WR-0068-TOT-CNT.
027300     ADD CLPARCTB-C-BAL-AMT         TO WR-0068-PAY-BAL
027400                                       WR-0068-TOT-BAL.
027500     IF CLPARCTB-C-AR-INSTALLMENT
027600         MOVE 'Y'                   TO WR-0068-INSTL-SW
027700         ADD 1                      TO WR-0068-INSTL-CNT
027800         ADD CLPARCTB-C-BAL-AMT     TO WR-0068-INSTL-BAL
027900     END-IF.
028000 2000-ONE-RECEIVABLE-EXIT.
028100     EXIT.
028200*****************************************************************
028300*    2100-FIND-BUCKET - STEP TO THE NEXT AGE BUCKET             *
028400*****************************************************************
028500 2100-FIND-BUCKET.
028600     ADD 1                          TO WR-0068-BKT-SUB.
028700 2100-FIND-BUCKET-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    3000-PAYEE-LINE - ONE LINE FOR THE PAYEE JUST FINISHED,    *
029100*    THEN CLEAR ITS ACCUMULATORS                                *
029200*****************************************************************
029300 3000-PAYEE-LINE.
029400     MOVE WR-0068-CUR-PAYEE-ID      TO WH-0068-PAYEE-ID.
029500     EXEC SQL
029600         SELECT COALESCE(
029700                  (SELECT B.C_PAYEE_NAM
029800                     FROM C_PAYEE_BANK_TB B
029900                    WHERE B.C_PAYEE_ID  = :WH-0068-PAYEE-ID
030000                      AND B.C_PAYEE_NAM > ' '),
030100                  (SELECT P.C_PAYEE_NAM
030200                     FROM C_PROV_PAYEE_TB P
030300                    WHERE P.C_PAYEE_ID = :WH-0068-PAYEE-ID
030400                      AND ROWNUM = 1),
030500                  (SELECT M.C_PROV_NAM
030600                     FROM C_PROV_MSTR_TB M
030700                    WHERE M.C_PROV_ID = :WH-0068-PAYEE-ID
030800                      AND ROWNUM = 1),
030900                  'NAME NOT ON FILE')
031000           INTO :WH-0068-PAYEE-NAM
031100           FROM DUAL
031200     END-EXEC.
031300     IF SQLCODE NOT = 0
031400         GO TO 9999-SQL-ERROR
031500     END-IF.
031600     MOVE SPACES                    TO RL-0068-DETAIL.
031700     MOVE WR-0068-CUR-PAYEE-ID      TO RL-0068-D-PAYEE.
031800     MOVE WH-0068-PAYEE-NAM         TO RL-0068-D-NAM.
031900     MOVE WR-0068-PAY-CNT           TO RL-0068-D-CNT.
032000     MOVE WR-0068-PAY-OLDEST-DT     TO RL-0068-D-OLDEST.
032100     PERFORM 3100-PAYEE-BUCKET
032200         THRU 3100-PAYEE-BUCKET-EXIT
032300         VARYING WR-0068-BKT-SUB FROM 1 BY 1
032400         UNTIL WR-0068-BKT-SUB > 5.
032500     MOVE WR-0068-PAY-BAL           TO RL-0068-D-BAL.
032600     IF WR-0068-ON-SCHEDULE
032700         MOVE 'YES'                 TO RL-0068-D-SCH
032800     END-IF.
032900     WRITE RPT0068-REC FROM RL-0068-DETAIL
033000         AFTER ADVANCING 1 LINE.
033100     ADD 1                          TO WR-0068-PAYEE-CNT.
033200     MOVE ZERO                      TO WR-0068-PAY-CNT
033300                                       WR-0068-PAY-BAL.
033400     INITIALIZE WR-0068-PAY-BUCKETS.
033500     MOVE 'N'                       TO WR-0068-INSTL-SW.
033600 3000-PAYEE-LINE-EXIT.
033700     EXIT.
033800 3100-PAYEE-BUCKET.
033900     MOVE WR-0068-PAY-BKT-BAL (WR-0068-BKT-SUB)
034000                         TO RL-0068-D-BKT (WR-0068-BKT-SUB).
034100 3100-PAYEE-BUCKET-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    8000-FINALIZE - GRAND TOTAL LINE, AGE BUCKET SUMMARY       *
034500*****************************************************************
034600 8000-FINALIZE.
034700     EXEC SQL
034800         CLOSE R0068AR
034900     END-EXEC.
035000     MOVE SPACES                    TO RL-0068-TOTAL.
035100     MOVE 'TOTAL - PAYEES OWING'    TO RL-0068-T-LABEL.
035200     MOVE WR-0068-PAYEE-CNT         TO RL-0068-T-CNT.
035300     PERFORM 8200-TOTAL-BUCKET
035400         THRU 8200-TOTAL-BUCKET-EXIT
035500         VARYING WR-0068-BKT-SUB FROM 1 BY 1
035600         UNTIL WR-0068-BKT-SUB > 5.
035700     MOVE WR-0068-TOT-BAL           TO RL-0068-T-BAL.
035800     WRITE RPT0068-REC FROM RL-0068-TOTAL
035900         AFTER ADVANCING 2 LINES.
036000     WRITE RPT0068-REC FROM RL-0068-BKT-HDG
036100         AFTER ADVANCING 3 LINES.
036200     MOVE 1                         TO WR-0068-BKT-SUB.
036300     PERFORM 8100-ONE-BUCKET
036400         THRU 8100-ONE-BUCKET-EXIT
036500         UNTIL WR-0068-BKT-SUB > 5.
036600     MOVE 'TOTAL OPEN'              TO RL-0068-B-LABEL.
036700     MOVE WR-0068-TOT-CNT           TO RL-0068-B-CNT.
036800     MOVE WR-0068-TOT-BAL           TO RL-0068-B-BAL.
036900     WRITE RPT0068-REC FROM RL-0068-BKT-LINE
037000         AFTER ADVANCING 2 LINES.
037100     MOVE 'ON INSTALLMENTS'         TO RL-0068-B-LABEL.
037200     MOVE WR-0068-INSTL-CNT         TO RL-0068-B-CNT.
037300     MOVE WR-0068-INSTL-BAL         TO RL-0068-B-BAL.
037400     WRITE RPT0068-REC FROM RL-0068-BKT-LINE
037500         AFTER ADVANCING 1 LINE.
037600     CLOSE RPT0068-FILE.
037700 8000-FINALIZE-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    8100-ONE-BUCKET                                            *
038100*****************************************************************
038200 8100-ONE-BUCKET.
038300     MOVE WR-0068-BKT-LABEL (WR-0068-BKT-SUB)
038400                                    TO RL-0068-B-LABEL.
038500     MOVE WR-0068-BKT-CNT (WR-0068-BKT-SUB)
038600                                    TO RL-0068-B-CNT.
038700     MOVE WR-0068-BKT-BAL (WR-0068-BKT-SUB)
038800                                    TO RL-0068-B-BAL.
038900     WRITE RPT0068-REC FROM RL-0068-BKT-LINE
039000         AFTER ADVANCING 1 LINE.
039100     ADD 1                          TO WR-0068-BKT-SUB.
039200 8100-ONE-BUCKET-EXIT.
039300     EXIT.
039400 8200-TOTAL-BUCKET.
039500     MOVE WR-0068-BKT-BAL (WR-0068-BKT-SUB)
039600                         TO RL-0068-T-BKT (WR-0068-BKT-SUB).
039700 8200-TOTAL-BUCKET-EXIT.
039800     EXIT.
039900*****************************************************************
040000*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
040100*****************************************************************
040200 9999-SQL-ERROR.
040300     DISPLAY 'PDDR0068 - SQL ERROR ON C_PROV_AR_TB'.
040400     DISPLAY 'SQLCODE = ' SQLCODE.
040500     MOVE 16 TO RETURN-CODE.
040600     CLOSE RPT0068-FILE.
040700     GOBACK.
