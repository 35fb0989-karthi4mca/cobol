000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDR0070.
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
001300*  10/15/26  ACS   NEW PROGRAM.  PLAN-SPONSOR ADMINISTRATIVE-  *
001400*                  FEE INVOICE AGING OFF C_CUST_INV_TB FOR     *
001500*                  ACCOUNTS RECEIVABLE.  ONE LINE PER CUSTOMER *
001600*                  STILL OWING: HOW MANY OPEN INVOICES, THE    *
001700*                  OLDEST, AND THE BALANCE BY DAYS SINCE THE   *
001800*                  INVOICE DATE - 0-30, 31-60, 61-90, 91-180   *
001900*                  AND OVER 180 - FLAGGED WHEN ANY OF IT IS    *
002000*                  PAST ITS DUE DATE.  THEN COUNTS AND         *
002100*                  BALANCES BY AGE BUCKET.                     *
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
003100     SELECT RPT0070-FILE ASSIGN TO RPT0070
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300*****************************************************************
003400*  DATA DIVISION                                                *
003500*****************************************************************
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  RPT0070-FILE
003900     RECORDING MODE IS F.
004000 01  RPT0070-REC                     PIC X(00133).
004100*****************************************************************
004200*  WORKING-STORAGE SECTION                                     *
004300*****************************************************************
004400 WORKING-STORAGE SECTION.
004500 77  WR-0070-EOF-SW                  PIC X(00001) VALUE 'N'.
004600     88  WR-0070-EOF                 VALUE 'Y'.
004700 77  WR-0070-FIRST-SW                PIC X(00001) VALUE 'Y'.
004800     88  WR-0070-FIRST-REC           VALUE 'Y'.
004900 77  WR-0070-PAST-DUE-SW             PIC X(00001) VALUE 'N'.
005000     88  WR-0070-PAST-DUE            VALUE 'Y'.
005100 77  WR-0070-BKT-SUB                 PIC S9(00004) COMP
005200                                     VALUE ZERO.
005300 77  WR-0070-CUR-PART-NUM            PIC S9(00004) COMP
005400                                     VALUE ZERO.
005500 77  WR-0070-CUR-CUST-ID             PIC X(00006) VALUE SPACES.
005600 77  WR-0070-CUS-OLDEST-DT           PIC X(00010) VALUE SPACES.
005700 77  WR-0070-CUS-CNT                 PIC S9(00009) COMP-3
005800                                     VALUE ZERO.
005900 77  WR-0070-CUS-BAL                 PIC S9(00011)V9(00002)
006000                                     COMP-3 VALUE ZERO.
006100 77  WR-0070-CUST-CNT               PIC S9(00009) COMP-3
006200                                     VALUE ZERO.
006300 77  WR-0070-TOT-CNT                 PIC S9(00009) COMP-3
006400                                     VALUE ZERO.
006500 77  WR-0070-TOT-BAL                 PIC S9(00011)V9(00002)
006600                                     COMP-3 VALUE ZERO.
006700 77  WR-0070-PDUE-CNT               PIC S9(00009) COMP-3
006800                                     VALUE ZERO.
006900 77  WR-0070-PDUE-BAL               PIC S9(00011)V9(00002)
007000                                     COMP-3 VALUE ZERO.
007100*****************************************************************
007200*  AGE BUCKETS - UPPER BOUND IN DAYS SINCE THE INVOICE DATE;    *
007300*  THE LAST BUCKET TAKES EVERYTHING OLDER.                      *
007400*****************************************************************
007500 01  WR-0070-BKT-VALUES.
007600     05  FILLER                      PIC X(00016)
007700                                     VALUE '00030  0 -  30  '.
007800     05  FILLER                      PIC X(00016)
007900                                     VALUE '00060 31 -  60  '.
008000     05  FILLER                      PIC X(00016)
008100                                     VALUE '00090 61 -  90  '.
008200     05  FILLER                      PIC X(00016)
008300                                     VALUE '00180 91 - 180  '.
008400     05  FILLER                      PIC X(00016)
008500                                     VALUE '99999 OVER 180  '.
008600 01  WR-0070-BKT-TABLE REDEFINES WR-0070-BKT-VALUES.
008700     05  WR-0070-BKT-ENTRY           OCCURS 5 TIMES.
008800         10  WR-0070-BKT-HIGH        PIC 9(00005).
008900         10  WR-0070-BKT-LABEL       PIC X(00011).
009000 01  WR-0070-BKT-TOTALS.
009100     05  WR-0070-BKT-TOT             OCCURS 5 TIMES.
009200         10  WR-0070-BKT-CNT         PIC S9(00009) COMP-3.
009300         10  WR-0070-BKT-BAL         PIC S9(00011)V9(00002)
009400                                     COMP-3.
009500 01  WR-0070-CUS-BUCKETS.
009600     05  WR-0070-CUS-BKT-BAL         PIC S9(00011)V9(00002)
009700                                     COMP-3 OCCURS 5 TIMES.
009800 01  WH-0070-RUN-DT.
009900     05  WH-0070-RUN-DT-YYYYMMDD     PIC X(00008).
009933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
009966     COPY WKC90040.
010000*****************************************************************
010100*  EXEC SQL - SQLCA, HOST VARIABLES AND THE OPEN-INVOICE        *
010200*  CURSOR, BY CUSTOMER, OLDEST FIRST                            *
010300*****************************************************************
010400     EXEC SQL INCLUDE SQLCA END-EXEC.
010500     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
010600     COPY CLCINVTB.
010700 01  WH-0070-HOST-VARS.
010800     05  WH-0070-TODAY-DT            PIC X(00010).
010900     05  WH-0070-DAYS-OPEN           PIC S9(00009) COMP.
011000     EXEC SQL END DECLARE SECTION END-EXEC.
011100     EXEC SQL
011200         DECLARE R0070IV CURSOR FOR
011300         SELECT R_CUST_PART_NUM, R_CUST_ID, C_INV_DT, C_DUE_DT,
011400                C_BAL_AMT,
011500                TO_DATE(:WH-0070-TODAY-DT,'YYYY-MM-DD') -
011600                    TO_DATE(C_INV_DT,'YYYY-MM-DD')
011700           FROM C_CUST_INV_TB
011800          WHERE C_INV_STAT_CD = 'O'
011900            AND C_BAL_AMT     > 0
012000          ORDER BY R_CUST_PART_NUM, C_INV_DT, C_INV_NUM
012100     END-EXEC.
012200*****************************************************************
012300*  REPORT LINE LAYOUTS                                         *
012400*****************************************************************
012500 01  RL-0070-HDG1.
012600     05  FILLER                      PIC X(00001) VALUE SPACE.
012700     05  FILLER                      PIC X(00050) VALUE
012800         'PDDR0070 - PLAN SPONSOR FEE INVOICE AGING'.
012900     05  FILLER                      PIC X(00009)
013000                                     VALUE 'RUN DATE '.
013100     05  RL-0070-H1-RUN-DT           PIC X(00010).
013200 01  RL-0070-HDG2.
013300     05  FILLER                      PIC X(00001) VALUE SPACE.
013400     05  FILLER                      PIC X(00040) VALUE
013500         'CUSTOMER  PART                     OPEN '.
013600     05  FILLER                      PIC X(00042) VALUE
013700         'OLDEST           0 - 30      31 - 60      '.
013800     05  FILLER                      PIC X(00041) VALUE
013900         '61 - 90     91 - 180     OVER 180        '.
014000     05  FILLER                      PIC X(00009) VALUE
014100         'TOTAL DUE'.
014200 01  RL-0070-HDG3.
014300     05  FILLER                      PIC X(00060) VALUE SPACES.
014400     05  FILLER                      PIC X(00039) VALUE
014500         'DAYS         DAYS         DAYS         '.
014600     05  FILLER                      PIC X(00030) VALUE
014700         'DAYS         DAYS      BALANCE'.
014800 01  RL-0070-DETAIL.
014900     05  FILLER                      PIC X(00001).
015000     05  RL-0070-D-CUST-ID           PIC X(00006).
015100     05  FILLER                      PIC X(00004).
015200     05  RL-0070-D-PART              PIC ZZZ9.
015300     05  FILLER                      PIC X(00020).
015400     05  FILLER                      PIC X(00001).
015500     05  RL-0070-D-CNT               PIC ZZZ9.
015600     05  FILLER                      PIC X(00001).
015700     05  RL-0070-D-OLDEST            PIC X(00010).
015800     05  RL-0070-D-BKT-AREA          OCCURS 5 TIMES.
015900         10  FILLER                  PIC X(00001).
016000         10  RL-0070-D-BKT           PIC Z,ZZZ,ZZ9.99
016100                                     BLANK WHEN ZERO.
016200     05  FILLER                      PIC X(00001).
016300     05  RL-0070-D-BAL               PIC Z,ZZZ,ZZ9.99.
016400     05  FILLER                      PIC X(00001).
016500     05  RL-0070-D-PDUE              PIC X(00003).
016600 01  RL-0070-TOTAL.
016700     05  FILLER                      PIC X(00001).
016800     05  RL-0070-T-LABEL             PIC X(00035).
016900     05  RL-0070-T-CNT               PIC ZZZ9.
017000     05  FILLER                      PIC X(00011).
017100     05  RL-0070-T-BKT-AREA          OCCURS 5 TIMES.
017200         10  FILLER                  PIC X(00001).
017300         10  RL-0070-T-BKT           PIC ZZZZZZZZ9.99.
017400     05  FILLER                      PIC X(00001).
017500     05  RL-0070-T-BAL               PIC ZZZZZZZZ9.99.
017600 01  RL-0070-BKT-HDG.
017700     05  FILLER                      PIC X(00001) VALUE SPACE.
017800     05  FILLER                      PIC X(00050) VALUE
017900         'INVOICE AGE         INVOICES               BALANCE'.
018000 01  RL-0070-BKT-LINE.
018100     05  FILLER                      PIC X(00001) VALUE SPACE.
018200     05  RL-0070-B-LABEL             PIC X(00016).
018300     05  RL-0070-B-CNT               PIC ZZZ,ZZZ,ZZ9.
018400     05  FILLER                      PIC X(00003) VALUE SPACES.
018500     05  RL-0070-B-BAL               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018600*****************************************************************
018700*  PROCEDURE DIVISION                                          *
018800*****************************************************************
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE
019200         THRU 1000-INITIALIZE-EXIT.
019300     PERFORM 2000-ONE-INVOICE
019400         THRU 2000-ONE-INVOICE-EXIT
019500         UNTIL WR-0070-EOF.
019600     IF NOT WR-0070-FIRST-REC
019700         PERFORM 3000-CUSTOMER-LINE
019800             THRU 3000-CUSTOMER-LINE-EXIT
019900     END-IF.
020000     PERFORM 8000-FINALIZE
020100         THRU 8000-FINALIZE-EXIT.
020200     GOBACK.
020300*****************************************************************
020400*    1000-INITIALIZE - RUN DATE, HEADINGS, OPEN THE CURSOR      *
020500*****************************************************************
020600 1000-INITIALIZE.
020611     MOVE 'PDDR0070'             TO WK-9004-PGM-ID.
020622     MOVE SPACES                 TO WK-9004-OVRD-DT.
020633     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
020644     IF WK-9004-NO-BUS-DT
020655         DISPLAY 'PDDR0070 - NO BUSINESS PROCESSING DATE'
020666         MOVE 16 TO RETURN-CODE
020677         GOBACK
020688     END-IF.
020700     OPEN OUTPUT RPT0070-FILE.
020800     INITIALIZE WR-0070-BKT-TOTALS
020900                WR-0070-CUS-BUCKETS.
021000     MOVE WK-9004-BUS-DT-YYYYMMDD TO WH-0070-RUN-DT-YYYYMMDD.
021100     MOVE SPACES                    TO WH-0070-TODAY-DT.
021200     STRING WH-0070-RUN-DT-YYYYMMDD (1:4) '-'
021300            WH-0070-RUN-DT-YYYYMMDD (5:2) '-'
021400            WH-0070-RUN-DT-YYYYMMDD (7:2)
021500         DELIMITED BY SIZE INTO WH-0070-TODAY-DT.
021600     MOVE WH-0070-TODAY-DT          TO RL-0070-H1-RUN-DT.
021700     WRITE RPT0070-REC FROM RL-0070-HDG1
021800         BEFORE ADVANCING TO-NEW-PAGE.
021900     WRITE RPT0070-REC FROM RL-0070-HDG2
022000         AFTER ADVANCING 2 LINES.
022100     WRITE RPT0070-REC FROM RL-0070-HDG3
022200         AFTER ADVANCING 1 LINE.
022300     EXEC SQL
022400         OPEN R0070IV
022500     END-EXEC.
022600     IF SQLCODE NOT = 0
022700         GO TO 9999-SQL-ERROR
022800     END-IF.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    2000-ONE-INVOICE - CUSTOMER BREAK, THEN INTO ITS BUCKET    *
023300*****************************************************************
023400 2000-ONE-INVOICE.
023500     EXEC SQL
023600         FETCH R0070IV
023700         INTO :CLCINVTB-R-CUST-PART-NUM,
023800              :CLCINVTB-R-CUST-ID,
023900              :CLCINVTB-C-INV-DT,
024000              :CLCINVTB-C-DUE-DT,
024100              :CLCINVTB-C-BAL-AMT,
024200              :WH-0070-DAYS-OPEN
024300     END-EXEC.
024400     EVALUATE SQLCODE
024500       WHEN 0
024600         CONTINUE
024700       WHEN 100
024800         SET WR-0070-EOF TO TRUE
024900         GO TO 2000-ONE-INVOICE-EXIT
025000       WHEN OTHER
025100         GO TO 9999-SQL-ERROR
025200     END-EVALUATE.
025300     IF WR-0070-FIRST-REC
025400         MOVE CLCINVTB-R-CUST-PART-NUM
025500                                    TO WR-0070-CUR-PART-NUM
025600         MOVE CLCINVTB-R-CUST-ID    TO WR-0070-CUR-CUST-ID
025700         MOVE CLCINVTB-C-INV-DT     TO WR-0070-CUS-OLDEST-DT
025800         MOVE 'N'                   TO WR-0070-FIRST-SW
025900     END-IF.
026000     IF CLCINVTB-R-CUST-PART-NUM NOT = WR-0070-CUR-PART-NUM
026100         PERFORM 3000-CUSTOMER-LINE
026200             THRU 3000-CUSTOMER-LINE-EXIT
026300         MOVE CLCINVTB-R-CUST-PART-NUM
026400                                    TO WR-0070-CUR-PART-NUM
026500         MOVE CLCINVTB-R-CUST-ID    TO WR-0070-CUR-CUST-ID
026600         MOVE CLCINVTB-C-INV-DT     TO WR-0070-CUS-OLDEST-DT
026700     END-IF.
026800     MOVE 1                         TO WR-0070-BKT-SUB.
026900     PERFORM 2100-FIND-BUCKET
027000         THRU 2100-FIND-BUCKET-EXIT
027100         UNTIL WR-0070-BKT-SUB NOT < 5
027200            OR WH-0070-DAYS-OPEN NOT >
027300               WR-0070-BKT-HIGH (WR-0070-BKT-SUB).
027400     ADD CLCINVTB-C-BAL-AMT
027500                    TO WR-0070-CUS-BKT-BAL (WR-0070-BKT-SUB)
027600                       WR-0070-BKT-BAL (WR-0070-BKT-SUB).
027700     ADD 1          TO WR-0070-BKT-CNT (WR-0070-BKT-SUB).
027800     ADD 1                          TO WR-0070-CUS-CNT
027900                                       WR-0070-TOT-CNT.
028000     ADD CLCINVTB-C-BAL-AMT         TO WR-0070-CUS-BAL
028100                                       WR-0070-TOT-BAL.
028200     IF CLCINVTB-C-DUE-DT < WH-0070-TODAY-DT
028300         MOVE 'Y'                   TO WR-0070-PAST-DUE-SW
028400         ADD 1                      TO WR-0070-PDUE-CNT
028500         ADD CLCINVTB-C-BAL-AMT     TO WR-0070-PDUE-BAL
028600     END-IF.
028700 2000-ONE-INVOICE-EXIT.
028800     EXIT.
028900*****************************************************************
029000*    2100-FIND-BUCKET - STEP TO THE NEXT AGE BUCKET             *
029100*****************************************************************
029200 2100-FIND-BUCKET.
029300     ADD 1                          TO WR-0070-BKT-SUB.
029400 2100-FIND-BUCKET-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    3000-CUSTOMER-LINE - ONE LINE FOR THE CUSTOMER JUST        *
029800*    FINISHED, THEN CLEAR ITS ACCUMULATORS                      *
029900*****************************************************************
030000 3000-CUSTOMER-LINE.
030100     MOVE SPACES                    TO RL-0070-DETAIL.
030200     MOVE WR-0070-CUR-CUST-ID       TO RL-0070-D-CUST-ID.
030300     MOVE WR-0070-CUR-PART-NUM      TO RL-0070-D-PART.
030400     MOVE WR-0070-CUS-CNT           TO RL-0070-D-CNT.
030500     MOVE WR-0070-CUS-OLDEST-DT     TO RL-0070-D-OLDEST.
030600     PERFORM 3100-CUSTOMER-BUCKET
030700         THRU 3100-CUSTOMER-BUCKET-EXIT
030800         VARYING WR-0070-BKT-SUB FROM 1 BY 1
030900         UNTIL WR-0070-BKT-SUB > 5.
031000     MOVE WR-0070-CUS-BAL           TO RL-0070-D-BAL.
031100     IF WR-0070-PAST-DUE
031200         MOVE 'YES'                 TO RL-0070-D-PDUE
031300     END-IF.
031400     WRITE RPT0070-REC FROM RL-0070-DETAIL
031500         AFTER ADVANCING 1 LINE.
031600     ADD 1                          TO WR-0070-CUST-CNT.
031700     MOVE ZERO                      TO WR-0070-CUS-CNT
031800                                       WR-0070-CUS-BAL.
031900     INITIALIZE WR-0070-CUS-BUCKETS.
032000     MOVE 'N'                       TO WR-0070-PAST-DUE-SW.
032100 3000-CUSTOMER-LINE-EXIT.
032200     EXIT.
032300 3100-CUSTOMER-BUCKET.
032400     MOVE WR-0070-CUS-BKT-BAL (WR-0070-BKT-SUB)
032500                         TO RL-0070-D-BKT (WR-0070-BKT-SUB).
032600 3100-CUSTOMER-BUCKET-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    8000-FINALIZE - GRAND TOTAL LINE, AGE BUCKET SUMMARY       *
033000*****************************************************************
033100 8000-FINALIZE.
033200     EXEC SQL
033300         CLOSE R0070IV
033400     END-EXEC.
033500     MOVE SPACES                    TO RL-0070-TOTAL.
033600     MOVE 'TOTAL - CUSTOMERS OWING'    TO RL-0070-T-LABEL.
033700     MOVE WR-0070-CUST-CNT         TO RL-0070-T-CNT.
033800     PERFORM 8200-TOTAL-BUCKET
033900         THRU 8200-TOTAL-BUCKET-EXIT
034000         VARYING WR-0070-BKT-SUB FROM 1 BY 1
034100         UNTIL WR-0070-BKT-SUB > 5.
034200     MOVE WR-0070-TOT-BAL           TO RL-0070-T-BAL.
034300     WRITE RPT0070-REC FROM RL-0070-TOTAL
034400         AFTER ADVANCING 2 LINES.
034500     WRITE RPT0070-REC FROM RL-0070-BKT-HDG
034600         AFTER ADVANCING 3 LINES.
034700     MOVE 1                         TO WR-0070-BKT-SUB.
034800     PERFORM 8100-ONE-BUCKET
034900         THRU 8100-ONE-BUCKET-EXIT
035000         UNTIL WR-0070-BKT-SUB > 5.
035100     MOVE 'TOTAL OPEN'              TO RL-0070-B-LABEL.
035200     MOVE WR-0070-TOT-CNT           TO RL-0070-B-CNT.
035300     MOVE WR-0070-TOT-BAL           TO RL-0070-B-BAL.
035400     WRITE RPT0070-REC FROM RL-0070-BKT-LINE
035500         AFTER ADVANCING 2 LINES.
035600     MOVE 'PAST DUE'         TO RL-0070-B-LABEL.
035700     MOVE WR-0070-PDUE-CNT         TO RL-0070-B-CNT.
035800     MOVE WR-0070-PDUE-BAL         TO RL-0070-B-BAL.
035900     WRITE RPT0070-REC FROM RL-0070-BKT-LINE
036000         AFTER ADVANCING 1 LINE.
036100     CLOSE RPT0070-FILE.
036200 8000-FINALIZE-EXIT.
036300     EXIT.
036400*****************************************************************
036500*    8100-ONE-BUCKET                                            *
036600*****************************************************************
036700 8100-ONE-BUCKET.
036800     MOVE WR-0070-BKT-LABEL (WR-0070-BKT-SUB)
036900                                    TO RL-0070-B-LABEL.
037000     MOVE WR-0070-BKT-CNT (WR-0070-BKT-SUB)
037100                                    TO RL-0070-B-CNT.
037200     MOVE WR-0070-BKT-BAL (WR-0070-BKT-SUB)
037300                                    TO RL-0070-B-BAL.
037400     WRITE RPT0070-REC FROM RL-0070-BKT-LINE
037500         AFTER ADVANCING 1 LINE.
037600     ADD 1                          TO WR-0070-BKT-SUB.
037700 8100-ONE-BUCKET-EXIT.
037800     EXIT.
037900 8200-TOTAL-BUCKET.
038000     MOVE WR-0070-BKT-BAL (WR-0070-BKT-SUB)
038100                         TO RL-0070-T-BKT (WR-0070-BKT-SUB).
038200 8200-TOTAL-BUCKET-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
038600*****************************************************************
038700 9999-SQL-ERROR.
038800     DISPLAY 'PDDR0070 - SQL ERROR ON C_CUST_INV_TB'.
038900     DISPLAY 'SQLCODE = ' SQLCODE.
039000     MOVE 16 TO RETURN-CODE.
039100     CLOSE RPT0070-FILE.
039200     GOBACK.
