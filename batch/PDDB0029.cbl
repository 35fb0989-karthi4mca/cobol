000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0029.
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
001300*  10/15/26  ACS   NEW PROGRAM.  PLAN-SPONSOR BILLING LOAD.    *
001400*                  TWO RECORD TYPES.  F LOADS A CUSTOMER'S     *
001500*                  ADMINISTRATIVE FEE SCHEDULE ONTO C_CUST_    *
001600*                  FEE_SCHED_TB, END-DATING THE SCHEDULE IT    *
001700*                  REPLACES THE DAY BEFORE.  P POSTS A         *
001800*                  CUSTOMER PAYMENT AGAINST THE C_CUST_INV_TB  *
001900*                  INVOICES PDDB0028 OPENED - TO THE INVOICE   *
002000*                  NAMED, ELSE OLDEST OPEN INVOICE FIRST -     *
002100*                  WITH A C_CUST_INV_PYMT_TB LEDGER ROW PER    *
002200*                  INVOICE PAID.  A PAYMENT OVER WHAT IS OPEN  *
002300*                  IS REJECTED FOR ACCOUNTS RECEIVABLE TO      *
002400*                  RESOLVE.  UNUSABLE RECORDS GO TO THE ERROR  *
002500*                  FILE WITH A REASON PREFIX, AND THE COUNTS   *
002600*                  REPORT PROVES INPUT = LOADED + REJECTED.    *
002620*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002640*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002660*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002680*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002700*                                                              *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CBILLIN-FILE ASSIGN TO CBILLIN
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT CBILLERR-FILE ASSIGN TO CBILLERR
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT RPTB029-FILE ASSIGN TO RPTB029
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200*****************************************************************
004300*  DATA DIVISION                                                *
004400*****************************************************************
004500 DATA DIVISION.
004600 FILE SECTION.
004700*    F = FEE SCHEDULE: EFFECTIVE FROM (AND THROUGH, BLANK =
004800*    OPEN-ENDED) AND THE FOUR RATES, 999V9999.
004900*    P = PAYMENT: INVOICE NUMBER (BLANK = OLDEST OPEN FIRST),
005000*    PAYMENT DATE (BLANK = RUN DATE), AMOUNT, REMITTANCE
005100*    REFERENCE.
005200 FD  CBILLIN-FILE.
005300 01  CB-BILLING-REC.
005400     05  CB-REC-TY                   PIC X(00001).
005500         88  CB-FEE-SCHEDULE         VALUE 'F'.
005600         88  CB-PAYMENT              VALUE 'P'.
005700     05  CB-CUST-PART-TX             PIC X(00004).
005800     05  CB-CUST-PART-NUM REDEFINES CB-CUST-PART-TX
005900                                     PIC 9(00004).
006000     05  CB-FEE-AREA.
006100         10  CB-FEE-BEG-DT           PIC X(00010).
006200         10  CB-FEE-END-DT           PIC X(00010).
006300         10  CB-PAID-CLM-FEE-TX      PIC X(00007).
006400         10  CB-PAID-CLM-FEE REDEFINES CB-PAID-CLM-FEE-TX
006500                                     PIC 9(00003)V9(00004).
006600         10  CB-RVSL-FEE-TX          PIC X(00007).
006700         10  CB-RVSL-FEE REDEFINES CB-RVSL-FEE-TX
006800                                     PIC 9(00003)V9(00004).
006900         10  CB-PA-REQ-FEE-TX        PIC X(00007).
007000         10  CB-PA-REQ-FEE REDEFINES CB-PA-REQ-FEE-TX
007100                                     PIC 9(00003)V9(00004).
007200         10  CB-PMPM-FEE-TX          PIC X(00007).
007300         10  CB-PMPM-FEE REDEFINES CB-PMPM-FEE-TX
007400                                     PIC 9(00003)V9(00004).
007500         10  FILLER                  PIC X(00047).
007600     05  CB-PYMT-AREA REDEFINES CB-FEE-AREA.
007700         10  CB-INV-NUM-TX           PIC X(00009).
007800         10  CB-INV-NUM REDEFINES CB-INV-NUM-TX
007900                                     PIC 9(00009).
008000         10  CB-PYMT-DT              PIC X(00010).
008100         10  CB-PYMT-AMT-TX          PIC X(00011).
008200         10  CB-PYMT-AMT REDEFINES CB-PYMT-AMT-TX
008300                                     PIC 9(00009)V9(00002).
008400         10  CB-PYMT-REF-TX          PIC X(00020).
008500         10  FILLER                  PIC X(00045).
008600 FD  CBILLERR-FILE.
008700 01  CE-ERROR-REC.
008800     05  CE-REASON-TX                PIC X(00030).
008900     05  CE-BILLING-IMAGE            PIC X(00100).
009000 FD  RPTB029-FILE
009100     RECORDING MODE IS F.
009200 01  RPTB029-REC                     PIC X(00133).
009300*****************************************************************
009400*  WORKING-STORAGE SECTION                                     *
009500*****************************************************************
009600 WORKING-STORAGE SECTION.
009700 77  WB-0029-EOF-SW                  PIC X(00001) VALUE 'N'.
009800     88  WB-0029-EOF                 VALUE 'Y'.
009900 77  WB-0029-REJECT-SW               PIC X(00001) VALUE 'N'.
010000     88  WB-0029-REJECTED            VALUE 'Y'.
010100 77  WB-0029-INV-EOF-SW              PIC X(00001) VALUE 'N'.
010200     88  WB-0029-INV-EOF             VALUE 'Y'.
010300 77  WB-0029-READ-CNT                PIC S9(00009) COMP-3
010400                                     VALUE ZERO.
010500 77  WB-0029-FEE-CNT                 PIC S9(00009) COMP-3
010600                                     VALUE ZERO.
010700 77  WB-0029-PYMT-CNT                PIC S9(00009) COMP-3
010800                                     VALUE ZERO.
010900 77  WB-0029-APPL-CNT                PIC S9(00009) COMP-3
011000                                     VALUE ZERO.
011100 77  WB-0029-REJ-CNT                 PIC S9(00009) COMP-3
011200                                     VALUE ZERO.
011300 77  WB-0029-PYMT-TOT                PIC S9(00011)V9(00002)
011400                                     COMP-3 VALUE ZERO.
011500 77  WB-0029-REMAIN-AMT              PIC S9(00009)V9(00002)
011600                                     COMP-3 VALUE ZERO.
011700 77  WB-0029-COMMIT-CNT              PIC S9(00004) COMP
011800                                     VALUE ZERO.
011900 77  WB-0029-COMMIT-LIMIT            PIC S9(00004) COMP
012000                                     VALUE +500.
012033*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
012066     COPY WKC90040.
012100*****************************************************************
012200*  EXEC SQL - SQLCA, HOST VARIABLES AND THE CUSTOMER'S OPEN    *
012300*  INVOICES, OLDEST FIRST                                       *
012400*****************************************************************
012500     EXEC SQL INCLUDE SQLCA END-EXEC.
012600     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
012700     COPY CLCFEETB.
012800     COPY CLCINVTB.
012900     COPY CLCIPYTB.
013000 01  WH-0029-HOST-VARS.
013100     05  WH-0029-RUN-DT              PIC X(00010).
013200     05  WH-0029-OPEN-AMT            PIC S9(00011)V9(00002)
013300                                     COMP-3.
013400     05  WH-0029-HIT                 PIC S9(00004) COMP.
013500     EXEC SQL END DECLARE SECTION END-EXEC.
013600     EXEC SQL
013700         DECLARE CB029I CURSOR FOR
013800         SELECT C_INV_NUM, C_BAL_AMT
013900           FROM C_CUST_INV_TB
014000          WHERE R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
014100            AND C_INV_STAT_CD   = 'O'
014200            AND C_BAL_AMT       > 0
014300          ORDER BY C_INV_DT, C_INV_NUM
014400     END-EXEC.
014500*****************************************************************
014600*  REPORT LINE LAYOUTS                                         *
014700*****************************************************************
014800 01  RL-0029-HDG1.
014900     05  FILLER                      PIC X(00001) VALUE SPACE.
015000     05  FILLER                      PIC X(00050) VALUE
015100         'PDDB0029 - PLAN SPONSOR FEE SCHEDULES AND PAYMENTS'.
015200     05  FILLER                      PIC X(00004) VALUE 'RUN '.
015300     05  RL-0029-H1-RUN              PIC X(00010).
015400 01  RL-0029-FEE-HDG.
015500     05  FILLER                      PIC X(00001) VALUE SPACE.
015600     05  FILLER                      PIC X(00046) VALUE
015700         'FEE SCHEDULES  PART  FROM        THROUGH     '.
015800     05  FILLER                      PIC X(00048) VALUE
015900         ' PAID CLAIM    REVERSAL  PA REQUEST        PMPM'.
016000 01  RL-0029-FEE-LINE.
016100     05  FILLER                      PIC X(00015) VALUE SPACES.
016200     05  RL-0029-F-PART              PIC ZZZ9.
016300     05  FILLER                      PIC X(00002) VALUE SPACES.
016400     05  RL-0029-F-BEG               PIC X(00010).
016500     05  FILLER                      PIC X(00002) VALUE SPACES.
016600     05  RL-0029-F-END               PIC X(00010).
016700     05  RL-0029-F-RATE              PIC ZZZZ9.9999
016800                                     OCCURS 4 TIMES.
016900 01  RL-0029-PYMT-HDG.
017000     05  FILLER                      PIC X(00001) VALUE SPACE.
017100     05  FILLER                      PIC X(00046) VALUE
017200         'PAYMENTS       PART    INVOICE  PAID        '.
017300     05  FILLER                      PIC X(00048) VALUE
017400         '      APPLIED     BALANCE  REFERENCE'.
017500 01  RL-0029-PYMT-LINE.
017600     05  FILLER                      PIC X(00015) VALUE SPACES.
017700     05  RL-0029-P-PART              PIC ZZZ9.
017800     05  FILLER                      PIC X(00002) VALUE SPACES.
017900     05  RL-0029-P-INV-NUM           PIC Z(00008)9.
018000     05  FILLER                      PIC X(00002) VALUE SPACES.
018100     05  RL-0029-P-DT                PIC X(00010).
018200     05  RL-0029-P-AMT               PIC ZZ,ZZZ,ZZ9.99.
018300     05  RL-0029-P-BAL               PIC ZZ,ZZZ,ZZ9.99.
018400     05  FILLER                      PIC X(00002) VALUE SPACES.
018500     05  RL-0029-P-REF               PIC X(00020).
018600 01  RL-0029-COUNT-LINE.
018700     05  FILLER                      PIC X(00001) VALUE SPACE.
018800     05  RL-0029-C-LABEL             PIC X(00030).
018900     05  RL-0029-C-CNT               PIC ZZZ,ZZZ,ZZ9.
019000     05  FILLER                      PIC X(00002) VALUE SPACES.
019100     05  RL-0029-C-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99
019200                                     BLANK WHEN ZERO.
019300 01  RL-0029-BAL-LINE.
019400     05  FILLER                      PIC X(00001) VALUE SPACE.
019500     05  RL-0029-B-TX                PIC X(00060).
019600*****************************************************************
019700*  PROCEDURE DIVISION                                          *
019800*****************************************************************
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE
020200         THRU 1000-INITIALIZE-EXIT.
020300     PERFORM 2000-ONE-RECORD
020400         THRU 2000-ONE-RECORD-EXIT
020500         UNTIL WB-0029-EOF.
020600     PERFORM 8000-FINALIZE
020700         THRU 8000-FINALIZE-EXIT.
020800     GOBACK.
020900*****************************************************************
021000*    1000-INITIALIZE - RUN DATE, HEADINGS                       *
021100*****************************************************************
021200 1000-INITIALIZE.
021211     MOVE 'PDDB0029'             TO WK-9004-PGM-ID.
021222     MOVE SPACES                 TO WK-9004-OVRD-DT.
021233     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
021244     IF WK-9004-NO-BUS-DT
021255         DISPLAY 'PDDB0029 - NO BUSINESS PROCESSING DATE'
021266         MOVE 16 TO RETURN-CODE
021277         GOBACK
021288     END-IF.
021300     OPEN INPUT  CBILLIN-FILE.
021400     OPEN OUTPUT CBILLERR-FILE RPTB029-FILE.
021850     MOVE WK-9004-BUS-DT         TO WH-0029-RUN-DT.
022300     MOVE WH-0029-RUN-DT         TO RL-0029-H1-RUN.
022400     WRITE RPTB029-REC FROM RL-0029-HDG1
022500         BEFORE ADVANCING TO-NEW-PAGE.
022600     WRITE RPTB029-REC FROM RL-0029-FEE-HDG
022700         AFTER ADVANCING 2 LINES.
022800     WRITE RPTB029-REC FROM RL-0029-PYMT-HDG
022900         AFTER ADVANCING 1 LINE.
023000     PERFORM 2100-READ-NEXT
023100         THRU 2100-READ-NEXT-EXIT.
023200 1000-INITIALIZE-EXIT.
023300     EXIT.
023400*****************************************************************
023500*    2000-ONE-RECORD - VALIDATE, THEN LOAD OR REJECT            *
023600*****************************************************************
023700 2000-ONE-RECORD.
023800     MOVE 'N' TO WB-0029-REJECT-SW.
023900     PERFORM 3000-VALIDATE-RECORD
024000         THRU 3000-VALIDATE-RECORD-EXIT.
024100     IF NOT WB-0029-REJECTED
024200         IF CB-FEE-SCHEDULE
024300             PERFORM 4000-LOAD-SCHEDULE
024400                 THRU 4000-LOAD-SCHEDULE-EXIT
024500         ELSE
024600             PERFORM 5000-POST-PAYMENT
024700                 THRU 5000-POST-PAYMENT-EXIT
024800         END-IF
024900         ADD 1 TO WB-0029-COMMIT-CNT
025000         IF WB-0029-COMMIT-CNT NOT < WB-0029-COMMIT-LIMIT
025100             EXEC SQL COMMIT END-EXEC
025200             MOVE ZERO TO WB-0029-COMMIT-CNT
025300         END-IF
025400     END-IF.
025500     PERFORM 2100-READ-NEXT
025600         THRU 2100-READ-NEXT-EXIT.
025700 2000-ONE-RECORD-EXIT.
025800     EXIT.
025900*****************************************************************
026000*    2100-READ-NEXT                                             *
026100*****************************************************************
026200 2100-READ-NEXT.
026300     READ CBILLIN-FILE
026400         AT END SET WB-0029-EOF TO TRUE
026500         NOT AT END ADD 1 TO WB-0029-READ-CNT
026600     END-READ.
026700 2100-READ-NEXT-EXIT.
026800     EXIT.
026900*****************************************************************
027000*    3000-VALIDATE-RECORD - CUSTOMER, THEN BY RECORD TYPE.      *
027100*    FIRST FAILURE WINS.                                        *
027200*****************************************************************
027300 3000-VALIDATE-RECORD.
027400     IF NOT CB-FEE-SCHEDULE
027500        AND NOT CB-PAYMENT
027600         MOVE 'RECORD TYPE NOT F OR P' TO CE-REASON-TX
027700         PERFORM 3900-REJECT-RECORD
027800             THRU 3900-REJECT-RECORD-EXIT
027900         GO TO 3000-VALIDATE-RECORD-EXIT
028000     END-IF.
028100     IF CB-CUST-PART-TX NOT NUMERIC
028200         MOVE 'CUSTOMER PART NOT NUMERIC' TO CE-REASON-TX
028300         PERFORM 3900-REJECT-RECORD
028400             THRU 3900-REJECT-RECORD-EXIT
028500         GO TO 3000-VALIDATE-RECORD-EXIT
028600     END-IF.
028700     MOVE CB-CUST-PART-NUM       TO CLCFEETB-R-CUST-PART-NUM
028800                                    CLCINVTB-R-CUST-PART-NUM.
028900     EXEC SQL
029000         SELECT 1
029100           INTO :WH-0029-HIT
029200           FROM R_CUST_DTL_TB
029300          WHERE R_CUST_PART_NUM = :CLCFEETB-R-CUST-PART-NUM
029400            AND ROWNUM = 1
029500     END-EXEC.
029600     EVALUATE SQLCODE
029700       WHEN 0
029800         CONTINUE
029900       WHEN 100
030000         MOVE 'CUSTOMER NOT ON FILE' TO CE-REASON-TX
030100         PERFORM 3900-REJECT-RECORD
030200             THRU 3900-REJECT-RECORD-EXIT
030300         GO TO 3000-VALIDATE-RECORD-EXIT
030400       WHEN OTHER
030500         GO TO 9999-SQL-ERROR
030600     END-EVALUATE.
030700     IF CB-FEE-SCHEDULE
030800         PERFORM 3100-VALIDATE-SCHEDULE
030900             THRU 3100-VALIDATE-SCHEDULE-EXIT
031000     ELSE
031100         PERFORM 3200-VALIDATE-PAYMENT
031200             THRU 3200-VALIDATE-PAYMENT-EXIT
031300     END-IF.
031400 3000-VALIDATE-RECORD-EXIT.
031500     EXIT.
031600*****************************************************************
031700*    3100-VALIDATE-SCHEDULE - DATES, RATES, AND NOTHING ALREADY *
031800*    ON FILE FROM THE NEW EFFECTIVE DATE FORWARD                *
031900*****************************************************************
032000 3100-VALIDATE-SCHEDULE.
032100     IF CB-FEE-BEG-DT = SPACES
032200         MOVE 'EFFECTIVE DATE MISSING' TO CE-REASON-TX
032300         PERFORM 3900-REJECT-RECORD
032400             THRU 3900-REJECT-RECORD-EXIT
032500         GO TO 3100-VALIDATE-SCHEDULE-EXIT
032600     END-IF.
032700     IF CB-FEE-END-DT = SPACES
032800         MOVE '9999-12-31'       TO CB-FEE-END-DT
032900     END-IF.
033000     IF CB-FEE-END-DT < CB-FEE-BEG-DT
033100         MOVE 'END DATE BEFORE EFFECTIVE DATE' TO CE-REASON-TX
033200         PERFORM 3900-REJECT-RECORD
033300             THRU 3900-REJECT-RECORD-EXIT
033400         GO TO 3100-VALIDATE-SCHEDULE-EXIT
033500     END-IF.
033600     IF CB-PAID-CLM-FEE-TX NOT NUMERIC
033700        OR CB-RVSL-FEE-TX NOT NUMERIC
033800        OR CB-PA-REQ-FEE-TX NOT NUMERIC
033900        OR CB-PMPM-FEE-TX NOT NUMERIC
034000         MOVE 'FEE RATE NOT NUMERIC' TO CE-REASON-TX
034100         PERFORM 3900-REJECT-RECORD
034200             THRU 3900-REJECT-RECORD-EXIT
034300         GO TO 3100-VALIDATE-SCHEDULE-EXIT
034400     END-IF.
034500     MOVE CB-FEE-BEG-DT          TO CLCFEETB-C-FEE-BEG-DT.
034600*    A SCHEDULE ALREADY STARTING ON OR AFTER THIS ONE IS A RERUN
034700*    OR A CORRECTION - FIX THE ROW RATHER THAN STACK ANOTHER.
034800     EXEC SQL
034900         SELECT 1
035000           INTO :WH-0029-HIT
035100           FROM C_CUST_FEE_SCHED_TB
035200          WHERE R_CUST_PART_NUM = :CLCFEETB-R-CUST-PART-NUM
035300            AND C_FEE_BEG_DT   >= :CLCFEETB-C-FEE-BEG-DT
035400            AND ROWNUM = 1
035500     END-EXEC.
035600     EVALUATE SQLCODE
035700       WHEN 0
035800         MOVE 'SCHEDULE ON FILE FROM THE DATE' TO CE-REASON-TX
035900         PERFORM 3900-REJECT-RECORD
036000             THRU 3900-REJECT-RECORD-EXIT
036100       WHEN 100
036200         CONTINUE
036300       WHEN OTHER
036400         GO TO 9999-SQL-ERROR
036500     END-EVALUATE.
036600 3100-VALIDATE-SCHEDULE-EXIT.
036700     EXIT.
036800*****************************************************************
036900*    3200-VALIDATE-PAYMENT - AMOUNT, AND NO MORE THAN THE NAMED *
037000*    INVOICE (OR ALL THE CUSTOMER'S OPEN INVOICES) STILL OWES   *
037100*****************************************************************
037200 3200-VALIDATE-PAYMENT.
037300     IF CB-PYMT-AMT-TX NOT NUMERIC
037400         MOVE 'AMOUNT NOT NUMERIC' TO CE-REASON-TX
037500         PERFORM 3900-REJECT-RECORD
037600             THRU 3900-REJECT-RECORD-EXIT
037700         GO TO 3200-VALIDATE-PAYMENT-EXIT
037800     END-IF.
037900     IF CB-PYMT-AMT = ZERO
038000         MOVE 'AMOUNT IS ZERO' TO CE-REASON-TX
038100         PERFORM 3900-REJECT-RECORD
038200             THRU 3900-REJECT-RECORD-EXIT
038300         GO TO 3200-VALIDATE-PAYMENT-EXIT
038400     END-IF.
038500     IF CB-PYMT-DT = SPACES
038600         MOVE WH-0029-RUN-DT     TO CB-PYMT-DT
038700     END-IF.
038800     IF CB-INV-NUM-TX = SPACES
038900         GO TO 3250-TOTAL-OPEN
039000     END-IF.
039100     IF CB-INV-NUM-TX NOT NUMERIC
039200         MOVE 'INVOICE NUMBER NOT NUMERIC' TO CE-REASON-TX
039300         PERFORM 3900-REJECT-RECORD
039400             THRU 3900-REJECT-RECORD-EXIT
039500         GO TO 3200-VALIDATE-PAYMENT-EXIT
039600     END-IF.
039700     MOVE CB-INV-NUM             TO CLCINVTB-C-INV-NUM.
039800     EXEC SQL
039900         SELECT C_BAL_AMT, C_INV_STAT_CD
040000           INTO :CLCINVTB-C-BAL-AMT, :CLCINVTB-C-INV-STAT-CD
040100           FROM C_CUST_INV_TB
040200          WHERE C_INV_NUM       = :CLCINVTB-C-INV-NUM
040300            AND R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
040400     END-EXEC.
040500     EVALUATE SQLCODE
040600       WHEN 0
040700         CONTINUE
040800       WHEN 100
040900         MOVE 'INVOICE NOT ON FILE FOR CUST' TO CE-REASON-TX
041000         PERFORM 3900-REJECT-RECORD
041100             THRU 3900-REJECT-RECORD-EXIT
041200         GO TO 3200-VALIDATE-PAYMENT-EXIT
041300       WHEN OTHER
041400         GO TO 9999-SQL-ERROR
041500     END-EVALUATE.
041600     IF NOT CLCINVTB-C-INV-OPEN
041700         MOVE 'INVOICE ALREADY PAID' TO CE-REASON-TX
041800         PERFORM 3900-REJECT-RECORD
041900             THRU 3900-REJECT-RECORD-EXIT
042000         GO TO 3200-VALIDATE-PAYMENT-EXIT
042100     END-IF.
042200     IF CB-PYMT-AMT > CLCINVTB-C-BAL-AMT
042300         MOVE 'PAYMENT OVER INVOICE BALANCE' TO CE-REASON-TX
042400         PERFORM 3900-REJECT-RECORD
042500             THRU 3900-REJECT-RECORD-EXIT
042600     END-IF.
042700     GO TO 3200-VALIDATE-PAYMENT-EXIT.
042800 3250-TOTAL-OPEN.
042900     EXEC SQL
043000         SELECT NVL(SUM(C_BAL_AMT), 0)
043100           INTO :WH-0029-OPEN-AMT
043200           FROM C_CUST_INV_TB
043300          WHERE R_CUST_PART_NUM = :CLCINVTB-R-CUST-PART-NUM
043400            AND C_INV_STAT_CD   = 'O'
043500     END-EXEC.
043600     IF SQLCODE NOT = 0
043700         GO TO 9999-SQL-ERROR
043800     END-IF.
043900     IF CB-PYMT-AMT > WH-0029-OPEN-AMT
044000         MOVE 'PAYMENT OVER OPEN BALANCE' TO CE-REASON-TX
044100         PERFORM 3900-REJECT-RECORD
044200             THRU 3900-REJECT-RECORD-EXIT
044300     END-IF.
044400 3200-VALIDATE-PAYMENT-EXIT.
044500     EXIT.
044600*****************************************************************
044700*    3900-REJECT-RECORD                                         *
044800*****************************************************************
044900 3900-REJECT-RECORD.
045000     SET WB-0029-REJECTED TO TRUE.
045100     MOVE CB-BILLING-REC TO CE-BILLING-IMAGE.
045200     WRITE CE-ERROR-REC.
045300     ADD 1 TO WB-0029-REJ-CNT.
045400 3900-REJECT-RECORD-EXIT.
045500     EXIT.
045600*****************************************************************
045700*    4000-LOAD-SCHEDULE - END-DATE THE SCHEDULE IN FORCE THE    *
045800*    DAY BEFORE, THEN ADD THE NEW ONE                           *
045900*****************************************************************
046000 4000-LOAD-SCHEDULE.
046100     MOVE CB-FEE-END-DT          TO CLCFEETB-C-FEE-END-DT.
046200     MOVE CB-PAID-CLM-FEE        TO CLCFEETB-C-PAID-CLM-FEE-AMT.
046300     MOVE CB-RVSL-FEE            TO CLCFEETB-C-RVSL-FEE-AMT.
046400     MOVE CB-PA-REQ-FEE          TO CLCFEETB-C-PA-REQ-FEE-AMT.
046500     MOVE CB-PMPM-FEE            TO CLCFEETB-C-PMPM-FEE-AMT.
046600     EXEC SQL
046700         UPDATE C_CUST_FEE_SCHED_TB
046800            SET C_FEE_END_DT  =
046900                    TO_CHAR(TO_DATE(:CLCFEETB-C-FEE-BEG-DT,
047000                                    'YYYY-MM-DD') - 1,
047100                            'YYYY-MM-DD'),
047200                C_UPD_USER_ID = 'PDDB0029',
047300                C_UPD_TS      =
047400                    TO_CHAR(CURRENT_TIMESTAMP,
047500                        'YYYY-MM-DD-HH24.MI.SS.FF6')
047600          WHERE R_CUST_PART_NUM = :CLCFEETB-R-CUST-PART-NUM
047700            AND C_FEE_END_DT   >= :CLCFEETB-C-FEE-BEG-DT
047800     END-EXEC.
047900     IF SQLCODE NOT = 0
048000        AND SQLCODE NOT = 100
048100         GO TO 9999-SQL-ERROR
048200     END-IF.
048300     EXEC SQL
048400         INSERT INTO C_CUST_FEE_SCHED_TB
048500               (R_CUST_PART_NUM, C_FEE_BEG_DT, C_FEE_END_DT,
048600                C_PAID_CLM_FEE_AMT, C_RVSL_FEE_AMT,
048700                C_PA_REQ_FEE_AMT, C_PMPM_FEE_AMT,
048800                C_UPD_USER_ID, C_UPD_TS)
048900         VALUES (:CLCFEETB-R-CUST-PART-NUM,
049000                 :CLCFEETB-C-FEE-BEG-DT, :CLCFEETB-C-FEE-END-DT,
049100                 :CLCFEETB-C-PAID-CLM-FEE-AMT,
049200                 :CLCFEETB-C-RVSL-FEE-AMT,
049300                 :CLCFEETB-C-PA-REQ-FEE-AMT,
049400                 :CLCFEETB-C-PMPM-FEE-AMT, 'PDDB0029',
049500                 TO_CHAR(CURRENT_TIMESTAMP,
049600                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
049700     END-EXEC.
049800     IF SQLCODE NOT = 0
049900         GO TO 9999-SQL-ERROR
050000     END-IF.
050100     ADD 1                       TO WB-0029-FEE-CNT.
050200     MOVE CLCFEETB-R-CUST-PART-NUM
050300                                 TO RL-0029-F-PART.
050400     MOVE CLCFEETB-C-FEE-BEG-DT  TO RL-0029-F-BEG.
050500     MOVE CLCFEETB-C-FEE-END-DT  TO RL-0029-F-END.
050600     MOVE CLCFEETB-C-PAID-CLM-FEE-AMT
050700                                 TO RL-0029-F-RATE (1).
050800     MOVE CLCFEETB-C-RVSL-FEE-AMT
050900                                 TO RL-0029-F-RATE (2).
051000     MOVE CLCFEETB-C-PA-REQ-FEE-AMT
051100                                 TO RL-0029-F-RATE (3).
051200     MOVE CLCFEETB-C-PMPM-FEE-AMT
051300                                 TO RL-0029-F-RATE (4).
051400     WRITE RPTB029-REC FROM RL-0029-FEE-LINE
051500         AFTER ADVANCING 1 LINE.
051600 4000-LOAD-SCHEDULE-EXIT.
051700     EXIT.
051800*****************************************************************
051900*    5000-POST-PAYMENT - TO THE NAMED INVOICE, ELSE WALK THE    *
052000*    CUSTOMER'S OPEN INVOICES OLDEST FIRST UNTIL IT IS USED UP  *
052100*****************************************************************
052200 5000-POST-PAYMENT.
052300     ADD 1                       TO WB-0029-PYMT-CNT.
052400     ADD CB-PYMT-AMT             TO WB-0029-PYMT-TOT.
052500     MOVE CB-PYMT-AMT            TO WB-0029-REMAIN-AMT.
052600     IF CB-INV-NUM-TX NOT = SPACES
052700         PERFORM 5500-APPLY-TO-INVOICE
052800             THRU 5500-APPLY-TO-INVOICE-EXIT
052900         GO TO 5000-POST-PAYMENT-EXIT
053000     END-IF.
053100     EXEC SQL
053200         OPEN CB029I
053300     END-EXEC.
053400     IF SQLCODE NOT = 0
053500         GO TO 9999-SQL-ERROR
053600     END-IF.
053700     MOVE 'N'                    TO WB-0029-INV-EOF-SW.
053800     PERFORM 5100-NEXT-INVOICE
053900         THRU 5100-NEXT-INVOICE-EXIT
054000         UNTIL WB-0029-INV-EOF
054100            OR WB-0029-REMAIN-AMT NOT > ZERO.
054200     EXEC SQL
054300         CLOSE CB029I
054400     END-EXEC.
054500 5000-POST-PAYMENT-EXIT.
054600     EXIT.
054700*****************************************************************
054800*    5100-NEXT-INVOICE - NEXT OLDEST OPEN INVOICE               *
054900*****************************************************************
055000 5100-NEXT-INVOICE.
055100     EXEC SQL
055200         FETCH CB029I
055300         INTO :CLCINVTB-C-INV-NUM,
055400              :CLCINVTB-C-BAL-AMT
055500     END-EXEC.
055600     EVALUATE SQLCODE
055700       WHEN 0
055800         PERFORM 5500-APPLY-TO-INVOICE
055900             THRU 5500-APPLY-TO-INVOICE-EXIT
056000       WHEN 100
056100         SET WB-0029-INV-EOF TO TRUE
056200       WHEN OTHER
056300         GO TO 9999-SQL-ERROR
056400     END-EVALUATE.
056500 5100-NEXT-INVOICE-EXIT.
056600     EXIT.
056700*****************************************************************
056800*    5500-APPLY-TO-INVOICE - THE LESSER OF WHAT IS LEFT OF THE  *
056900*    PAYMENT AND THE INVOICE BALANCE; CLOSE THE INVOICE AT ZERO *
057000*****************************************************************
057100 5500-APPLY-TO-INVOICE.
057200     IF WB-0029-REMAIN-AMT < CLCINVTB-C-BAL-AMT
057300         MOVE WB-0029-REMAIN-AMT TO CLCIPYTB-C-PYMT-AMT
057400     ELSE
057500         MOVE CLCINVTB-C-BAL-AMT TO CLCIPYTB-C-PYMT-AMT
057600     END-IF.
057700     SUBTRACT CLCIPYTB-C-PYMT-AMT FROM WB-0029-REMAIN-AMT.
057800     COMPUTE CLCIPYTB-C-BAL-AFTR-AMT =
057900             CLCINVTB-C-BAL-AMT - CLCIPYTB-C-PYMT-AMT.
058000     IF CLCIPYTB-C-BAL-AFTR-AMT = ZERO
058100         MOVE 'P'                TO CLCINVTB-C-INV-STAT-CD
058200     ELSE
058300         MOVE 'O'                TO CLCINVTB-C-INV-STAT-CD
058400     END-IF.
058500     MOVE CLCINVTB-C-INV-NUM     TO CLCIPYTB-C-INV-NUM.
058600     MOVE CB-PYMT-DT             TO CLCIPYTB-C-PYMT-DT.
058700     MOVE CB-PYMT-REF-TX         TO CLCIPYTB-C-PYMT-REF-TX.
058800     EXEC SQL
058900         UPDATE C_CUST_INV_TB
059000            SET C_PAID_AMT      = C_PAID_AMT +
059100                                  :CLCIPYTB-C-PYMT-AMT,
059200                C_BAL_AMT       = :CLCIPYTB-C-BAL-AFTR-AMT,
059300                C_INV_STAT_CD   = :CLCINVTB-C-INV-STAT-CD,
059400                C_LAST_PYMT_DT  = :CLCIPYTB-C-PYMT-DT,
059500                C_UPD_USER_ID   = 'PDDB0029',
059600                C_UPD_TS        =
059700                    TO_CHAR(CURRENT_TIMESTAMP,
059800                        'YYYY-MM-DD-HH24.MI.SS.FF6')
059900          WHERE C_INV_NUM = :CLCINVTB-C-INV-NUM
060000     END-EXEC.
060100     IF SQLCODE NOT = 0
060200         GO TO 9999-SQL-ERROR
060300     END-IF.
060400     EXEC SQL
060500         INSERT INTO C_CUST_INV_PYMT_TB
060600               (C_INV_NUM, C_PYMT_TS, C_PYMT_DT, C_PYMT_AMT,
060700                C_PYMT_REF_TX, C_BAL_AFTR_AMT, C_USER_ID)
060800         VALUES (:CLCIPYTB-C-INV-NUM,
060900                 TO_CHAR(CURRENT_TIMESTAMP,
061000                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
061100                 :CLCIPYTB-C-PYMT-DT, :CLCIPYTB-C-PYMT-AMT,
061200                 :CLCIPYTB-C-PYMT-REF-TX,
061300                 :CLCIPYTB-C-BAL-AFTR-AMT, 'PDDB0029')
061400     END-EXEC.
061500     IF SQLCODE NOT = 0
061600         GO TO 9999-SQL-ERROR
061700     END-IF.
061800     ADD 1                       TO WB-0029-APPL-CNT.
061900     MOVE CLCINVTB-R-CUST-PART-NUM
062000                                 TO RL-0029-P-PART.
062100     MOVE CLCIPYTB-C-INV-NUM     TO RL-0029-P-INV-NUM.
062200     MOVE CLCIPYTB-C-PYMT-DT     TO RL-0029-P-DT.
062300     MOVE CLCIPYTB-C-PYMT-AMT    TO RL-0029-P-AMT.
062400     MOVE CLCIPYTB-C-BAL-AFTR-AMT
062500                                 TO RL-0029-P-BAL.
062600     MOVE CLCIPYTB-C-PYMT-REF-TX TO RL-0029-P-REF.
062700     WRITE RPTB029-REC FROM RL-0029-PYMT-LINE
062800         AFTER ADVANCING 1 LINE.
062900 5500-APPLY-TO-INVOICE-EXIT.
063000     EXIT.
063100*****************************************************************
063200*    8000-FINALIZE - COUNTS REPORT: INPUT = LOADED + REJECTED   *
063300*****************************************************************
063400 8000-FINALIZE.
063500     EXEC SQL COMMIT END-EXEC.
063600     MOVE 'RECORDS READ'         TO RL-0029-C-LABEL.
063700     MOVE WB-0029-READ-CNT       TO RL-0029-C-CNT.
063800     MOVE ZERO                   TO RL-0029-C-AMT.
063900     WRITE RPTB029-REC FROM RL-0029-COUNT-LINE
064000         AFTER ADVANCING 3 LINES.
064100     MOVE 'FEE SCHEDULES LOADED' TO RL-0029-C-LABEL.
064200     MOVE WB-0029-FEE-CNT        TO RL-0029-C-CNT.
064300     WRITE RPTB029-REC FROM RL-0029-COUNT-LINE
064400         AFTER ADVANCING 1 LINE.
064500     MOVE 'PAYMENTS POSTED'      TO RL-0029-C-LABEL.
064600     MOVE WB-0029-PYMT-CNT       TO RL-0029-C-CNT.
064700     MOVE WB-0029-PYMT-TOT       TO RL-0029-C-AMT.
064800     WRITE RPTB029-REC FROM RL-0029-COUNT-LINE
064900         AFTER ADVANCING 1 LINE.
065000     MOVE '  INVOICES PAID AGAINST' TO RL-0029-C-LABEL.
065100     MOVE WB-0029-APPL-CNT       TO RL-0029-C-CNT.
065200     MOVE ZERO                   TO RL-0029-C-AMT.
065300     WRITE RPTB029-REC FROM RL-0029-COUNT-LINE
065400         AFTER ADVANCING 1 LINE.
065500     MOVE 'RECORDS REJECTED'     TO RL-0029-C-LABEL.
065600     MOVE WB-0029-REJ-CNT        TO RL-0029-C-CNT.
065700     WRITE RPTB029-REC FROM RL-0029-COUNT-LINE
065800         AFTER ADVANCING 1 LINE.
065900     IF WB-0029-READ-CNT = WB-0029-FEE-CNT + WB-0029-PYMT-CNT
066000                         + WB-0029-REJ-CNT
066100         MOVE 'BALANCED - INPUT = LOADED + REJECTED'
066200                                 TO RL-0029-B-TX
066300     ELSE
066400         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
066500                                 TO RL-0029-B-TX
066600         MOVE 8 TO RETURN-CODE
066700     END-IF.
066800     WRITE RPTB029-REC FROM RL-0029-BAL-LINE
066900         AFTER ADVANCING 2 LINES.
067000     CLOSE CBILLIN-FILE CBILLERR-FILE RPTB029-FILE.
067100 8000-FINALIZE-EXIT.
067200     EXIT.
067300*****************************************************************
067400*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
067500*****************************************************************
067600 9999-SQL-ERROR.
067700     DISPLAY 'PDDB0029 - SQL ERROR ON C_CUST_INV_TB'.
067800     DISPLAY 'SQLCODE = ' SQLCODE.
067900     EXEC SQL ROLLBACK END-EXEC.
068000     MOVE 16 TO RETURN-CODE.
068100     CLOSE CBILLIN-FILE CBILLERR-FILE RPTB029-FILE.
068200     GOBACK.
