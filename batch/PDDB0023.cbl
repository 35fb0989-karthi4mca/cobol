000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PDDB0023.
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
001300*  10/15/26  ACS   NEW PROGRAM.  PROVIDER RECOVERY LOAD.       *
001400*                  READS THE RECOVERIES FINANCE AND PROGRAM    *
001500*                  INTEGRITY HAVE ESTABLISHED AGAINST PAYEES   *
001600*                  (AUDIT FINDINGS, OVERPAYMENTS, REFUNDS DUE) *
001700*                  AND OPENS A C_PROV_AR_TB RECEIVABLE FOR     *
001800*                  EACH, WITH ITS ESTABLISHING LEDGER POSTING. *
001900*                  PDDB0022 OFFSETS THEM AGAINST THE PAYEE'S   *
002000*                  NEXT PAYMENTS.  A RECOVERY AT OR OVER THE   *
002100*                  LIST 7531 THRESHOLD, OR ONE CARRYING ITS    *
002200*                  OWN INSTALLMENT AMOUNT, IS RECOUPED ON A    *
002300*                  SCHEDULE.  UNUSABLE RECORDS GO TO THE ERROR *
002400*                  FILE WITH A REASON PREFIX, AND THE COUNTS   *
002500*                  REPORT PROVES INPUT = LOADED + REJECTED.    *
002520*  10/15/26  ACS   RUN DATE IS NOW THE BUSINESS PROCESSING     *
002540*                  DATE FROM G_PROC_DT_CTL_TB (SHARED PDDS9004 *
002560*                  ROUTINE) INSTEAD OF THE MACHINE CLOCK.  A   *
002580*                  PROCDATE CARD OVERRIDES IT FOR A RERUN.     *
002600*                                                              *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RECVIN-FILE ASSIGN TO RECVIN
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT RECVERR-FILE ASSIGN TO RECVERR
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT RPTB023-FILE ASSIGN TO RPTB023
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100*****************************************************************
004200*  DATA DIVISION                                                *
004300*****************************************************************
004400 DATA DIVISION.
004500 FILE SECTION.
004600*    ONE RECOVERY PER RECORD.  THE REFERENCE IS FINANCE'S CASE
004700*    OR INVOICE NUMBER - THE SAME REFERENCE IS NOT LOADED TWICE
004800*    FOR A PAYEE.  INSTALLMENT AMOUNT BLANK OR ZERO TAKES THE
004900*    LIST 7531 SCHEDULE.
005000 FD  RECVIN-FILE.
005100 01  RV-RECOVERY-REC.
005200     05  RV-PAYEE-ID                 PIC X(00015).
005300     05  RV-AMT-TX                   PIC X(00011).
005400     05  RV-AMT REDEFINES RV-AMT-TX  PIC 9(00009)V9(00002).
005500     05  RV-RSN-TX                   PIC X(00030).
005600     05  RV-REF-TX                   PIC X(00020).
005700     05  RV-INSTL-TX                 PIC X(00011).
005800     05  RV-INSTL-AMT REDEFINES RV-INSTL-TX
005900                                     PIC 9(00009)V9(00002).
006000     05  FILLER                      PIC X(00013).
006100 FD  RECVERR-FILE.
006200 01  RE-ERROR-REC.
006300     05  RE-REASON-TX                PIC X(00030).
006400     05  RE-RECOVERY-IMAGE           PIC X(00100).
006500 FD  RPTB023-FILE
006600     RECORDING MODE IS F.
006700 01  RPTB023-REC                     PIC X(00133).
006800*****************************************************************
006900*  WORKING-STORAGE SECTION                                     *
007000*****************************************************************
007100 WORKING-STORAGE SECTION.
007200 77  WB-0023-EOF-SW                  PIC X(00001) VALUE 'N'.
007300     88  WB-0023-EOF                 VALUE 'Y'.
007400 77  WB-0023-REJECT-SW               PIC X(00001) VALUE 'N'.
007500     88  WB-0023-REJECTED            VALUE 'Y'.
007600 77  WB-0023-READ-CNT                PIC S9(00009) COMP-3
007700                                     VALUE ZERO.
007800 77  WB-0023-LOAD-CNT                PIC S9(00009) COMP-3
007900                                     VALUE ZERO.
008000 77  WB-0023-INSTL-CNT               PIC S9(00009) COMP-3
008100                                     VALUE ZERO.
008200 77  WB-0023-REJ-CNT                 PIC S9(00009) COMP-3
008300                                     VALUE ZERO.
008400 77  WB-0023-LOAD-AMT                PIC S9(00011)V9(00002)
008500                                     COMP-3 VALUE ZERO.
008600 77  WB-0023-COMMIT-CNT              PIC S9(00004) COMP
008700                                     VALUE ZERO.
008800 77  WB-0023-COMMIT-LIMIT            PIC S9(00004) COMP
008900                                     VALUE +500.
008933*    BUSINESS PROCESSING DATE - SHARED PDDS9004 ROUTINE.
008966     COPY WKC90040.
009000*****************************************************************
009100*  EXEC SQL - SQLCA AND HOST VARIABLES                          *
009200*****************************************************************
009300     EXEC SQL INCLUDE SQLCA END-EXEC.
009400     EXEC SQL BEGIN DECLARE SECTION END-EXEC.
009500     COPY CLPARCTB.
009600     COPY CLPARXTB.
009700 01  WH-0023-HOST-VARS.
009800     05  WH-0023-RUN-DT              PIC X(00010).
009900     05  WH-0023-LMT-TX              PIC X(00015).
010000     05  WH-0023-END-LMT-TX          PIC X(00015).
010100     05  WH-0023-INSTL-MIN-AMT       PIC S9(00009)V9(00002)
010200                                     COMP-3 VALUE 5000.00.
010300     05  WH-0023-INSTL-CNT           PIC S9(00004) COMP
010400                                     VALUE 6.
010500     05  WH-0023-HIT                 PIC S9(00004) COMP.
010600     EXEC SQL END DECLARE SECTION END-EXEC.
010700*****************************************************************
010800*  REPORT LINE LAYOUTS                                         *
010900*****************************************************************
011000 01  RL-0023-HDG1.
011100     05  FILLER                      PIC X(00001) VALUE SPACE.
011200     05  FILLER                      PIC X(00050) VALUE
011300         'PDDB0023 - PROVIDER RECOVERY LOAD, C_PROV_AR_TB'.
011400     05  FILLER                      PIC X(00004) VALUE 'RUN '.
011500     05  RL-0023-H1-RUN              PIC X(00010).
011600 01  RL-0023-HDG2.
011700     05  FILLER                      PIC X(00001) VALUE SPACE.
011800     05  FILLER                      PIC X(00050) VALUE
011900         'RECOVERIES RECOUPED IN INSTALLMENTS AT OR OVER'.
012000     05  RL-0023-H2-INSTL-MIN        PIC ZZZ,ZZZ,ZZ9.99.
012100     05  FILLER                      PIC X(00004) VALUE ' IN '.
012200     05  RL-0023-H2-INSTL-CNT        PIC ZZZ9.
012300     05  FILLER                      PIC X(00007) VALUE ' CYCLES'.
012400 01  RL-0023-HDG3.
012500     05  FILLER                      PIC X(00001) VALUE SPACE.
012600     05  FILLER                      PIC X(00045) VALUE
012700         '   AR NUMBER  PAYEE                   AMOUNT '.
012800     05  FILLER                      PIC X(00038) VALUE
012900         '   INSTALLMENT  REFERENCE             '.
013000     05  FILLER                      PIC X(00006) VALUE 'REASON'.
013100 01  RL-0023-DTL-LINE.
013200     05  FILLER                      PIC X(00001) VALUE SPACE.
013300     05  RL-0023-D-AR-NUM            PIC Z(00011)9.
013400     05  FILLER                      PIC X(00002) VALUE SPACES.
013500     05  RL-0023-D-PAYEE             PIC X(00015).
013600     05  FILLER                      PIC X(00002) VALUE SPACES.
013700     05  RL-0023-D-AMT               PIC ZZ,ZZZ,ZZ9.99.
013800     05  FILLER                      PIC X(00002) VALUE SPACES.
013900     05  RL-0023-D-INSTL             PIC ZZ,ZZZ,ZZ9.99
014000                                     BLANK WHEN ZERO.
014100     05  FILLER                      PIC X(00002) VALUE SPACES.
014200     05  RL-0023-D-REF               PIC X(00020).
014300     05  FILLER                      PIC X(00002) VALUE SPACES.
014400     05  RL-0023-D-RSN               PIC X(00030).
014500 01  RL-0023-COUNT-LINE.
014600     05  FILLER                      PIC X(00001) VALUE SPACE.
014700     05  RL-0023-C-LABEL             PIC X(00030).
014800     05  RL-0023-C-CNT               PIC ZZZ,ZZZ,ZZ9.
014900     05  FILLER                      PIC X(00002) VALUE SPACES.
015000     05  RL-0023-C-AMT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99
015100                                     BLANK WHEN ZERO.
015200 01  RL-0023-BAL-LINE.
015300     05  FILLER                      PIC X(00001) VALUE SPACE.
015400     05  RL-0023-B-TX                PIC X(00060).
015500*****************************************************************
015600*  PROCEDURE DIVISION                                          *
015700*****************************************************************
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE
016100         THRU 1000-INITIALIZE-EXIT.
016200     PERFORM 2000-ONE-RECORD
016300         THRU 2000-ONE-RECORD-EXIT
016400         UNTIL WB-0023-EOF.
016500     PERFORM 8000-FINALIZE
016600         THRU 8000-FINALIZE-EXIT.
016700     GOBACK.
016800*****************************************************************
016900*    1000-INITIALIZE - RUN DATE, INSTALLMENT RULE, HEADINGS     *
017000*****************************************************************
017100 1000-INITIALIZE.
017111     MOVE 'PDDB0023'             TO WK-9004-PGM-ID.
017122     MOVE SPACES                 TO WK-9004-OVRD-DT.
017133     CALL 'PDDS9004' USING WK-9004-CALL-PARMS.
017144     IF WK-9004-NO-BUS-DT
017155         DISPLAY 'PDDB0023 - NO BUSINESS PROCESSING DATE'
017166         MOVE 16 TO RETURN-CODE
017177         GOBACK
017188     END-IF.
017200     OPEN INPUT  RECVIN-FILE.
017300     OPEN OUTPUT RECVERR-FILE RPTB023-FILE.
017750     MOVE WK-9004-BUS-DT         TO WH-0023-RUN-DT.
018200*    RECEIVABLE INSTALLMENTS - LIST 7531, START LIMIT THE
018300*    BALANCE THAT GOES ON A SCHEDULE (DEFAULT 5000.00), END
018400*    LIMIT THE NUMBER OF CYCLES TO RECOUP IT IN (DEFAULT 6).
018500     EXEC SQL
018600         SELECT G_LIST_STRT_LMT, G_LIST_END_LMT
018700           INTO :WH-0023-LMT-TX, :WH-0023-END-LMT-TX
018800           FROM G_LIST_DTL_TB
018900          WHERE G_LIST_SUBSYS_CD = 'C'
019000            AND G_LIST_NUM       = '7531'
019100            AND ROWNUM = 1
019200     END-EXEC.
019300     IF SQLCODE = 0
019400         IF WH-0023-LMT-TX (1:1) NUMERIC
019500             COMPUTE WH-0023-INSTL-MIN-AMT =
019600                 FUNCTION NUMVAL (WH-0023-LMT-TX)
019700         END-IF
019800         IF WH-0023-END-LMT-TX (1:1) NUMERIC
019900             COMPUTE WH-0023-INSTL-CNT =
020000                 FUNCTION NUMVAL (WH-0023-END-LMT-TX)
020100         END-IF
020200     END-IF.
020300     MOVE WH-0023-RUN-DT         TO RL-0023-H1-RUN.
020400     MOVE WH-0023-INSTL-MIN-AMT  TO RL-0023-H2-INSTL-MIN.
020500     MOVE WH-0023-INSTL-CNT      TO RL-0023-H2-INSTL-CNT.
020600     WRITE RPTB023-REC FROM RL-0023-HDG1
020700         BEFORE ADVANCING TO-NEW-PAGE.
020800     WRITE RPTB023-REC FROM RL-0023-HDG2
020900         AFTER ADVANCING 1 LINE.
021000     WRITE RPTB023-REC FROM RL-0023-HDG3
021100         AFTER ADVANCING 2 LINES.
021200     PERFORM 2100-READ-NEXT
021300         THRU 2100-READ-NEXT-EXIT.
021400 1000-INITIALIZE-EXIT.
021500     EXIT.
021600*****************************************************************
021700*    2000-ONE-RECORD - VALIDATE, THEN LOAD OR REJECT            *
021800*****************************************************************
021900 2000-ONE-RECORD.
022000     MOVE 'N' TO WB-0023-REJECT-SW.
022100     PERFORM 3000-VALIDATE-RECORD
022200         THRU 3000-VALIDATE-RECORD-EXIT.
022300     IF NOT WB-0023-REJECTED
022400         PERFORM 4000-LOAD-RECOVERY
022500             THRU 4000-LOAD-RECOVERY-EXIT
022600     END-IF.
022700     PERFORM 2100-READ-NEXT
022800         THRU 2100-READ-NEXT-EXIT.
022900 2000-ONE-RECORD-EXIT.
023000     EXIT.
023100*****************************************************************
023200*    2100-READ-NEXT                                             *
023300*****************************************************************
023400 2100-READ-NEXT.
023500     READ RECVIN-FILE
023600         AT END SET WB-0023-EOF TO TRUE
023700         NOT AT END ADD 1 TO WB-0023-READ-CNT
023800     END-READ.
023900 2100-READ-NEXT-EXIT.
024000     EXIT.
024100*****************************************************************
024200*    3000-VALIDATE-RECORD - EVERYTHING THE RECEIVABLE NEEDS     *
024300*    BEFORE IT IS OPENED.  FIRST FAILURE WINS.                  *
024400*****************************************************************
024500 3000-VALIDATE-RECORD.
024600     IF RV-PAYEE-ID = SPACES
024700         MOVE 'PAYEE ID MISSING' TO RE-REASON-TX
024800         PERFORM 3900-REJECT-RECORD
024900             THRU 3900-REJECT-RECORD-EXIT
025000         GO TO 3000-VALIDATE-RECORD-EXIT
025100     END-IF.
025200     IF RV-AMT-TX NOT NUMERIC
025300         MOVE 'AMOUNT NOT NUMERIC' TO RE-REASON-TX
025400         PERFORM 3900-REJECT-RECORD
025500             THRU 3900-REJECT-RECORD-EXIT
025600         GO TO 3000-VALIDATE-RECORD-EXIT
025700     END-IF.
025800     IF RV-AMT = ZERO
025900         MOVE 'AMOUNT IS ZERO' TO RE-REASON-TX
026000         PERFORM 3900-REJECT-RECORD
026100             THRU 3900-REJECT-RECORD-EXIT
026200         GO TO 3000-VALIDATE-RECORD-EXIT
026300     END-IF.
026400     IF RV-RSN-TX = SPACES
026500         MOVE 'REASON MISSING' TO RE-REASON-TX
026600         PERFORM 3900-REJECT-RECORD
026700             THRU 3900-REJECT-RECORD-EXIT
026800         GO TO 3000-VALIDATE-RECORD-EXIT
026900     END-IF.
027000     IF RV-INSTL-TX = SPACES
027100         MOVE ZERO TO RV-INSTL-AMT
027200     END-IF.
027300     IF RV-INSTL-TX NOT NUMERIC
027400         MOVE 'INSTALLMENT NOT NUMERIC' TO RE-REASON-TX
027500         PERFORM 3900-REJECT-RECORD
027600             THRU 3900-REJECT-RECORD-EXIT
027700         GO TO 3000-VALIDATE-RECORD-EXIT
027800     END-IF.
027900     IF RV-INSTL-AMT > RV-AMT
028000         MOVE 'INSTALLMENT OVER AMOUNT' TO RE-REASON-TX
028100         PERFORM 3900-REJECT-RECORD
028200             THRU 3900-REJECT-RECORD-EXIT
028300         GO TO 3000-VALIDATE-RECORD-EXIT
028400     END-IF.
028500     MOVE RV-PAYEE-ID            TO CLPARCTB-C-PAYEE-ID.
028600     MOVE RV-REF-TX              TO CLPARCTB-C-AR-REF-TX.
028700     EXEC SQL
028800         SELECT 1
028900           INTO :WH-0023-HIT
029000           FROM DUAL
029100          WHERE EXISTS
029200                (SELECT 1
029300                   FROM C_PROV_MSTR_TB M
029400                  WHERE M.C_PROV_ID = :CLPARCTB-C-PAYEE-ID)
029500             OR EXISTS
029600                (SELECT 1
029700                   FROM C_PROV_PAYEE_TB P
029800                  WHERE P.C_PAYEE_ID = :CLPARCTB-C-PAYEE-ID)
029900     END-EXEC.
030000     EVALUATE SQLCODE
030100       WHEN 0
030200         CONTINUE
030300       WHEN 100
030400         MOVE 'PAYEE NOT ON FILE' TO RE-REASON-TX
030500         PERFORM 3900-REJECT-RECORD
030600             THRU 3900-REJECT-RECORD-EXIT
030700         GO TO 3000-VALIDATE-RECORD-EXIT
030800       WHEN OTHER
030900         GO TO 9999-SQL-ERROR
031000     END-EVALUATE.
031100*    A REFERENCE ALREADY LOADED FOR THE PAYEE IS A RERUN OR A
031200*    DUPLICATE ON THE FILE - IT WOULD RECOUP THE AMOUNT TWICE.
031300     IF RV-REF-TX = SPACES
031400         GO TO 3000-VALIDATE-RECORD-EXIT
031500     END-IF.
031600     EXEC SQL
031700         SELECT 1
031800           INTO :WH-0023-HIT
031900           FROM C_PROV_AR_TB
032000          WHERE C_PAYEE_ID  = :CLPARCTB-C-PAYEE-ID
032100            AND C_AR_SRC_CD = 'V'
032200            AND C_AR_REF_TX = :CLPARCTB-C-AR-REF-TX
032300            AND ROWNUM = 1
032400     END-EXEC.
032500     EVALUATE SQLCODE
032600       WHEN 0
032700         MOVE 'REFERENCE ALREADY LOADED' TO RE-REASON-TX
032800         PERFORM 3900-REJECT-RECORD
032900             THRU 3900-REJECT-RECORD-EXIT
033000       WHEN 100
033100         CONTINUE
033200       WHEN OTHER
033300         GO TO 9999-SQL-ERROR
033400     END-EVALUATE.
033500 3000-VALIDATE-RECORD-EXIT.
033600     EXIT.
033700*****************************************************************
033800*    3900-REJECT-RECORD                                         *
033900*****************************************************************
034000 3900-REJECT-RECORD.
034100     SET WB-0023-REJECTED TO TRUE.
034200     MOVE RV-RECOVERY-REC TO RE-RECOVERY-IMAGE.
034300     WRITE RE-ERROR-REC.
034400     ADD 1 TO WB-0023-REJ-CNT.
034500 3900-REJECT-RECORD-EXIT.
034600     EXIT.
034700*****************************************************************
034800*    4000-LOAD-RECOVERY - OPEN THE RECEIVABLE, SCHEDULE IT,     *
034900*    POST ITS ESTABLISHING LEDGER ROW                           *
035000*****************************************************************
035100 4000-LOAD-RECOVERY.
035200     MOVE 'V'                    TO CLPARCTB-C-AR-SRC-CD.
035300     MOVE RV-RSN-TX              TO CLPARCTB-C-AR-RSN-TX.
035400     MOVE RV-AMT                 TO CLPARCTB-C-ORIG-AMT.
035500     PERFORM 4100-SET-SCHEDULE
035600         THRU 4100-SET-SCHEDULE-EXIT.
035700     EXEC SQL
035800         SELECT C_PROV_AR_SEQ.NEXTVAL
035900           INTO :CLPARCTB-C-AR-NUM
036000           FROM DUAL
036100     END-EXEC.
036200     IF SQLCODE NOT = 0
036300         GO TO 9999-SQL-ERROR
036400     END-IF.
036500     EXEC SQL
036600         INSERT INTO C_PROV_AR_TB
036700               (C_AR_NUM, C_PAYEE_ID, C_AR_SRC_CD, C_AR_RSN_TX,
036800                C_AR_REF_TX, C_OPEN_DT, C_ORIG_AMT, C_BAL_AMT,
036900                C_INSTL_AMT, C_AR_STAT_CD, C_UPD_USER_ID,
037000                C_UPD_TS)
037100         VALUES (:CLPARCTB-C-AR-NUM, :CLPARCTB-C-PAYEE-ID,
037200                 :CLPARCTB-C-AR-SRC-CD, :CLPARCTB-C-AR-RSN-TX,
037300                 :CLPARCTB-C-AR-REF-TX, :WH-0023-RUN-DT,
037400                 :CLPARCTB-C-ORIG-AMT, :CLPARCTB-C-ORIG-AMT,
037500                 :CLPARCTB-C-INSTL-AMT, :CLPARCTB-C-AR-STAT-CD,
037600                 'PDDB0023',
037700                 TO_CHAR(CURRENT_TIMESTAMP,
037800                     'YYYY-MM-DD-HH24.MI.SS.FF6'))
037900     END-EXEC.
038000     IF SQLCODE NOT = 0
038100         GO TO 9999-SQL-ERROR
038200     END-IF.
038300     MOVE 'E'                    TO CLPARXTB-C-TXN-TY-CD.
038400     MOVE CLPARCTB-C-ORIG-AMT    TO CLPARXTB-C-TXN-AMT
038500                                    CLPARXTB-C-BAL-AFTR-AMT.
038600     EXEC SQL
038700         INSERT INTO C_PROV_AR_TXN_TB
038800               (C_AR_NUM, C_TXN_TS, C_TXN_TY_CD, C_TXN_AMT,
038900                C_BAL_AFTR_AMT, C_USER_ID)
039000         VALUES (:CLPARCTB-C-AR-NUM,
039100                 TO_CHAR(CURRENT_TIMESTAMP,
039200                     'YYYY-MM-DD-HH24.MI.SS.FF6'),
039300                 :CLPARXTB-C-TXN-TY-CD, :CLPARXTB-C-TXN-AMT,
039400                 :CLPARXTB-C-BAL-AFTR-AMT, 'PDDB0023')
039500     END-EXEC.
039600     IF SQLCODE NOT = 0
039700         GO TO 9999-SQL-ERROR
039800     END-IF.
039900     ADD 1                       TO WB-0023-LOAD-CNT.
040000     ADD CLPARCTB-C-ORIG-AMT     TO WB-0023-LOAD-AMT.
040100     IF CLPARCTB-C-AR-INSTALLMENT
040200         ADD 1                   TO WB-0023-INSTL-CNT
040300     END-IF.
040400     MOVE CLPARCTB-C-AR-NUM      TO RL-0023-D-AR-NUM.
040500     MOVE CLPARCTB-C-PAYEE-ID    TO RL-0023-D-PAYEE.
040600     MOVE CLPARCTB-C-ORIG-AMT    TO RL-0023-D-AMT.
040700     MOVE CLPARCTB-C-INSTL-AMT   TO RL-0023-D-INSTL.
040800     MOVE CLPARCTB-C-AR-REF-TX   TO RL-0023-D-REF.
040900     MOVE CLPARCTB-C-AR-RSN-TX   TO RL-0023-D-RSN.
041000     WRITE RPTB023-REC FROM RL-0023-DTL-LINE
041100         AFTER ADVANCING 1 LINE.
041200     ADD 1 TO WB-0023-COMMIT-CNT.
041300     IF WB-0023-COMMIT-CNT NOT < WB-0023-COMMIT-LIMIT
041400         EXEC SQL COMMIT END-EXEC
041500         MOVE ZERO TO WB-0023-COMMIT-CNT
041600     END-IF.
041700 4000-LOAD-RECOVERY-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    4100-SET-SCHEDULE - THE RECORD'S OWN INSTALLMENT, ELSE     *
042100*    EQUAL INSTALLMENTS ROUNDED UP TO THE CENT WHEN THE AMOUNT  *
042200*    IS AT OR OVER THE LIST 7531 THRESHOLD                      *
042300*****************************************************************
042400 4100-SET-SCHEDULE.
042500     MOVE 'O'                    TO CLPARCTB-C-AR-STAT-CD.
042600     MOVE ZERO                   TO CLPARCTB-C-INSTL-AMT.
042700     IF RV-INSTL-AMT > ZERO
042800         MOVE RV-INSTL-AMT       TO CLPARCTB-C-INSTL-AMT
042900         MOVE 'I'                TO CLPARCTB-C-AR-STAT-CD
043000         GO TO 4100-SET-SCHEDULE-EXIT
043100     END-IF.
043200     IF CLPARCTB-C-ORIG-AMT < WH-0023-INSTL-MIN-AMT
043300        OR WH-0023-INSTL-CNT NOT > 1
043400         GO TO 4100-SET-SCHEDULE-EXIT
043500     END-IF.
043600     COMPUTE CLPARCTB-C-INSTL-AMT =
043700             CLPARCTB-C-ORIG-AMT / WH-0023-INSTL-CNT.
043800     IF CLPARCTB-C-INSTL-AMT * WH-0023-INSTL-CNT
043900             < CLPARCTB-C-ORIG-AMT
044000         ADD .01                 TO CLPARCTB-C-INSTL-AMT
044100     END-IF.
044200     MOVE 'I'                    TO CLPARCTB-C-AR-STAT-CD.
044300 4100-SET-SCHEDULE-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    8000-FINALIZE - COUNTS REPORT: INPUT = LOADED + REJECTED   *
044700*****************************************************************
044800 8000-FINALIZE.
044900     EXEC SQL COMMIT END-EXEC.
045000     MOVE 'RECORDS READ'         TO RL-0023-C-LABEL.
045100     MOVE WB-0023-READ-CNT       TO RL-0023-C-CNT.
045200     MOVE ZERO                   TO RL-0023-C-AMT.
045300     WRITE RPTB023-REC FROM RL-0023-COUNT-LINE
045400         AFTER ADVANCING 3 LINES.
045500     MOVE 'RECEIVABLES OPENED'   TO RL-0023-C-LABEL.
045600     MOVE WB-0023-LOAD-CNT       TO RL-0023-C-CNT.
045700     MOVE WB-0023-LOAD-AMT       TO RL-0023-C-AMT.
045800     WRITE RPTB023-REC FROM RL-0023-COUNT-LINE
045900         AFTER ADVANCING 1 LINE.
046000     MOVE '  ON INSTALLMENT SCHEDULE' TO RL-0023-C-LABEL.
046100     MOVE WB-0023-INSTL-CNT      TO RL-0023-C-CNT.
046200     MOVE ZERO                   TO RL-0023-C-AMT.
046300     WRITE RPTB023-REC FROM RL-0023-COUNT-LINE
046400         AFTER ADVANCING 1 LINE.
046500     MOVE 'RECORDS REJECTED'     TO RL-0023-C-LABEL.
046600     MOVE WB-0023-REJ-CNT        TO RL-0023-C-CNT.
046700     WRITE RPTB023-REC FROM RL-0023-COUNT-LINE
046800         AFTER ADVANCING 1 LINE.
046900     IF WB-0023-READ-CNT = WB-0023-LOAD-CNT + WB-0023-REJ-CNT
047000         MOVE 'BALANCED - INPUT = LOADED + REJECTED'
047100                                 TO RL-0023-B-TX
047200     ELSE
047300         MOVE '*** OUT OF BALANCE - INVESTIGATE BEFORE RERUN ***'
047400                                 TO RL-0023-B-TX
047500         MOVE 8 TO RETURN-CODE
047600     END-IF.
047700     WRITE RPTB023-REC FROM RL-0023-BAL-LINE
047800         AFTER ADVANCING 2 LINES.
047900     CLOSE RECVIN-FILE RECVERR-FILE RPTB023-FILE.
048000 8000-FINALIZE-EXIT.
048100     EXIT.
048200*****************************************************************
048300*    9999-SQL-ERROR - FATAL SQL ERROR, ABEND THE STEP           *
048400*****************************************************************
048500 9999-SQL-ERROR.
048600     DISPLAY 'PDDB0023 - SQL ERROR ON C_PROV_AR_TB'.
048700     DISPLAY 'SQLCODE = ' SQLCODE.
048800     EXEC SQL ROLLBACK END-EXEC.
048900     MOVE 16 TO RETURN-CODE.
049000     CLOSE RECVIN-FILE RECVERR-FILE RPTB023-FILE.
049100     GOBACK.
